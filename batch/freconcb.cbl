           SELECT RECON-RPT ASSIGN TO RECONRPT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RUNCTLF ASSIGN TO RUNCTLF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUNCTL-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RUNCTL-DATE-KEY
               FILE STATUS IS WS-RUNCTL-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREENUM.
           05  DATAF-CLOSE-TIMESTAMP  PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05  DATAF-PRODUCT-CODE     PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN (ISO CODE, FROM ITS
      * PRODUCT - SEE PRODF)
           05  DATAF-CURRENCY         PIC X(3).

       FD  RECON-RPT.
       01  RECON-RPT-LINE             PIC X(100).

      * RUN-CONTROL LOG (SEE RUNCTLP) AND THE BUSINESS DATE IT IS
      * LOGGED AGAINST
       FD  RUNCTLF.
           COPY RUNCTL.

       FD  RUNCTL-DATE-FILE.
       01  RUNCTL-DATE-REC.
           05  RUNCTL-DATE-KEY        PIC X(8).
           05  RUNCTL-DATE-BUS-DATE   PIC X(8).
           05  FILLER                 PIC X(13).

       WORKING-STORAGE SECTION.
           COPY RUNCTLW.

       01  WS-FREENUM-STATUS          PIC XX.
           88  FREENUM-OK             VALUE '00'.
           88  FREENUM-EOF            VALUE '10'.
       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'FRECONCB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM OPEN-FILES-PARA
           PERFORM WRITE-HEADINGS-PARA
           PERFORM RECONCILE-PARA
           PERFORM WRITE-SUMMARY-PARA
           PERFORM CLOSE-FILES-PARA

           MOVE WS-SCANNED-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-FIXED-COUNT TO WS-RUNCTL-OUT-COUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       OPEN-FILES-PARA.
           CLOSE DATAF
           CLOSE RECON-RPT
           EXIT.

           COPY RUNCTLP.
