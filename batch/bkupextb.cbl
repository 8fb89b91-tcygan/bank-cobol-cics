               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.

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
       FD  PARM-IN.
           05  DATAF-CLOSE-TIMESTAMP  PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05  DATAF-PRODUCT-CODE     PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN (ISO CODE, FROM ITS
      * PRODUCT - SEE PRODF)
           05  DATAF-CURRENCY         PIC X(3).

       FD  DATAF-BKUP.
       01  DATAF-BKUP-LINE            PIC X(170).

       FD  PASSF.
       01  FS-PASSF.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-LINE            PIC 9.

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

       01  WS-PARM-STATUS             PIC XX.
           88  PARM-OK                VALUE '00'.

           PERFORM READ-CHECKPOINT-PARA
           PERFORM READ-PARM-PARA

      * THE CHECK STEP'S RETURN CODE IS THE CHECKPOINT, NOT A
      * COMPLETION CODE, SO ONLY THE BACKUP STEPS ARE LOGGED
           IF PARM-MODE NOT = 'CHECK' THEN
               MOVE 'BKUPEXTB' TO WS-RUNCTL-JOB-NAME
               PERFORM RUNCTL-START-PARA
           END-IF

           EVALUATE PARM-MODE
           WHEN 'CHECK'
      * REPORTS HOW FAR THE LAST RUN GOT AS THE RETURN CODE, AND

           DISPLAY 'BKUPEXTB: BACKUP/EXTRACT STEP COMPLETE'

           IF PARM-MODE NOT = 'CHECK' THEN
               MOVE WS-RECORD-COUNT TO WS-RUNCTL-OUT-COUNT
               PERFORM RUNCTL-END-PARA
           END-IF

           STOP RUN.

       READ-PARM-PARA.
           DISPLAY 'BKUPEXTB: BACKED UP ' WS-RECORD-COUNT
               ' OPIF RECORD(S)'
           EXIT.

           COPY RUNCTLP.
