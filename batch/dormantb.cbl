           SELECT DORMANT-RPT ASSIGN TO DORMANTR
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
       FD  DATAF.
           05  DATAF-CLOSE-TIMESTAMP  PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05  DATAF-PRODUCT-CODE     PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN (ISO CODE, FROM ITS
      * PRODUCT - SEE PRODF)
           05  DATAF-CURRENCY         PIC X(3).

       FD  TRANF.
       01  FS-TRANF.
      * (EIBTRMID ONLINE, A PSEUDO-TERMINAL LIKE 'BTCH' FOR THE
      * BATCH POSTERS) - SEE THE TLRPRFB TELLER PROOF REPORT
           05  TRANF-TERMINAL         PIC X(4).
      * BUSINESS DAY THE POSTING BELONGS TO (YYYYMMDD) - THE
      * BUSDATE DATE, OR THE NEXT BUSINESS DAY ONCE BUSDAYB
      * HAS TAKEN THE END-OF-DAY CUTOFF (SEE MAPBANKP)
           05  TRANF-POST-DATE        PIC X(8).
      * CROSS-CURRENCY TRANSFER LEGS ONLY: THE OTHER LEG'S
      * CURRENCY AND AMOUNT, AND THE RATE APPLIED (TARGET UNITS
      * PER SOURCE UNIT) - SPACES/ZERO ON EVERY OTHER RECORD
           05  TRANF-FX-CURRENCY      PIC X(3).
           05  TRANF-FX-AMOUNT        PIC S9(9)V99.
           05  TRANF-FX-RATE          PIC 9(5)V9(6).

       FD  PARM-IN.
       01  PARM-IN-REC.
       FD  DORMANT-RPT.
       01  DORMANT-RPT-LINE           PIC X(110).

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

       01  WS-DATAF-STATUS            PIC XX.
           88  DATAF-OK               VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'DORMANTB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF EOF-PARM OR WS-CUTOFF-DATE = SPACES THEN
               DISPLAY 'DORMANTB: MISSING SYSIN CUTOFF CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

               ' ACCOUNT(S), NEWLY FLAGGED ' WS-FLAGGED-COUNT
               ', DORMANT IN TOTAL ' WS-DORMANT-COUNT

           MOVE WS-SCANNED-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-FLAGGED-COUNT TO WS-RUNCTL-OUT-COUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
           MOVE WS-SUMMARY-LINE-3 TO DORMANT-RPT-LINE
           WRITE DORMANT-RPT-LINE
           EXIT.

           COPY RUNCTLP.
