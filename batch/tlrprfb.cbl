           SELECT TLRPRF-RPT ASSIGN TO TLRPRFR
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
       FD  TRANF.
      * (EIBTRMID ONLINE, A PSEUDO-TERMINAL LIKE 'BTCH' FOR THE
      * BATCH POSTERS)
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
       FD  TLRPRF-RPT.
       01  TLRPRF-RPT-LINE            PIC X(132).

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

       01  WS-TRANF-STATUS            PIC XX.
           88  TRANF-OK               VALUE '00'.


      * THE CALENDAR DATES OFF SYSIN EXPANDED TO FULL TIMESTAMP
      * WINDOW BOUNDARIES (MIDNIGHT AT THE START OF EACH DATE)
      * FOR THE WINDOW LABELS. TRANF ROWS ARE SELECTED ON THEIR
      * BUSINESS POSTING DATE AGAINST THE DATES THEMSELVES, NOT
      * ON THE TIMESTAMP - A POSTING KEYED AFTER THE END-OF-DAY
      * CUTOFF BELONGS TO THE NEXT BUSINESS DAY (SEE BUSDAYB)
       01  WS-DAY-START.
           05  WS-DAY-START-DATE      PIC X(8).
           05  FILLER                 PIC X(7) VALUE '000000 '.
       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'TLRPRFB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           OPEN INPUT TRANF
           DISPLAY 'TLRPRFB: PROOFED ' WS-SELECTED-COUNT
               ' POSTING(S) ACROSS ' WS-TERM-COUNT ' TERMINAL(S)'

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-SELECTED-COUNT TO WS-RUNCTL-OUT-COUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.

           IF NOT EOF-TRANF THEN
               ADD 1 TO WS-READ-COUNT
               IF TRANF-POST-DATE NOT LESS THAN WS-DAY-START-DATE AND
                  TRANF-POST-DATE LESS THAN WS-DAY-END-DATE THEN
                   ADD 1 TO WS-SELECTED-COUNT
                   PERFORM TALLY-RECORD-PARA
               END-IF
           MOVE WS-SELECTED-LINE TO TLRPRF-RPT-LINE
           WRITE TLRPRF-RPT-LINE
           EXIT.

           COPY RUNCTLP.
