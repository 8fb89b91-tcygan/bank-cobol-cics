           SELECT TRARCH-RPT ASSIGN TO TRARCHR
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
       FD  PARM-IN.
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

       FD  TRANF-NEW.
       01  FS-TRANF-NEW.
           05  NEW-BALANCE-AFTER      PIC S9(9)V99.
           05  NEW-ORIG-KEY           PIC X(44).
           05  NEW-TERMINAL           PIC X(4).
           05  NEW-POST-DATE          PIC X(8).
      * CROSS-CURRENCY TRANSFER LEGS ONLY: THE OTHER LEG'S
      * CURRENCY AND AMOUNT, AND THE RATE APPLIED (TARGET UNITS
      * PER SOURCE UNIT) - SPACES/ZERO ON EVERY OTHER RECORD
           05  NEW-FX-CURRENCY        PIC X(3).
           05  NEW-FX-AMOUNT          PIC S9(9)V99.
           05  NEW-FX-RATE            PIC 9(5)V9(6).

       FD  TRANF-ARCH.
       01  TRANF-ARCH-LINE            PIC X(148).

       FD  TRARCH-RPT.
       01  TRARCH-RPT-LINE            PIC X(90).

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

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'TRARCHB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF EOF-PARM OR PARM-CUTOFF IS NOT NUMERIC THEN
               DISPLAY 'TRARCHB: MISSING OR INVALID SYSIN CUTOFF '
                   'CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

               MOVE 16 TO RETURN-CODE
           END-IF

           MOVE WS-ARCHIVED-COUNT TO WS-RUNCTL-OUT-COUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
           MOVE WS-GROUP-NET TO NEW-BALANCE-AFTER
           MOVE SPACES TO NEW-ORIG-KEY
           MOVE 'BTCH' TO NEW-TERMINAL
           MOVE WS-CUTOFF-DATE TO NEW-POST-DATE
           MOVE SPACES TO NEW-FX-CURRENCY
           MOVE 0 TO NEW-FX-AMOUNT
           MOVE 0 TO NEW-FX-RATE

           ADD 1 TO WS-BF-COUNT
           PERFORM WRITE-NEW-RECORD-PARA
           MOVE TRANF-BALANCE-AFTER TO NEW-BALANCE-AFTER
           MOVE TRANF-ORIG-KEY TO NEW-ORIG-KEY
           MOVE TRANF-TERMINAL TO NEW-TERMINAL
           MOVE TRANF-POST-DATE TO NEW-POST-DATE
           MOVE TRANF-FX-CURRENCY TO NEW-FX-CURRENCY
           MOVE TRANF-FX-AMOUNT TO NEW-FX-AMOUNT
           MOVE TRANF-FX-RATE TO NEW-FX-RATE

           ADD 1 TO WS-KEPT-COUNT
           PERFORM WRITE-NEW-RECORD-PARA
           MOVE WS-SUMMARY-LINE-5 TO TRARCH-RPT-LINE
           WRITE TRARCH-RPT-LINE
           EXIT.

           COPY RUNCTLP.
