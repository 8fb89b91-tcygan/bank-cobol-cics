       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPEXCB.

      * DAILY DUAL-CONTROL EXCEPTIONS LISTING
      *
      * REVERSALS (MAPREVP) AND OVERDRAFT LIMITS (MAPODLP) ABOVE
      * THE LIMITF 'APPROVAL' THRESHOLDS ARE PARKED ON THE APPRF
      * PENDING-APPROVAL FILE UNTIL A SECOND SUPERVISOR DECIDES
      * THEM ON MAPAPRP. A REQUEST NOBODY DECIDES JUST SITS THERE
      * - THE CUSTOMER'S CORRECTION OR FACILITY NEVER HAPPENS AND
      * NOBODY NOTICES. THIS END-OF-DAY JOB READS APPRF IN ONE
      * SEQUENTIAL PASS AND LISTS EVERY REQUEST STILL PENDING AT
      * THE END OF THE BUSINESS DAY, OLDEST FIRST, WITH ITS AGE
      * IN DAYS AND THE USER WHO PARKED IT, SO AUDIT CAN CHASE IT
      *
      * SYSIN IS THE SAME BUSINESS-DAY WINDOW CARD NEWACCTB AND
      * GLEXTRB TAKE (START DATE YYYYMMDD, THEN END DATE, UP TO
      * BUT NOT INCLUDING). REQUESTS PARKED AFTER THE WINDOW
      * BELONG TO TOMORROW'S LISTING. THE SUMMARY ALSO COUNTS THE
      * REQUESTS APPROVED AND REJECTED DURING THE DAY

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPRF ASSIGN TO APPRF
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APPRF-KEY
               FILE STATUS IS WS-APPRF-STATUS.

           SELECT PARM-IN ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL.

           SELECT APPEXC-RPT ASSIGN TO APPEXCR
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
       FD  APPRF.
       01  FS-APPRF.
           05  APPRF-KEY.
               10  APPRF-TIMESTAMP.
                   15  APPRF-PARKED-DATE  PIC X(8).
                   15  FILLER             PIC X(7).
               10  APPRF-SEQ          PIC 9(3).
           05  APPRF-TYPE             PIC X.
               88  APPRF-REVERSAL     VALUE 'V'.
               88  APPRF-ODLIMIT      VALUE 'L'.
           05  APPRF-STATUS           PIC X.
               88  APPRF-PENDING      VALUE 'P'.
               88  APPRF-APPROVED     VALUE 'A'.
               88  APPRF-REJECTED     VALUE 'R'.
           05  APPRF-BANK-ACCOUNT     PIC X(26).
           05  APPRF-ORIG-KEY         PIC X(44).
           05  APPRF-AMOUNT           PIC S9(9)V99.
           05  APPRF-MAKER-ID         PIC X(8).
           05  APPRF-MAKER-TERMINAL   PIC X(4).
           05  APPRF-CHECKER-ID       PIC X(8).
           05  APPRF-DECIDED-TIMESTAMP PIC X(15).

       FD  PARM-IN.
       01  PARM-IN-REC.
           05  PARM-DAY-START         PIC X(8).
           05  PARM-DAY-END           PIC X(8).

       FD  APPEXC-RPT.
       01  APPEXC-RPT-LINE            PIC X(132).

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

       01  WS-APPRF-STATUS            PIC XX.
           88  APPRF-OK               VALUE '00'.

       01  WS-EOF-APPRF               PIC X VALUE 'N'.
           88  EOF-APPRF              VALUE 'Y'.

      * THE CALENDAR DATES OFF SYSIN EXPANDED TO FULL TIMESTAMP
      * WINDOW BOUNDARIES (MIDNIGHT AT THE START OF EACH DATE)
       01  WS-DAY-START.
           05  WS-DAY-START-DATE      PIC X(8).
           05  FILLER                 PIC X(7) VALUE '000000 '.
       01  WS-DAY-END.
           05  WS-DAY-END-DATE        PIC X(8).
           05  FILLER                 PIC X(7) VALUE '000000 '.

       01  WS-BUS-DATE-NUM            PIC 9(8).
       01  WS-PARKED-DATE-NUM         PIC 9(8).
       01  WS-AGE-DAYS                PIC S9(5) VALUE 0.

       01  WS-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-PENDING-COUNT           PIC 9(7) VALUE 0.
       01  WS-PEND-REV-COUNT          PIC 9(7) VALUE 0.
       01  WS-PEND-LIM-COUNT          PIC 9(7) VALUE 0.
       01  WS-APPROVED-COUNT          PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(7) VALUE 0.
       01  WS-PEND-REV-AMOUNT         PIC 9(13)V99 VALUE 0.
       01  WS-PEND-LIM-AMOUNT         PIC 9(13)V99 VALUE 0.

       01  WS-HEADING-1 PIC X(60) VALUE
           'APPEXCB - DUAL-CONTROL REQUESTS AWAITING APPROVAL'.

      * EVERY NIGHTLY REPORT SHOWS WHICH BUSINESS DAY IT
      * BELIEVES IT RAN FOR (SEE BUSDAYB), SAME LINE GLEXTRB
      * PRINTS
       01  WS-WINDOW-LINE.
           05  FILLER             PIC X(16) VALUE 'BUSINESS DAY:   '.
           05  WL-START           PIC X(15).
           05  FILLER             PIC X(4) VALUE ' TO '.
           05  WL-END             PIC X(15).

       01  WS-HEADING-2.
           05  FILLER             PIC X(21) VALUE 'PARKED / REFERENCE'.
           05  FILLER             PIC X(5)  VALUE 'TYPE'.
           05  FILLER             PIC X(28) VALUE 'BANK NUM'.
           05  FILLER             PIC X(15) VALUE 'AMOUNT'.
           05  FILLER             PIC X(10) VALUE 'MAKER'.
           05  FILLER             PIC X(6)  VALUE 'TERM'.
           05  FILLER             PIC X(8)  VALUE 'AGE DAYS'.

       01  WS-DETAIL-LINE.
           05  DL-TIMESTAMP       PIC X(15).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  DL-SEQ             PIC 9(3).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-TYPE            PIC X(3).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-BANK-NUMBER     PIC X(26).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-AMOUNT          PIC -(9)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-MAKER           PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-TERMINAL        PIC X(4).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-AGE             PIC ZZZZ9.

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(27) VALUE
               'APPRF RECORDS READ:        '.
           05  SL-READ            PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER             PIC X(27) VALUE
               'PENDING REVERSALS:         '.
           05  SL2-COUNT          PIC ZZZZZZ9.
           05  FILLER             PIC X(12) VALUE '   AMOUNT: '.
           05  SL2-AMOUNT         PIC Z(12)9.99.

       01  WS-SUMMARY-LINE-3.
           05  FILLER             PIC X(27) VALUE
               'PENDING OVERDRAFT LIMITS:  '.
           05  SL3-COUNT          PIC ZZZZZZ9.
           05  FILLER             PIC X(12) VALUE '   AMOUNT: '.
           05  SL3-AMOUNT         PIC Z(12)9.99.

       01  WS-SUMMARY-LINE-4.
           05  FILLER             PIC X(27) VALUE
               'APPROVED DURING THE DAY:   '.
           05  SL4-APPROVED       PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER             PIC X(27) VALUE
               'REJECTED DURING THE DAY:   '.
           05  SL5-REJECTED       PIC ZZZZZZ9.

       01  WS-NONE-LINE PIC X(40) VALUE
           '  NO REQUESTS AWAITING APPROVAL'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'APPEXCB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF PARM-DAY-START IS NOT NUMERIC OR
              PARM-DAY-END IS NOT NUMERIC THEN
               DISPLAY 'APPEXCB: MISSING OR INVALID SYSIN WINDOW CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           MOVE PARM-DAY-START TO WS-BUS-DATE-NUM

           OPEN INPUT APPRF
           OPEN OUTPUT APPEXC-RPT

           PERFORM WRITE-HEADINGS-PARA

           IF NOT APPRF-OK THEN
               DISPLAY 'APPEXCB: OPEN APPRF FAILED, STATUS '
                   WS-APPRF-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-APPRF
           END-IF

           PERFORM SCAN-APPRF-PARA
               UNTIL EOF-APPRF

           PERFORM WRITE-SUMMARY-PARA

           CLOSE APPRF
           CLOSE APPEXC-RPT

           DISPLAY 'APPEXCB: ' WS-PENDING-COUNT
               ' REQUEST(S) AWAITING APPROVAL OF ' WS-READ-COUNT
               ' ON FILE'

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-PENDING-COUNT TO WS-RUNCTL-OUT-COUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
           OPEN INPUT PARM-IN
           READ PARM-IN
               AT END MOVE LOW-VALUES TO PARM-DAY-START PARM-DAY-END
           END-READ
           MOVE PARM-DAY-START TO WS-DAY-START-DATE
           MOVE PARM-DAY-END   TO WS-DAY-END-DATE
           CLOSE PARM-IN
           EXIT.

       WRITE-HEADINGS-PARA.
           MOVE WS-HEADING-1 TO APPEXC-RPT-LINE
           WRITE APPEXC-RPT-LINE

           MOVE WS-DAY-START TO WL-START
           MOVE WS-DAY-END   TO WL-END
           MOVE WS-WINDOW-LINE TO APPEXC-RPT-LINE
           WRITE APPEXC-RPT-LINE

           MOVE SPACES TO APPEXC-RPT-LINE
           WRITE APPEXC-RPT-LINE

           MOVE WS-HEADING-2 TO APPEXC-RPT-LINE
           WRITE APPEXC-RPT-LINE
           EXIT.

       SCAN-APPRF-PARA.
           READ APPRF NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-APPRF
           END-READ

      * A READ ERROR ENDS THE SCAN - A LISTING THAT STOPPED PART
      * WAY THROUGH APPRF MUST NOT PASS FOR A COMPLETE ONE
           IF NOT EOF-APPRF AND NOT APPRF-OK THEN
               DISPLAY 'APPEXCB: APPRF READ FAILED, STATUS '
                   WS-APPRF-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-APPRF
           END-IF

           IF NOT EOF-APPRF THEN
               ADD 1 TO WS-READ-COUNT
               EVALUATE TRUE
               WHEN APPRF-PENDING
                   IF APPRF-TIMESTAMP LESS THAN WS-DAY-END THEN
                       PERFORM REPORT-PENDING-PARA
                   END-IF
               WHEN APPRF-APPROVED
                   IF APPRF-DECIDED-TIMESTAMP NOT LESS THAN
                      WS-DAY-START AND
                      APPRF-DECIDED-TIMESTAMP LESS THAN
                      WS-DAY-END THEN
                       ADD 1 TO WS-APPROVED-COUNT
                   END-IF
               WHEN APPRF-REJECTED
                   IF APPRF-DECIDED-TIMESTAMP NOT LESS THAN
                      WS-DAY-START AND
                      APPRF-DECIDED-TIMESTAMP LESS THAN
                      WS-DAY-END THEN
                       ADD 1 TO WS-REJECTED-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF
           EXIT.

       REPORT-PENDING-PARA.
      * ONE LINE PER REQUEST STILL WAITING. THE AGE IS COUNTED IN
      * CALENDAR DAYS FROM THE DAY IT WAS PARKED TO THE BUSINESS
      * DAY BEING LISTED - ZERO MEANS PARKED TODAY

           ADD 1 TO WS-PENDING-COUNT

           IF APPRF-REVERSAL THEN
               ADD 1 TO WS-PEND-REV-COUNT
               MOVE 'REV' TO DL-TYPE
               IF APPRF-AMOUNT < 0 THEN
                   SUBTRACT APPRF-AMOUNT FROM WS-PEND-REV-AMOUNT
               ELSE
                   ADD APPRF-AMOUNT TO WS-PEND-REV-AMOUNT
               END-IF
           ELSE
               ADD 1 TO WS-PEND-LIM-COUNT
               MOVE 'LIM' TO DL-TYPE
               ADD APPRF-AMOUNT TO WS-PEND-LIM-AMOUNT
           END-IF

           MOVE 0 TO WS-AGE-DAYS
           IF APPRF-PARKED-DATE IS NUMERIC THEN
               MOVE APPRF-PARKED-DATE TO WS-PARKED-DATE-NUM
               IF WS-PARKED-DATE-NUM < WS-BUS-DATE-NUM THEN
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-NUM) -
                       FUNCTION INTEGER-OF-DATE(WS-PARKED-DATE-NUM)
               END-IF
           END-IF

           MOVE APPRF-TIMESTAMP TO DL-TIMESTAMP
           MOVE APPRF-SEQ TO DL-SEQ
           MOVE APPRF-BANK-ACCOUNT TO DL-BANK-NUMBER
           MOVE APPRF-AMOUNT TO DL-AMOUNT
           MOVE APPRF-MAKER-ID TO DL-MAKER
           MOVE APPRF-MAKER-TERMINAL TO DL-TERMINAL
           MOVE WS-AGE-DAYS TO DL-AGE

           MOVE WS-DETAIL-LINE TO APPEXC-RPT-LINE
           WRITE APPEXC-RPT-LINE
           EXIT.

       WRITE-SUMMARY-PARA.
           IF WS-PENDING-COUNT = 0 THEN
               MOVE WS-NONE-LINE TO APPEXC-RPT-LINE
               WRITE APPEXC-RPT-LINE
           END-IF

           MOVE SPACES TO APPEXC-RPT-LINE
           WRITE APPEXC-RPT-LINE

           MOVE WS-READ-COUNT TO SL-READ
           MOVE WS-SUMMARY-LINE TO APPEXC-RPT-LINE
           WRITE APPEXC-RPT-LINE

           MOVE WS-PEND-REV-COUNT TO SL2-COUNT
           MOVE WS-PEND-REV-AMOUNT TO SL2-AMOUNT
           MOVE WS-SUMMARY-LINE-2 TO APPEXC-RPT-LINE
           WRITE APPEXC-RPT-LINE

           MOVE WS-PEND-LIM-COUNT TO SL3-COUNT
           MOVE WS-PEND-LIM-AMOUNT TO SL3-AMOUNT
           MOVE WS-SUMMARY-LINE-3 TO APPEXC-RPT-LINE
           WRITE APPEXC-RPT-LINE

           MOVE WS-APPROVED-COUNT TO SL4-APPROVED
           MOVE WS-SUMMARY-LINE-4 TO APPEXC-RPT-LINE
           WRITE APPEXC-RPT-LINE

           MOVE WS-REJECTED-COUNT TO SL5-REJECTED
           MOVE WS-SUMMARY-LINE-5 TO APPEXC-RPT-LINE
           WRITE APPEXC-RPT-LINE
           EXIT.

           COPY RUNCTLP.
