       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATELDB.

      * DAILY EXCHANGE RATE LOAD
      *
      * ACCOUNTS CAN NOW BE HELD IN A FOREIGN CURRENCY (THE
      * CURRENCY COMES OFF THE PRODUCT'S PRODF RECORD WHEN
      * MAPCREAP OPENS THE ACCOUNT), AND A MAPBANKP TRANSFER
      * BETWEEN ACCOUNTS OF DIFFERENT CURRENCIES IS CONVERTED AT
      * THE DAY'S RATE HELD ON THE RATEF KEYED FILE - ONE RECORD
      * PER FOREIGN CURRENCY: ISO CODE X(3) (THE KEY), THE
      * BUSINESS DATE THE RATE WAS LOADED FOR X(8) AND THE RATE
      * 9(5)V9(6), THE NUMBER OF HOME-CURRENCY (PLN) UNITS ONE
      * UNIT OF THE CURRENCY BUYS. THE HOME CURRENCY ITSELF IS
      * NEVER ON RATEF - IT IS ALWAYS 1
      *
      * THIS JOB LOADS THE TREASURY RATE FEED (ONE CARD PER
      * CURRENCY: ISO CODE IN COLUMNS 1-3, THE RATE AS 11 DIGITS
      * WITH SIX IMPLIED DECIMALS IN COLUMNS 5-15; '*' IN COLUMN
      * 1 IS A COMMENT) ONTO RATEF, DATED WITH THE BUSINESS DATE
      * ON BUSDATE. MAPBANKP ONLY CONVERTS AT A RATE DATED TODAY,
      * SO A CURRENCY MISSING FROM THE FEED STOPS ITS TRANSFERS
      * RATHER THAN LETTING THEM GO THROUGH AT YESTERDAY'S RATE.
      * EVERY CARD IS VALIDATED BEFORE ANY RATE IS WRITTEN: ONE
      * BAD CARD (CODE NOT THREE LETTERS, RATE NOT NUMERIC OR
      * ZERO, THE SAME CURRENCY TWICE) ENDS THE JOB RC=16 WITH
      * RATEF UNTOUCHED, SO THE FILE NEVER HOLDS HALF A DAY'S
      * FEED. A RATEF WRITE FAILURE ENDS IT RC=8. A CURRENCY ON
      * RATEF THAT THE FEED DID NOT REFRESH IS LISTED AS STALE
      * AND ENDS THE JOB RC=4

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEIN ASSIGN TO RATEIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATEIN-STATUS.

           SELECT RATEF ASSIGN TO RATEF
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATEF-CURRENCY
               FILE STATUS IS WS-RATEF-STATUS.

           SELECT RATELD-RPT ASSIGN TO RATELDR
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
       FD  RATEIN.
       01  FS-RATEIN.
           05  RATEIN-CURRENCY        PIC X(3).
           05  FILLER                 PIC X.
           05  RATEIN-RATE-TEXT       PIC X(11).
           05  RATEIN-RATE REDEFINES RATEIN-RATE-TEXT
                                      PIC 9(5)V9(6).

      * RATEF EXCHANGE RATE FILE, ONE RECORD PER FOREIGN CURRENCY
      * (SEE JCL/RATEF.JCL)
       FD  RATEF.
       01  FS-RATEF.
           05  RATEF-CURRENCY         PIC X(3).
           05  RATEF-RATE-DATE        PIC X(8).
           05  RATEF-RATE             PIC 9(5)V9(6).

       FD  RATELD-RPT.
       01  RATELD-RPT-LINE            PIC X(80).

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

       01  WS-RATEIN-STATUS           PIC XX.
           88  RATEIN-OK              VALUE '00'.
           88  RATEIN-EOF             VALUE '10'.

       01  WS-RATEF-STATUS            PIC XX.
           88  RATEF-OK               VALUE '00'.
           88  RATEF-EOF              VALUE '10'.
           88  RATEF-NOTFND           VALUE '23'.

      * THE HOME CURRENCY EVERY RATE IS QUOTED AGAINST
       01  WS-HOME-CURRENCY           PIC X(3) VALUE 'PLN'.

       01  WS-SCAN-DONE               PIC X VALUE 'N'.
           88  SCAN-DONE              VALUE 'Y'.
       01  WS-LOAD-FAILED             PIC X VALUE 'N'.
           88  LOAD-FAILED            VALUE 'Y'.
       01  WS-DUPLICATE               PIC X VALUE 'N'.
           88  DUPLICATE-CURRENCY     VALUE 'Y'.

      * THE VALIDATED FEED, HELD UNTIL EVERY CARD HAS PASSED
       01  WS-RATE-MAX                PIC 9(3) VALUE 50.
       01  WS-RATE-COUNT              PIC 9(3) VALUE 0.
       01  WS-RATE-IX                 PIC 9(3) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RT-CURRENCY     PIC X(3).
               10  WS-RT-RATE         PIC 9(5)V9(6).

       01  WS-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(7) VALUE 0.
       01  WS-IGNORED-COUNT           PIC 9(7) VALUE 0.
       01  WS-ADDED-COUNT             PIC 9(7) VALUE 0.
       01  WS-UPDATED-COUNT           PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT            PIC 9(7) VALUE 0.
       01  WS-STALE-COUNT             PIC 9(7) VALUE 0.

       01  WS-HEADING-1 PIC X(60) VALUE
           'RATELDB - DAILY EXCHANGE RATE LOAD'.
       01  WS-HEADING-DATE.
           05  FILLER             PIC X(27) VALUE
               'RATES LOADED FOR BUS DATE: '.
           05  HD-BUS-DATE        PIC X(8).
       01  WS-HEADING-2.
           05  FILLER             PIC X(10) VALUE 'CURRENCY'.
           05  FILLER             PIC X(18) VALUE 'RATE'.
           05  FILLER             PIC X(30) VALUE 'RESULT'.
       01  WS-UPDATE-HEADING PIC X(40) VALUE
           'RATEF UPDATE'.
       01  WS-STALE-HEADING PIC X(60) VALUE
           'STALE RATES - NOT ON TODAY''S FEED, TRANSFERS REFUSED'.

       01  WS-DETAIL-LINE.
           05  DL-CURRENCY        PIC X(3).
           05  FILLER             PIC X(7) VALUE SPACES.
           05  DL-RATE            PIC ZZZZ9.999999.
           05  FILLER             PIC X(6) VALUE SPACES.
           05  DL-RESULT          PIC X(30).

       01  WS-REJECT-LINE.
           05  RL-CARD            PIC X(15).
           05  FILLER             PIC X(13) VALUE SPACES.
           05  RL-REASON          PIC X(30).

       01  WS-STALE-LINE.
           05  SL-CURRENCY        PIC X(3).
           05  FILLER             PIC X(7) VALUE SPACES.
           05  SL-RATE            PIC ZZZZ9.999999.
           05  FILLER             PIC X(6) VALUE SPACES.
           05  FILLER             PIC X(13) VALUE 'LAST LOADED: '.
           05  SL-RATE-DATE       PIC X(8).

       01  WS-SUMMARY-LINE.
           05  SM-LABEL           PIC X(27).
           05  SM-COUNT           PIC ZZZZZZ9.

       01  WS-FAILED-LINE PIC X(60) VALUE
           'FEED REJECTED - RATEF NOT UPDATED, FIX THE FEED AND RERUN'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'RATELDB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           OPEN OUTPUT RATELD-RPT
           PERFORM WRITE-HEADINGS-PARA

      * THE RATES ARE DATED WITH THE BUSINESS DATE THE RUN IS
      * LOGGED AGAINST - WITHOUT ONE THERE IS NOTHING TO DATE THEM
      * WITH, AND AN UNDATED RATE WOULD NEVER BE USED
           IF WS-RUNCTL-BUS-DATE = '00000000' THEN
               DISPLAY 'RATELDB: BUSDATE NOT READABLE - NO RATES'
                   ' LOADED'
               MOVE 'Y' TO WS-LOAD-FAILED
           ELSE
               PERFORM LOAD-FEED-PARA
           END-IF

           IF LOAD-FAILED THEN
               MOVE SPACES TO RATELD-RPT-LINE
               WRITE RATELD-RPT-LINE
               MOVE WS-FAILED-LINE TO RATELD-RPT-LINE
               WRITE RATELD-RPT-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UPDATE-RATEF-PARA
           END-IF

           PERFORM WRITE-SUMMARY-PARA
           CLOSE RATELD-RPT

           DISPLAY 'RATELDB: ' WS-READ-COUNT ' RATE CARD(S), '
               WS-REJECT-COUNT ' REJECTED, '
               WS-ADDED-COUNT ' ADDED, ' WS-UPDATED-COUNT
               ' UPDATED, ' WS-STALE-COUNT ' STALE'

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           COMPUTE WS-RUNCTL-OUT-COUNT =
               WS-ADDED-COUNT + WS-UPDATED-COUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       WRITE-HEADINGS-PARA.
           MOVE WS-HEADING-1 TO RATELD-RPT-LINE
           WRITE RATELD-RPT-LINE
           MOVE WS-RUNCTL-BUS-DATE TO HD-BUS-DATE
           MOVE WS-HEADING-DATE TO RATELD-RPT-LINE
           WRITE RATELD-RPT-LINE
           MOVE SPACES TO RATELD-RPT-LINE
           WRITE RATELD-RPT-LINE
           MOVE WS-HEADING-2 TO RATELD-RPT-LINE
           WRITE RATELD-RPT-LINE
           EXIT.

       LOAD-FEED-PARA.
      * READ AND VALIDATE THE WHOLE FEED INTO THE TABLE. AN EMPTY
      * FEED IS TREATED AS A BROKEN FEED, NOT AS "NO RATES TODAY"

           OPEN INPUT RATEIN

           IF NOT RATEIN-OK THEN
               DISPLAY 'RATELDB: OPEN RATEIN FAILED, STATUS '
                   WS-RATEIN-STATUS
               MOVE 'Y' TO WS-LOAD-FAILED
           ELSE
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM READ-FEED-PARA
                   UNTIL SCAN-DONE
               CLOSE RATEIN
               IF WS-RATE-COUNT = 0 AND NOT LOAD-FAILED THEN
                   DISPLAY 'RATELDB: NO RATES ON RATEIN'
                   MOVE 'Y' TO WS-LOAD-FAILED
               END-IF
           END-IF
           EXIT.

       READ-FEED-PARA.
           READ RATEIN
               AT END CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN RATEIN-OK
               IF FS-RATEIN(1:1) NOT = '*' AND
                  FS-RATEIN NOT = SPACES THEN
                   ADD 1 TO WS-READ-COUNT
                   PERFORM VALIDATE-CARD-PARA
               END-IF
           WHEN RATEIN-EOF
               MOVE 'Y' TO WS-SCAN-DONE
           WHEN OTHER
               DISPLAY 'RATELDB: RATEIN READ FAILED, STATUS '
                   WS-RATEIN-STATUS
               MOVE 'Y' TO WS-LOAD-FAILED
               MOVE 'Y' TO WS-SCAN-DONE
           END-EVALUATE
           EXIT.

       VALIDATE-CARD-PARA.
      * A CARD FOR THE HOME CURRENCY IS SKIPPED, NOT REJECTED -
      * ITS RATE IS 1 BY DEFINITION AND IT IS NEVER HELD ON RATEF

           MOVE SPACES TO RL-REASON

           EVALUATE TRUE
           WHEN RATEIN-CURRENCY NOT ALPHABETIC
           OR RATEIN-CURRENCY(1:1) = SPACE
           OR RATEIN-CURRENCY(2:1) = SPACE
           OR RATEIN-CURRENCY(3:1) = SPACE
               MOVE 'INVALID CURRENCY CODE' TO RL-REASON
           WHEN RATEIN-CURRENCY = WS-HOME-CURRENCY
               ADD 1 TO WS-IGNORED-COUNT
           WHEN RATEIN-RATE-TEXT NOT NUMERIC
               MOVE 'RATE NOT NUMERIC' TO RL-REASON
           WHEN RATEIN-RATE = 0
               MOVE 'ZERO RATE' TO RL-REASON
           WHEN OTHER
               MOVE 'N' TO WS-DUPLICATE
               PERFORM CHECK-DUPLICATE-PARA
                   VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-COUNT
               EVALUATE TRUE
               WHEN DUPLICATE-CURRENCY
                   MOVE 'CURRENCY TWICE ON THE FEED' TO RL-REASON
               WHEN WS-RATE-COUNT NOT < WS-RATE-MAX
                   MOVE 'TOO MANY CURRENCIES' TO RL-REASON
               WHEN OTHER
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RATEIN-CURRENCY
                       TO WS-RT-CURRENCY(WS-RATE-COUNT)
                   MOVE RATEIN-RATE TO WS-RT-RATE(WS-RATE-COUNT)
               END-EVALUATE
           END-EVALUATE

           IF RL-REASON NOT = SPACES THEN
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'Y' TO WS-LOAD-FAILED
               MOVE FS-RATEIN TO RL-CARD
               MOVE WS-REJECT-LINE TO RATELD-RPT-LINE
           ELSE
               MOVE RATEIN-CURRENCY TO DL-CURRENCY
               IF RATEIN-CURRENCY = WS-HOME-CURRENCY THEN
                   MOVE 0 TO DL-RATE
                   MOVE 'HOME CURRENCY - SKIPPED' TO DL-RESULT
               ELSE
                   MOVE RATEIN-RATE TO DL-RATE
                   MOVE 'ACCEPTED' TO DL-RESULT
               END-IF
               MOVE WS-DETAIL-LINE TO RATELD-RPT-LINE
           END-IF
           WRITE RATELD-RPT-LINE
           EXIT.

       CHECK-DUPLICATE-PARA.
           IF WS-RT-CURRENCY(WS-RATE-IX) = RATEIN-CURRENCY THEN
               MOVE 'Y' TO WS-DUPLICATE
           END-IF
           EXIT.

       UPDATE-RATEF-PARA.
      * EVERY CARD PASSED - WRITE THE DAY'S RATES, THEN LIST ANY
      * CURRENCY THE FEED LEFT ON AN OLDER DATE

           OPEN I-O RATEF

           IF NOT RATEF-OK THEN
               DISPLAY 'RATELDB: OPEN RATEF FAILED, STATUS '
                   WS-RATEF-STATUS
               MOVE WS-RATE-COUNT TO WS-FAILED-COUNT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RATELD-RPT-LINE
               WRITE RATELD-RPT-LINE
               MOVE WS-UPDATE-HEADING TO RATELD-RPT-LINE
               WRITE RATELD-RPT-LINE

               PERFORM APPLY-RATE-PARA
                   VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-COUNT

               PERFORM LIST-STALE-RATES-PARA
               CLOSE RATEF

               EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STALE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF
           EXIT.

       APPLY-RATE-PARA.
           MOVE WS-RT-CURRENCY(WS-RATE-IX) TO RATEF-CURRENCY
           READ RATEF
               INVALID KEY CONTINUE
           END-READ

           MOVE WS-RT-CURRENCY(WS-RATE-IX) TO DL-CURRENCY
           MOVE WS-RT-RATE(WS-RATE-IX) TO DL-RATE

           EVALUATE TRUE
           WHEN RATEF-OK
               MOVE WS-RUNCTL-BUS-DATE TO RATEF-RATE-DATE
               MOVE WS-RT-RATE(WS-RATE-IX) TO RATEF-RATE
               REWRITE FS-RATEF
                   INVALID KEY CONTINUE
               END-REWRITE
               IF RATEF-OK THEN
                   ADD 1 TO WS-UPDATED-COUNT
                   MOVE 'UPDATED' TO DL-RESULT
               END-IF
           WHEN RATEF-NOTFND
               MOVE WS-RT-CURRENCY(WS-RATE-IX) TO RATEF-CURRENCY
               MOVE WS-RUNCTL-BUS-DATE TO RATEF-RATE-DATE
               MOVE WS-RT-RATE(WS-RATE-IX) TO RATEF-RATE
               WRITE FS-RATEF
                   INVALID KEY CONTINUE
               END-WRITE
               IF RATEF-OK THEN
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE 'ADDED' TO DL-RESULT
               END-IF
           END-EVALUATE

           IF NOT RATEF-OK THEN
               DISPLAY 'RATELDB: RATEF UPDATE FAILED FOR '
                   WS-RT-CURRENCY(WS-RATE-IX) ' STATUS '
                   WS-RATEF-STATUS
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'RATEF UPDATE FAILED' TO DL-RESULT
           END-IF

           MOVE WS-DETAIL-LINE TO RATELD-RPT-LINE
           WRITE RATELD-RPT-LINE
           EXIT.

       LIST-STALE-RATES-PARA.
      * ONE PASS DOWN RATEF FOR RATES NOT DATED TODAY. THEY ARE
      * LEFT ON FILE (THE CURRENCY MAY STILL HAVE ACCOUNTS), BUT
      * MAPBANKP WILL NOT CONVERT AT THEM

           MOVE SPACES TO RATELD-RPT-LINE
           WRITE RATELD-RPT-LINE
           MOVE WS-STALE-HEADING TO RATELD-RPT-LINE
           WRITE RATELD-RPT-LINE

           MOVE LOW-VALUES TO RATEF-CURRENCY
           START RATEF KEY IS NOT LESS THAN RATEF-CURRENCY
               INVALID KEY CONTINUE
           END-START

           IF RATEF-OK THEN
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM READ-NEXT-RATE-PARA
                   UNTIL SCAN-DONE
           END-IF
           EXIT.

       READ-NEXT-RATE-PARA.
           READ RATEF NEXT RECORD
               AT END CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN RATEF-OK
               IF RATEF-RATE-DATE NOT = WS-RUNCTL-BUS-DATE THEN
                   ADD 1 TO WS-STALE-COUNT
                   MOVE RATEF-CURRENCY TO SL-CURRENCY
                   MOVE RATEF-RATE TO SL-RATE
                   MOVE RATEF-RATE-DATE TO SL-RATE-DATE
                   MOVE WS-STALE-LINE TO RATELD-RPT-LINE
                   WRITE RATELD-RPT-LINE
               END-IF
           WHEN RATEF-EOF
               MOVE 'Y' TO WS-SCAN-DONE
           WHEN OTHER
               DISPLAY 'RATELDB: RATEF READ FAILED, STATUS '
                   WS-RATEF-STATUS
               MOVE 'Y' TO WS-SCAN-DONE
           END-EVALUATE
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO RATELD-RPT-LINE
           WRITE RATELD-RPT-LINE

           MOVE 'RATE CARDS READ:           ' TO SM-LABEL
           MOVE WS-READ-COUNT TO SM-COUNT
           MOVE WS-SUMMARY-LINE TO RATELD-RPT-LINE
           WRITE RATELD-RPT-LINE

           MOVE 'CARDS REJECTED:            ' TO SM-LABEL
           MOVE WS-REJECT-COUNT TO SM-COUNT
           MOVE WS-SUMMARY-LINE TO RATELD-RPT-LINE
           WRITE RATELD-RPT-LINE

           MOVE 'HOME CURRENCY SKIPPED:     ' TO SM-LABEL
           MOVE WS-IGNORED-COUNT TO SM-COUNT
           MOVE WS-SUMMARY-LINE TO RATELD-RPT-LINE
           WRITE RATELD-RPT-LINE

           MOVE 'RATES ADDED:               ' TO SM-LABEL
           MOVE WS-ADDED-COUNT TO SM-COUNT
           MOVE WS-SUMMARY-LINE TO RATELD-RPT-LINE
           WRITE RATELD-RPT-LINE

           MOVE 'RATES UPDATED:             ' TO SM-LABEL
           MOVE WS-UPDATED-COUNT TO SM-COUNT
           MOVE WS-SUMMARY-LINE TO RATELD-RPT-LINE
           WRITE RATELD-RPT-LINE

           MOVE 'RATEF UPDATES FAILED:      ' TO SM-LABEL
           MOVE WS-FAILED-COUNT TO SM-COUNT
           MOVE WS-SUMMARY-LINE TO RATELD-RPT-LINE
           WRITE RATELD-RPT-LINE

           MOVE 'STALE RATES ON RATEF:      ' TO SM-LABEL
           MOVE WS-STALE-COUNT TO SM-COUNT
           MOVE WS-SUMMARY-LINE TO RATELD-RPT-LINE
           WRITE RATELD-RPT-LINE
           EXIT.

           COPY RUNCTLP.
