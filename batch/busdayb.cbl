      * END-OF-DAY ADVANCE JOB AND THE DRIVER STEP THAT GENERATES
      * EVERY NIGHTLY JOB'S SYSIN CARDS FROM IT
      *
      * BUSDATE IS A ONE-RECORD KSDS (KEY 'BUSDATE') SO CICS CAN
      * READ IT TOO: MAPBANKP, MAPREVP AND MAPAPRP STAMP EVERY
      * TRANF POSTING WITH THE BUSINESS DATE IT BELONGS TO. ONCE
      * THE END-OF-DAY CUTOFF IS TAKEN THE ONLINE POSTINGS ARE
      * DATED TO THE NEXT BUSINESS DAY (ALSO HELD ON THE RECORD,
      * SO CICS NEVER DOES DATE ARITHMETIC), LEAVING THE NIGHT'S
      * WINDOWED JOBS A CLOSED DAY TO SELECT FROM
      *
      * THE SYSIN PARM RECORD SELECTS THE MODE (SAME PARM-MODE
      * APPROACH BKUPEXTB USES):
      *   'ADVANCE '        - MOVE THE BUSINESS DATE FORWARD ONE
      *                       CALENDAR DAY AND REWRITE BUSDATE,
      *                       BUT ONLY ONCE EVERY JOB REQUIRED FOR
      *                       THE DATE HAS RUN CLEAN (SEE BELOW)
      *   'ADVANCE ' + FORCE - SAME, ADVANCING EVEN WITH REQUIRED
      *                       JOBS OUTSTANDING. 'FORCE' GOES IN
      *                       COLUMNS 9-13 - A DELIBERATE OPERATOR
      *                       DECISION, SHOWN ON THE SUMMARY
      *   'CUTOFF  '        - TAKE THE END-OF-DAY CUTOFF: SET THE
      *                       SWITCH ON BUSDATE SO NEW ONLINE
      *                       POSTINGS ARE DATED TO THE NEXT
      *                       BUSINESS DAY. RUNS AT THE TOP OF THE
      *                       NIGHTLY SCHEDULE, BEFORE GENCARDS. A
      *                       RERUN AFTER THE CUTOFF IS HARMLESS
      *   'GENCARDS'        - WRITE THE CARDS FOR THE DATE ON
      *                       FILE: WINCARD GETS THE ONE-DAY
      *                       WINDOW (START, THEN END EXCLUSIVE)
      *                       COLUMNS 9-16: A RERUN FOR A PRIOR
      *                       DAY IS A DELIBERATE PARAMETER, NOT
      *                       AN OPERATOR RETYPING DATES AT 2AM
      *   'SUMMARY '        - PRINT THE OPERATIONS SUMMARY FOR THE
      *                       DATE ON FILE (OR THE YYYYMMDD IN
      *                       COLUMNS 9-16) WITHOUT ADVANCING
      *
      * EVERY SCHEDULED BATCH JOB LOGS EACH RUN ON THE RUNCTLF
      * RUN-CONTROL FILE AGAINST THE BUSINESS DATE ON FILE (SEE
      * THE RUNCTL COPYBOOKS). THE REQJOBS CARDS LIST THE JOBS
      * THE DATE CANNOT CLOSE WITHOUT - JOB NAME IN COLUMNS 1-8,
      * FREQUENCY IN COLUMN 10: 'D' (OR BLANK) EVERY BUSINESS
      * DAY, 'M' ONLY ON THE LAST DAY OF A MONTH, 'Y' ONLY ON 31
      * DECEMBER. A CARD WITH '*' IN COLUMN 1 IS A COMMENT. A
      * REQUIRED JOB IS SATISFIED WHEN ITS LATEST RUN FOR THE
      * DATE ENDED WITH RC 4 OR LESS; A LATEST RUN STILL MARKED
      * RUNNING (THE JOB ABENDED OR IS STILL GOING) OR ENDED
      * WORSE THAN RC 4 IS A FAILURE, AND NO RUN AT ALL IS
      * MISSING. ADVANCE REFUSES (RC=16, BUSDATE UNTOUCHED) WHILE
      * ANY REQUIRED JOB IS FAILED OR MISSING, OR WHEN THE
      * REQJOBS CARDS OR RUNCTLF CANNOT BE READ - ADVANCING BLIND
      * IS EXACTLY WHAT THIS CHECK EXISTS TO STOP. IT ALSO
      * REFUSES WHEN THE CUTOFF WAS NEVER TAKEN, SINCE ONLINE
      * POSTINGS ARE THEN STILL BEING DATED TO A DAY WHOSE
      * WINDOWED JOBS HAVE ALREADY RUN (FORCE OVERRIDES THIS,
      * BUT NOT A FAILED CHECK). A SUCCESSFUL ADVANCE CLEARS THE
      * CUTOFF SWITCH FOR THE NEW DATE.
      *
      * ADVANCE (FORCED OR NOT, SUCCESSFUL OR REFUSED) AND SUMMARY
      * BOTH PRINT THE RUNSUMR OPERATIONS SUMMARY FOR THE DATE:
      * EVERY JOB THAT RAN WITH ITS LATEST RUN'S TIMES, RETURN
      * CODE, COUNTS AND AMOUNT, THE REQUIRED JOBS STILL MISSING,
      * AND WHETHER THE DATE WAS ADVANCED - THE REPORT THE
      * MORNING SHIFT CHECKS FIRST
      *
      * THE JOB LOG ALWAYS SHOWS WHICH BUSINESS DATE WAS USED,
      * AND THE WINDOWED REPORTS PRINT THE SAME DATE THEMSELVES
               ORGANIZATION LINE SEQUENTIAL.

           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS BUSDATE-KEY
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT WINCARD-OUT ASSIGN TO WINCARD
           SELECT CUTCARD-OUT ASSIGN TO CUTCARD
               ORGANIZATION LINE SEQUENTIAL.

           SELECT REQJOBS-IN ASSIGN TO REQJOBS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQJOBS-STATUS.

           SELECT RUNCTLF ASSIGN TO RUNCTLF
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUNSUM-RPT ASSIGN TO RUNSUMR
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN.

       FD  BUSDATE-FILE.
       01  BUSDATE-REC.
      * ALWAYS 'BUSDATE' - THE FILE HOLDS THIS ONE RECORD
           05  BUSDATE-KEY            PIC X(8).
           05  BUSDATE-DATE           PIC X(8).
      * HOW MANY DAYS WITHOUT ACTIVITY MAKE AN ACCOUNT DORMANT -
      * THE DORMANTB CUTOFF IS THE BUSINESS DATE MINUS THIS
           05  BUSDATE-DORM-DAYS      PIC 9(4).
      * 'Y' ONCE THE END-OF-DAY CUTOFF IS TAKEN - ONLINE POSTINGS
      * ARE THEN DATED BUSDATE-NEXT-DATE INSTEAD OF BUSDATE-DATE
           05  BUSDATE-CUTOFF         PIC X.
               88  BUSDATE-CUTOFF-TAKEN VALUE 'Y'.
           05  BUSDATE-NEXT-DATE      PIC X(8).

       FD  WINCARD-OUT.
       01  WINCARD-REC.
       01  CUTCARD-REC.
           05  CC-CUTOFF              PIC X(8).

       FD  REQJOBS-IN.
       01  REQJOBS-REC.
           05  REQJOBS-JOB-NAME       PIC X(8).
           05  FILLER                 PIC X.
           05  REQJOBS-FREQ           PIC X.

       FD  RUNCTLF.
           COPY RUNCTL.

       FD  RUNSUM-RPT.
       01  RUNSUM-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS          PIC XX.
           88  BUSDATE-OK             VALUE '00'.

       01  WS-REQJOBS-STATUS          PIC XX.
           88  REQJOBS-OK             VALUE '00'.
           88  REQJOBS-EOF            VALUE '10'.

       01  WS-RUNCTL-STATUS           PIC XX.
           88  RUNCTL-OK              VALUE '00'.
           88  RUNCTL-EOF             VALUE '10'.

       01  WS-EOF-PARM                PIC X VALUE 'N'.
           88  EOF-PARM               VALUE 'Y'.

       01  WS-CUTOFF-SWITCH           PIC X VALUE 'N'.
           88  CUTOFF-TAKEN           VALUE 'Y'.

       01  WS-UPDATE-FAILED           PIC X VALUE 'N'.
           88  UPDATE-FAILED          VALUE 'Y'.

       01  WS-SCAN-DONE               PIC X VALUE 'N'.
           88  SCAN-DONE              VALUE 'Y'.

       01  WS-SAME-JOB                PIC X VALUE 'N'.
           88  SAME-JOB               VALUE 'Y'.

      * SET WHEN THE REQJOBS CARDS OR RUNCTLF CANNOT BE READ -
      * THE DATE IS THEN NOT ADVANCED EVEN WITH FORCE
       01  WS-CHECK-FAILED            PIC X VALUE 'N'.
           88  CHECK-FAILED           VALUE 'Y'.

       01  WS-OUTCOME                 PIC X VALUE SPACE.
           88  OUTCOME-ADVANCED       VALUE 'A'.
           88  OUTCOME-FORCED         VALUE 'F'.
           88  OUTCOME-REFUSED        VALUE 'R'.
           88  OUTCOME-SUMMARY        VALUE 'S'.
           88  OUTCOME-NO-CUTOFF      VALUE 'C'.
           88  OUTCOME-NOT-WRITTEN    VALUE 'U'.

       01  WS-BUSINESS-DATE           PIC 9(8) VALUE 0.
       01  WS-DORM-DAYS               PIC 9(4) VALUE 0.
       01  WS-NEXT-DATE               PIC 9(8) VALUE 0.
       01  WS-DAY-AFTER-NEXT          PIC 9(8) VALUE 0.
       01  WS-CUTOFF-DATE             PIC 9(8) VALUE 0.
       01  WS-DATE-INTEGER            PIC 9(8) VALUE 0.

      * THE DATE BEING CHECKED AND THE DAY AFTER IT, TO TELL A
      * MONTH-END OR YEAR-END DATE FROM ANY OTHER
       01  WS-CHECK-DATE              PIC 9(8) VALUE 0.
       01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE PIC X(8).
       01  WS-DAY-AFTER               PIC 9(8) VALUE 0.
       01  WS-DAY-AFTER-PARTS REDEFINES WS-DAY-AFTER.
           05  WS-DA-YEAR             PIC 9(4).
           05  WS-DA-MONTH            PIC 9(2).
           05  WS-DA-DAY              PIC 9(2).
       01  WS-MONTH-END               PIC X VALUE 'N'.
           88  MONTH-END              VALUE 'Y'.
       01  WS-YEAR-END                PIC X VALUE 'N'.
           88  YEAR-END               VALUE 'Y'.

      * THE REQJOBS CARDS, WITH WHETHER EACH IS DUE ON THE DATE
      * AND WHAT THE LOG SHOWS FOR IT
       01  WS-REQ-MAX                 PIC 9(3) VALUE 100.
       01  WS-REQ-COUNT               PIC 9(3) VALUE 0.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 100 TIMES.
               10  WS-REQ-JOB-NAME    PIC X(8).
               10  WS-REQ-FREQ        PIC X.
                   88  REQ-DAILY      VALUE 'D' SPACE.
                   88  REQ-MONTH-END  VALUE 'M'.
                   88  REQ-YEAR-END   VALUE 'Y'.
               10  WS-REQ-DUE         PIC X.
                   88  REQ-DUE        VALUE 'Y'.

      * ONE ROW PER JOB LOGGED FOR THE DATE, HOLDING ITS LATEST
      * RUN (RUNCTLF IS IN JOB THEN START-TIME ORDER WITHIN A
      * DATE, SO EACH LATER RUN OVERWRITES THE ROW)
       01  WS-RUN-MAX                 PIC 9(3) VALUE 200.
       01  WS-RUN-COUNT               PIC 9(3) VALUE 0.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 200 TIMES.
               10  WS-RUN-JOB-NAME    PIC X(8).
               10  WS-RUN-TIMES       PIC 9(3).
               10  WS-RUN-START       PIC X(15).
               10  WS-RUN-END         PIC X(15).
               10  WS-RUN-STATE       PIC X.
               10  WS-RUN-RC          PIC 9(4).
               10  WS-RUN-IN-COUNT    PIC 9(9).
               10  WS-RUN-OUT-COUNT   PIC 9(9).
               10  WS-RUN-AMOUNT      PIC S9(13)V99.
               10  WS-RUN-RESULT      PIC X.
                   88  RUN-CLEAN      VALUE 'C'.
                   88  RUN-FAILED     VALUE 'F'.
                   88  RUN-INCOMPLETE VALUE 'I'.

       01  WS-REQ-IX                  PIC 9(3) VALUE 0.
       01  WS-RUN-IX                  PIC 9(3) VALUE 0.
       01  WS-FOUND-IX                PIC 9(3) VALUE 0.

       01  WS-CLEAN-COUNT             PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT            PIC 9(7) VALUE 0.
       01  WS-INCOMPLETE-COUNT        PIC 9(7) VALUE 0.
       01  WS-MISSING-COUNT           PIC 9(7) VALUE 0.
       01  WS-OUTSTANDING-COUNT       PIC 9(7) VALUE 0.
       01  WS-OVERFLOW-COUNT          PIC 9(7) VALUE 0.

       01  WS-HEADING-1 PIC X(60) VALUE
           'BUSDAYB - BATCH OPERATIONS SUMMARY'.

       01  WS-DATE-LINE.
           05  FILLER             PIC X(16) VALUE 'BUSINESS DATE:  '.
           05  DTL-DATE           PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DTL-PERIOD         PIC X(20).

       01  WS-HEADING-2.
           05  FILLER             PIC X(10) VALUE 'JOB'.
           05  FILLER             PIC X(6)  VALUE 'RUNS'.
           05  FILLER             PIC X(16) VALUE 'STARTED'.
           05  FILLER             PIC X(16) VALUE 'ENDED'.
           05  FILLER             PIC X(6)  VALUE '  RC'.
           05  FILLER             PIC X(12) VALUE 'RESULT'.
           05  FILLER             PIC X(11) VALUE '   INPUT'.
           05  FILLER             PIC X(11) VALUE '  OUTPUT'.
           05  FILLER             PIC X(18) VALUE '           AMOUNT'.
           05  FILLER             PIC X(8)  VALUE 'REQUIRED'.

       01  WS-DETAIL-LINE.
           05  DL-JOB-NAME        PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-TIMES           PIC ZZ9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  DL-START           PIC X(14).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-END             PIC X(14).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-RC              PIC ZZZ9.
           05  DL-RC-X REDEFINES DL-RC PIC X(4).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-RESULT          PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-IN-COUNT        PIC ZZZZZZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-OUT-COUNT       PIC ZZZZZZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-AMOUNT          PIC -(13)9.99.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  DL-REQUIRED        PIC X(8).

       01  WS-MISSING-HEADING PIC X(60) VALUE
           'REQUIRED JOBS WITH NO RUN LOGGED FOR THE DATE:'.

       01  WS-MISSING-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  ML-JOB-NAME        PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  ML-FREQ            PIC X(20).

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(27) VALUE
               'JOBS RUN CLEAN:            '.
           05  SL-CLEAN           PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER             PIC X(27) VALUE
               'JOBS FAILED:               '.
           05  SL2-FAILED         PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER             PIC X(27) VALUE
               'JOBS RUNNING OR ABENDED:   '.
           05  SL3-INCOMPLETE     PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER             PIC X(27) VALUE
               'REQUIRED JOBS MISSING:     '.
           05  SL4-MISSING        PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER             PIC X(27) VALUE
               'REQUIRED JOBS OUTSTANDING: '.
           05  SL5-OUTSTANDING    PIC ZZZZZZ9.

       01  WS-OUTCOME-LINE.
           05  OL-TEXT            PIC X(50).
           05  OL-DATE            PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.

               IF WS-BUSINESS-DATE = 0 THEN
                   PERFORM MISSING-CONTROL-PARA
               ELSE
                   MOVE WS-BUSINESS-DATE TO WS-CHECK-DATE
                   PERFORM CHECK-RUNS-PARA
                   EVALUATE TRUE
                   WHEN CHECK-FAILED
                       MOVE 'R' TO WS-OUTCOME
                   WHEN WS-OUTSTANDING-COUNT = 0 AND CUTOFF-TAKEN
                       MOVE 'A' TO WS-OUTCOME
                   WHEN PARM-DATE = 'FORCE'
                       MOVE 'F' TO WS-OUTCOME
                   WHEN WS-OUTSTANDING-COUNT = 0
                       MOVE 'C' TO WS-OUTCOME
                   WHEN OTHER
                       MOVE 'R' TO WS-OUTCOME
                   END-EVALUATE
                   EVALUATE TRUE
                   WHEN OUTCOME-REFUSED AND CHECK-FAILED
                       DISPLAY 'BUSDAYB: BUSINESS DATE '
                           WS-BUSINESS-DATE ' NOT ADVANCED - '
                           'REQJOBS/RUNCTLF COULD NOT BE CHECKED'
                       MOVE 16 TO RETURN-CODE
                   WHEN OUTCOME-REFUSED
                       DISPLAY 'BUSDAYB: BUSINESS DATE '
                           WS-BUSINESS-DATE ' NOT ADVANCED - '
                           WS-OUTSTANDING-COUNT
                           ' REQUIRED JOB(S) OUTSTANDING'
                       MOVE 16 TO RETURN-CODE
                   WHEN OUTCOME-NO-CUTOFF
                       DISPLAY 'BUSDAYB: BUSINESS DATE '
                           WS-BUSINESS-DATE ' NOT ADVANCED - '
                           'END-OF-DAY CUTOFF NOT TAKEN'
                       MOVE 16 TO RETURN-CODE
                   WHEN OTHER
                       IF OUTCOME-FORCED THEN
                           DISPLAY 'BUSDAYB: FORCED ADVANCE WITH '
                               WS-OUTSTANDING-COUNT
                               ' REQUIRED JOB(S) OUTSTANDING'
                           IF NOT CUTOFF-TAKEN THEN
                               DISPLAY 'BUSDAYB: FORCED ADVANCE '
                                   'WITHOUT THE END-OF-DAY CUTOFF'
                           END-IF
                       END-IF
                       PERFORM ADVANCE-DATE-PARA
                   END-EVALUATE
                   PERFORM WRITE-SUMMARY-REPORT-PARA
               END-IF
           WHEN 'CUTOFF'
               IF WS-BUSINESS-DATE = 0 THEN
                   PERFORM MISSING-CONTROL-PARA
               ELSE
                   PERFORM TAKE-CUTOFF-PARA
               END-IF
           WHEN 'GENCARDS'
      * THE CONTROL RECORD IS REQUIRED EVEN FOR A RERUN - THE
                   END-IF
                   PERFORM GENERATE-CARDS-PARA
               END-IF
           WHEN 'SUMMARY'
               IF PARM-DATE IS NUMERIC THEN
                   MOVE PARM-DATE TO WS-CHECK-DATE
               ELSE
                   MOVE WS-BUSINESS-DATE TO WS-CHECK-DATE
               END-IF
               IF WS-CHECK-DATE = 0 THEN
                   PERFORM MISSING-CONTROL-PARA
               ELSE
                   PERFORM CHECK-RUNS-PARA
                   MOVE 'S' TO WS-OUTCOME
                   PERFORM WRITE-SUMMARY-REPORT-PARA
                   IF CHECK-FAILED THEN
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           WHEN OTHER
               DISPLAY 'BUSDAYB: SYSIN MODE MUST BE ADVANCE, '
                   'CUTOFF, GENCARDS OR SUMMARY'
               MOVE 16 TO RETURN-CODE
           END-EVALUATE


           MOVE 0 TO WS-BUSINESS-DATE
           MOVE 0 TO WS-DORM-DAYS
           MOVE 'N' TO WS-CUTOFF-SWITCH

           OPEN INPUT BUSDATE-FILE

           IF BUSDATE-OK THEN
               MOVE 'BUSDATE' TO BUSDATE-KEY
               READ BUSDATE-FILE
                   INVALID KEY CONTINUE
               END-READ
      * BOTH FIELDS MUST BE GOOD - A READABLE DATE WITH A BAD
      * LOOKBACK IS STILL AN INVALID CONTROL RECORD, NOT A
      * LICENCE TO GUESS THE LOOKBACK AS ZERO
               IF BUSDATE-OK AND
                  BUSDATE-DATE IS NUMERIC AND
                  BUSDATE-DORM-DAYS IS NUMERIC THEN
                   MOVE BUSDATE-DATE TO WS-BUSINESS-DATE
                   MOVE BUSDATE-DORM-DAYS TO WS-DORM-DAYS
                   IF BUSDATE-CUTOFF-TAKEN THEN
                       MOVE 'Y' TO WS-CUTOFF-SWITCH
                   END-IF
               END-IF
               CLOSE BUSDATE-FILE
           END-IF

       ADVANCE-DATE-PARA.
      * END OF DAY: MOVE THE BUSINESS DATE FORWARD ONE CALENDAR
      * DAY, CLEAR THE CUTOFF SWITCH AND CARRY THE DAY AFTER AS
      * THE NEW NEXT DATE, THEN REWRITE THE CONTROL RECORD

           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           COMPUTE WS-DAY-AFTER-NEXT =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER + 1)

           PERFORM OPEN-BUSDATE-UPDATE-PARA
           IF NOT UPDATE-FAILED THEN
               MOVE WS-NEXT-DATE TO BUSDATE-DATE
               MOVE WS-DORM-DAYS TO BUSDATE-DORM-DAYS
               MOVE 'N' TO BUSDATE-CUTOFF
               MOVE WS-DAY-AFTER-NEXT TO BUSDATE-NEXT-DATE
               PERFORM REWRITE-BUSDATE-PARA
           END-IF

           IF UPDATE-FAILED THEN
      * THE RUNSUMR OUTCOME LINE MUST NOT CLAIM AN ADVANCE THAT
      * NEVER REACHED THE FILE
               MOVE 'U' TO WS-OUTCOME
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY 'BUSDAYB: BUSINESS DATE ADVANCED FROM '
                   WS-BUSINESS-DATE ' TO ' WS-NEXT-DATE
           END-IF
           EXIT.

       TAKE-CUTOFF-PARA.
      * SET THE CUTOFF SWITCH AND (RE)STATE THE NEXT BUSINESS
      * DATE THE ONLINE POSTINGS MOVE TO

           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

           IF CUTOFF-TAKEN THEN
               DISPLAY 'BUSDAYB: CUTOFF FOR BUSINESS DATE '
                   WS-BUSINESS-DATE ' ALREADY TAKEN'
           ELSE
               PERFORM OPEN-BUSDATE-UPDATE-PARA
               IF NOT UPDATE-FAILED THEN
                   MOVE 'Y' TO BUSDATE-CUTOFF
                   MOVE WS-NEXT-DATE TO BUSDATE-NEXT-DATE
                   PERFORM REWRITE-BUSDATE-PARA
               END-IF
               IF UPDATE-FAILED THEN
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY 'BUSDAYB: CUTOFF TAKEN FOR BUSINESS DATE '
                       WS-BUSINESS-DATE ' - ONLINE POSTINGS NOW '
                       'DATED ' WS-NEXT-DATE
               END-IF
           END-IF
           EXIT.

       OPEN-BUSDATE-UPDATE-PARA.
      * OPENS BUSDATE FOR UPDATE AND READS THE CONTROL RECORD
      * FOR REWRITE. LEAVES THE FILE OPEN ONLY WHEN THE READ
      * WORKED (REWRITE-BUSDATE-PARA CLOSES IT), OTHERWISE SETS
      * WS-UPDATE-FAILED

           MOVE 'N' TO WS-UPDATE-FAILED
           OPEN I-O BUSDATE-FILE
           IF NOT BUSDATE-OK THEN
               DISPLAY 'BUSDAYB: OPEN BUSDATE FOR UPDATE FAILED, '
                   'STATUS ' WS-BUSDATE-STATUS
               MOVE 'Y' TO WS-UPDATE-FAILED
           ELSE
               MOVE 'BUSDATE' TO BUSDATE-KEY
               READ BUSDATE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF NOT BUSDATE-OK THEN
                   DISPLAY 'BUSDAYB: BUSDATE READ FOR UPDATE FAILED, '
                       'STATUS ' WS-BUSDATE-STATUS
                   MOVE 'Y' TO WS-UPDATE-FAILED
                   CLOSE BUSDATE-FILE
               END-IF
           END-IF
           EXIT.

       REWRITE-BUSDATE-PARA.
           REWRITE BUSDATE-REC
               INVALID KEY CONTINUE
           END-REWRITE
           IF NOT BUSDATE-OK THEN
               DISPLAY 'BUSDAYB: BUSDATE REWRITE FAILED, STATUS '
                   WS-BUSDATE-STATUS
               MOVE 'Y' TO WS-UPDATE-FAILED
           END-IF
           CLOSE BUSDATE-FILE
           EXIT.

       GENERATE-CARDS-PARA.
               WS-BUSINESS-DATE ' (DORMANCY CUTOFF '
               WS-CUTOFF-DATE ')'
           EXIT.

      *---------------------------------------------------------------
      * RUN-CONTROL CHECK
      *---------------------------------------------------------------
       CHECK-RUNS-PARA.
      * WHAT RAN FOR WS-CHECK-DATE AGAINST WHAT HAD TO. LEAVES
      * WS-OUTSTANDING-COUNT AT THE NUMBER OF DUE REQUIRED JOBS
      * THAT ARE MISSING OR DID NOT END CLEAN

           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) + 1
           COMPUTE WS-DAY-AFTER =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           IF WS-DA-DAY = 1 THEN
               MOVE 'Y' TO WS-MONTH-END
               IF WS-DA-MONTH = 1 THEN
                   MOVE 'Y' TO WS-YEAR-END
               END-IF
           END-IF

           PERFORM LOAD-REQUIRED-PARA
           PERFORM LOAD-RUNS-PARA

           PERFORM CHECK-REQUIRED-PARA
               VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > WS-REQ-COUNT
           EXIT.

       LOAD-REQUIRED-PARA.
      * NO CARDS AT ALL IS TREATED AS A BROKEN SCHEDULE, NOT AS
      * "NOTHING REQUIRED"

           MOVE 0 TO WS-REQ-COUNT
           OPEN INPUT REQJOBS-IN

           IF NOT REQJOBS-OK THEN
               DISPLAY 'BUSDAYB: OPEN REQJOBS FAILED, STATUS '
                   WS-REQJOBS-STATUS
               MOVE 'Y' TO WS-CHECK-FAILED
           ELSE
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM READ-NEXT-REQUIRED-PARA
                   UNTIL SCAN-DONE
               CLOSE REQJOBS-IN
               IF WS-REQ-COUNT = 0 THEN
                   DISPLAY 'BUSDAYB: NO REQUIRED JOBS ON REQJOBS'
                   MOVE 'Y' TO WS-CHECK-FAILED
               END-IF
           END-IF
           EXIT.

       READ-NEXT-REQUIRED-PARA.
           READ REQJOBS-IN
               AT END CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN REQJOBS-OK
               IF REQJOBS-JOB-NAME(1:1) NOT = '*' AND
                  REQJOBS-JOB-NAME NOT = SPACES THEN
                   IF WS-REQ-COUNT < WS-REQ-MAX THEN
                       ADD 1 TO WS-REQ-COUNT
                       MOVE REQJOBS-JOB-NAME
                           TO WS-REQ-JOB-NAME(WS-REQ-COUNT)
                       MOVE REQJOBS-FREQ TO WS-REQ-FREQ(WS-REQ-COUNT)
                       PERFORM SET-REQUIRED-DUE-PARA
                   ELSE
                       DISPLAY 'BUSDAYB: MORE THAN ' WS-REQ-MAX
                           ' REQUIRED JOBS - ' REQJOBS-JOB-NAME
                           ' NOT CHECKED'
                       MOVE 'Y' TO WS-CHECK-FAILED
                   END-IF
               END-IF
           WHEN REQJOBS-EOF
               MOVE 'Y' TO WS-SCAN-DONE
           WHEN OTHER
               DISPLAY 'BUSDAYB: REQJOBS READ FAILED, STATUS '
                   WS-REQJOBS-STATUS
               MOVE 'Y' TO WS-CHECK-FAILED
               MOVE 'Y' TO WS-SCAN-DONE
           END-EVALUATE
           EXIT.

       SET-REQUIRED-DUE-PARA.
           EVALUATE TRUE
           WHEN REQ-DAILY(WS-REQ-COUNT)
               MOVE 'Y' TO WS-REQ-DUE(WS-REQ-COUNT)
           WHEN REQ-MONTH-END(WS-REQ-COUNT) AND MONTH-END
               MOVE 'Y' TO WS-REQ-DUE(WS-REQ-COUNT)
           WHEN REQ-YEAR-END(WS-REQ-COUNT) AND YEAR-END
               MOVE 'Y' TO WS-REQ-DUE(WS-REQ-COUNT)
           WHEN REQ-MONTH-END(WS-REQ-COUNT)
           WHEN REQ-YEAR-END(WS-REQ-COUNT)
               MOVE 'N' TO WS-REQ-DUE(WS-REQ-COUNT)
           WHEN OTHER
               DISPLAY 'BUSDAYB: REQJOBS FREQUENCY MUST BE D, M OR '
                   'Y - ' REQJOBS-JOB-NAME
               MOVE 'Y' TO WS-REQ-DUE(WS-REQ-COUNT)
               MOVE 'Y' TO WS-CHECK-FAILED
           END-EVALUATE
           EXIT.

       LOAD-RUNS-PARA.
      * EVERY RUN LOGGED FOR THE DATE, FOLDED TO THE LATEST RUN
      * PER JOB

           MOVE 0 TO WS-RUN-COUNT
           OPEN INPUT RUNCTLF

           IF NOT RUNCTL-OK THEN
               DISPLAY 'BUSDAYB: OPEN RUNCTLF FAILED, STATUS '
                   WS-RUNCTL-STATUS
               MOVE 'Y' TO WS-CHECK-FAILED
           ELSE
               MOVE 'N' TO WS-SCAN-DONE
               MOVE LOW-VALUES TO RUNCTL-KEY
               MOVE WS-CHECK-DATE-X TO RUNCTL-BUS-DATE
               START RUNCTLF KEY IS NOT LESS THAN RUNCTL-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
               END-START
               PERFORM READ-NEXT-RUN-PARA
                   UNTIL SCAN-DONE
               CLOSE RUNCTLF
           END-IF
           EXIT.

       READ-NEXT-RUN-PARA.
           READ RUNCTLF NEXT RECORD
               AT END CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN RUNCTL-OK
               IF RUNCTL-BUS-DATE NOT = WS-CHECK-DATE-X THEN
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   PERFORM KEEP-RUN-PARA
               END-IF
           WHEN RUNCTL-EOF
               MOVE 'Y' TO WS-SCAN-DONE
           WHEN OTHER
               DISPLAY 'BUSDAYB: RUNCTLF READ FAILED, STATUS '
                   WS-RUNCTL-STATUS
               MOVE 'Y' TO WS-CHECK-FAILED
               MOVE 'Y' TO WS-SCAN-DONE
           END-EVALUATE
           EXIT.

       KEEP-RUN-PARA.
      * A NEW JOB STARTS A NEW ROW; A LATER RUN OF THE SAME JOB
      * REPLACES THE ROW'S DETAIL AND BUMPS ITS RUN COUNT

           MOVE 'N' TO WS-SAME-JOB
           IF WS-RUN-COUNT > 0 THEN
               IF WS-RUN-JOB-NAME(WS-RUN-COUNT) = RUNCTL-JOB-NAME
                   MOVE 'Y' TO WS-SAME-JOB
               END-IF
           END-IF

           IF SAME-JOB THEN
               ADD 1 TO WS-RUN-TIMES(WS-RUN-COUNT)
           ELSE
               IF WS-RUN-COUNT < WS-RUN-MAX THEN
                   ADD 1 TO WS-RUN-COUNT
                   MOVE RUNCTL-JOB-NAME
                       TO WS-RUN-JOB-NAME(WS-RUN-COUNT)
                   MOVE 1 TO WS-RUN-TIMES(WS-RUN-COUNT)
                   MOVE 'Y' TO WS-SAME-JOB
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF

           IF SAME-JOB THEN
               MOVE RUNCTL-START-TIMESTAMP
                   TO WS-RUN-START(WS-RUN-COUNT)
               MOVE RUNCTL-END-TIMESTAMP TO WS-RUN-END(WS-RUN-COUNT)
               MOVE RUNCTL-RUN-STATE TO WS-RUN-STATE(WS-RUN-COUNT)
               MOVE RUNCTL-RETURN-CODE TO WS-RUN-RC(WS-RUN-COUNT)
               MOVE RUNCTL-IN-COUNT TO WS-RUN-IN-COUNT(WS-RUN-COUNT)
               MOVE RUNCTL-OUT-COUNT
                   TO WS-RUN-OUT-COUNT(WS-RUN-COUNT)
               MOVE RUNCTL-AMOUNT TO WS-RUN-AMOUNT(WS-RUN-COUNT)
               EVALUATE TRUE
               WHEN NOT RUNCTL-ENDED
                   MOVE 'I' TO WS-RUN-RESULT(WS-RUN-COUNT)
               WHEN RUNCTL-RETURN-CODE > 4
                   MOVE 'F' TO WS-RUN-RESULT(WS-RUN-COUNT)
               WHEN OTHER
                   MOVE 'C' TO WS-RUN-RESULT(WS-RUN-COUNT)
               END-EVALUATE
           END-IF
           EXIT.

       CHECK-REQUIRED-PARA.
           IF REQ-DUE(WS-REQ-IX) THEN
               PERFORM FIND-RUN-PARA
               IF WS-FOUND-IX = 0 THEN
                   ADD 1 TO WS-MISSING-COUNT
                   ADD 1 TO WS-OUTSTANDING-COUNT
               ELSE
                   IF NOT RUN-CLEAN(WS-FOUND-IX) THEN
                       ADD 1 TO WS-OUTSTANDING-COUNT
                   END-IF
               END-IF
           END-IF
           EXIT.

       FIND-RUN-PARA.
      * WS-FOUND-IX = THE RUN ROW FOR THE REQUIRED JOB AT
      * WS-REQ-IX, ZERO IF IT NEVER RAN

           MOVE 0 TO WS-FOUND-IX
           PERFORM MATCH-RUN-PARA
               VARYING WS-RUN-IX FROM 1 BY 1
               UNTIL WS-RUN-IX > WS-RUN-COUNT OR WS-FOUND-IX > 0
           EXIT.

       MATCH-RUN-PARA.
           IF WS-RUN-JOB-NAME(WS-RUN-IX) = WS-REQ-JOB-NAME(WS-REQ-IX)
               MOVE WS-RUN-IX TO WS-FOUND-IX
           END-IF
           EXIT.

      *---------------------------------------------------------------
      * OPERATIONS SUMMARY REPORT
      *---------------------------------------------------------------
       WRITE-SUMMARY-REPORT-PARA.
           OPEN OUTPUT RUNSUM-RPT

           MOVE WS-HEADING-1 TO RUNSUM-RPT-LINE
           WRITE RUNSUM-RPT-LINE

           MOVE WS-CHECK-DATE TO DTL-DATE
           EVALUATE TRUE
           WHEN YEAR-END
               MOVE '(YEAR END)' TO DTL-PERIOD
           WHEN MONTH-END
               MOVE '(MONTH END)' TO DTL-PERIOD
           WHEN OTHER
               MOVE SPACES TO DTL-PERIOD
           END-EVALUATE
           MOVE WS-DATE-LINE TO RUNSUM-RPT-LINE
           WRITE RUNSUM-RPT-LINE

           MOVE SPACES TO RUNSUM-RPT-LINE
           WRITE RUNSUM-RPT-LINE

           MOVE WS-HEADING-2 TO RUNSUM-RPT-LINE
           WRITE RUNSUM-RPT-LINE

           PERFORM WRITE-RUN-LINE-PARA
               VARYING WS-RUN-IX FROM 1 BY 1
               UNTIL WS-RUN-IX > WS-RUN-COUNT

           IF WS-MISSING-COUNT > 0 THEN
               MOVE SPACES TO RUNSUM-RPT-LINE
               WRITE RUNSUM-RPT-LINE
               MOVE WS-MISSING-HEADING TO RUNSUM-RPT-LINE
               WRITE RUNSUM-RPT-LINE
               PERFORM WRITE-MISSING-LINE-PARA
                   VARYING WS-REQ-IX FROM 1 BY 1
                   UNTIL WS-REQ-IX > WS-REQ-COUNT
           END-IF

           MOVE SPACES TO RUNSUM-RPT-LINE
           WRITE RUNSUM-RPT-LINE

           MOVE WS-CLEAN-COUNT TO SL-CLEAN
           MOVE WS-SUMMARY-LINE TO RUNSUM-RPT-LINE
           WRITE RUNSUM-RPT-LINE

           MOVE WS-FAILED-COUNT TO SL2-FAILED
           MOVE WS-SUMMARY-LINE-2 TO RUNSUM-RPT-LINE
           WRITE RUNSUM-RPT-LINE

           MOVE WS-INCOMPLETE-COUNT TO SL3-INCOMPLETE
           MOVE WS-SUMMARY-LINE-3 TO RUNSUM-RPT-LINE
           WRITE RUNSUM-RPT-LINE

           MOVE WS-MISSING-COUNT TO SL4-MISSING
           MOVE WS-SUMMARY-LINE-4 TO RUNSUM-RPT-LINE
           WRITE RUNSUM-RPT-LINE

           MOVE WS-OUTSTANDING-COUNT TO SL5-OUTSTANDING
           MOVE WS-SUMMARY-LINE-5 TO RUNSUM-RPT-LINE
           WRITE RUNSUM-RPT-LINE

           IF WS-OVERFLOW-COUNT > 0 THEN
               MOVE SPACES TO WS-OUTCOME-LINE
               MOVE 'MORE JOBS LOGGED THAN THIS REPORT CAN LIST'
                   TO OL-TEXT
               MOVE WS-OUTCOME-LINE TO RUNSUM-RPT-LINE
               WRITE RUNSUM-RPT-LINE
           END-IF

           MOVE SPACES TO RUNSUM-RPT-LINE
           WRITE RUNSUM-RPT-LINE

           MOVE SPACES TO WS-OUTCOME-LINE
           EVALUATE TRUE
           WHEN OUTCOME-ADVANCED
               MOVE 'BUSINESS DATE ADVANCED TO ' TO OL-TEXT
               MOVE WS-NEXT-DATE TO OL-DATE
           WHEN OUTCOME-FORCED
               MOVE 'BUSINESS DATE ADVANCED BY FORCE OVERRIDE TO '
                   TO OL-TEXT
               MOVE WS-NEXT-DATE TO OL-DATE
           WHEN OUTCOME-NO-CUTOFF
               MOVE 'NOT ADVANCED - END-OF-DAY CUTOFF NOT TAKEN'
                   TO OL-TEXT
           WHEN OUTCOME-NOT-WRITTEN
               MOVE 'NOT ADVANCED - BUSDATE COULD NOT BE UPDATED'
                   TO OL-TEXT
           WHEN OUTCOME-REFUSED
               IF CHECK-FAILED THEN
                   MOVE 'NOT ADVANCED - RUN CHECK COULD NOT BE MADE'
                       TO OL-TEXT
               ELSE
                   MOVE 'NOT ADVANCED - REQUIRED JOBS OUTSTANDING'
                       TO OL-TEXT
               END-IF
           WHEN OTHER
               MOVE 'SUMMARY ONLY - BUSINESS DATE NOT CHANGED'
                   TO OL-TEXT
           END-EVALUATE
           MOVE WS-OUTCOME-LINE TO RUNSUM-RPT-LINE
           WRITE RUNSUM-RPT-LINE

           CLOSE RUNSUM-RPT
           EXIT.

       WRITE-RUN-LINE-PARA.
           MOVE WS-RUN-JOB-NAME(WS-RUN-IX) TO DL-JOB-NAME
           MOVE WS-RUN-TIMES(WS-RUN-IX) TO DL-TIMES
           MOVE WS-RUN-START(WS-RUN-IX) TO DL-START
           MOVE WS-RUN-END(WS-RUN-IX) TO DL-END
           MOVE WS-RUN-IN-COUNT(WS-RUN-IX) TO DL-IN-COUNT
           MOVE WS-RUN-OUT-COUNT(WS-RUN-IX) TO DL-OUT-COUNT
           MOVE WS-RUN-AMOUNT(WS-RUN-IX) TO DL-AMOUNT

           EVALUATE TRUE
           WHEN RUN-CLEAN(WS-RUN-IX)
               MOVE WS-RUN-RC(WS-RUN-IX) TO DL-RC
               MOVE 'COMPLETE' TO DL-RESULT
               ADD 1 TO WS-CLEAN-COUNT
           WHEN RUN-FAILED(WS-RUN-IX)
               MOVE WS-RUN-RC(WS-RUN-IX) TO DL-RC
               MOVE 'FAILED' TO DL-RESULT
               ADD 1 TO WS-FAILED-COUNT
           WHEN OTHER
               MOVE SPACES TO DL-RC-X
               MOVE SPACES TO DL-END
               MOVE 'NOT ENDED' TO DL-RESULT
               ADD 1 TO WS-INCOMPLETE-COUNT
           END-EVALUATE

           MOVE SPACES TO DL-REQUIRED
           PERFORM MARK-REQUIRED-PARA
               VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > WS-REQ-COUNT

           MOVE WS-DETAIL-LINE TO RUNSUM-RPT-LINE
           WRITE RUNSUM-RPT-LINE
           EXIT.

       MARK-REQUIRED-PARA.
           IF WS-REQ-JOB-NAME(WS-REQ-IX) = WS-RUN-JOB-NAME(WS-RUN-IX)
              AND REQ-DUE(WS-REQ-IX) THEN
               MOVE 'YES' TO DL-REQUIRED
           END-IF
           EXIT.

       WRITE-MISSING-LINE-PARA.
           IF REQ-DUE(WS-REQ-IX) THEN
               PERFORM FIND-RUN-PARA
               IF WS-FOUND-IX = 0 THEN
                   MOVE WS-REQ-JOB-NAME(WS-REQ-IX) TO ML-JOB-NAME
                   EVALUATE TRUE
                   WHEN REQ-MONTH-END(WS-REQ-IX)
                       MOVE 'MONTH-END JOB' TO ML-FREQ
                   WHEN REQ-YEAR-END(WS-REQ-IX)
                       MOVE 'YEAR-END JOB' TO ML-FREQ
                   WHEN OTHER
                       MOVE 'DAILY JOB' TO ML-FREQ
                   END-EVALUATE
                   MOVE WS-MISSING-LINE TO RUNSUM-RPT-LINE
                   WRITE RUNSUM-RPT-LINE
               END-IF
           END-IF
           EXIT.
