       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEECHGB.

      * MONTH-END FEES AND CHARGES
      *
      * THE PRODF PRODUCT RECORD CARRIES A FEE SCHEDULE BESIDE ITS
      * INTEREST TERMS: A MONTHLY MAINTENANCE FEE, A FEE FOR
      * DROPPING BELOW THE PRODUCT'S MINIMUM BALANCE, AND A FEE FOR
      * GOING PAST THE AUTHORIZED ODLIMF OVERDRAFT LIMIT (WHICH
      * MAPREVP AND THE BATCH POSTERS CAN STILL DO). THIS JOB RUNS
      * DOWN BALF ONCE A MONTH, WORKS OUT EACH OPEN ACCOUNT'S
      * LOWEST BALANCE OVER THE FEE PERIOD AND CHARGES WHAT THE
      * SCHEDULE SAYS:
      *
      *   'M' MONTHLY MAINTENANCE - WAIVED WHEN THE LOWEST BALANCE
      *       NEVER FELL BELOW THE PRODUCT'S MINIMUM BALANCE
      *   'L' LOW BALANCE         - THE LOWEST BALANCE FELL BELOW
      *       THE PRODUCT'S MINIMUM BALANCE
      *   'X' EXCESS OVER LIMIT   - THE LOWEST BALANCE WENT PAST
      *       THE ACCOUNT'S ODLIMF LIMIT (NO LIMIT RECORD MEANS A
      *       LIMIT OF ZERO, SAME AS MAPBANKP'S FUNDS CHECK)
      *
      * EACH FEE IS ITS OWN TRANF RECORD SO THE CUSTOMER'S
      * HISTORY, THE STATEMENT AND GLEXTRB'S FE CATEGORY SEE EVERY
      * CHARGE SEPARATELY. THE AMOUNT IS CARRIED SIGNED (NEGATIVE,
      * A DEBIT), LIKE A REVERSAL, SO TRECONCB, STMNTB AND TRARCHB
      * REPLAY IT WITH THEIR EXISTING SIGNED-AMOUNT RULE. A ZERO
      * FEE ON THE SCHEDULE IS NEVER CHARGED. CLOSED ACCOUNTS AND
      * ACCOUNTS WITHOUT A DATAF OR PRODF RECORD ARE NOT CHARGED -
      * UNLIKE INTEREST, A FEE IS NEVER GUESSED AT - BUT THEY ARE
      * COUNTED ON THE REPORT SO THE CONTROL FILE GAP SHOWS
      *
      * THE LOWEST BALANCE IS FOUND BY REPLAYING THE ACCOUNT'S
      * TRANF RECORDS FROM THE START OF THE PERIOD FORWARD (THE
      * SAME TYPE RULES TRECONCB USES: D/F/I ADD, W/T SUBTRACT,
      * ANYTHING ELSE CARRIES ITS SIGNED EFFECT): THE OPENING
      * BALANCE IS THE BALF BALANCE LESS EVERYTHING POSTED SINCE
      * THE PERIOD STARTED, AND EVERY MOVEMENT INSIDE THE PERIOD
      * IS STEPPED THROUGH FROM THERE
      *
      * THE SYSIN CARD CARRIES THE POSTING DATE (YYYYMMDD - THE FEE
      * RECORDS ARE STAMPED MIDNIGHT OF THAT DATE, AND THE FEE
      * PERIOD RUNS UP TO BUT NOT INCLUDING IT) FOLLOWED BY THE
      * FIRST DATE OF THE FEE PERIOD (YYYYMMDD). IT RUNS IN THE
      * MONTH-END NIGHT WINDOW BEFORE BUSDAYB ADVANCE, WHILE THE
      * BUSINESS DATE IS STILL THE LAST DAY OF THE MONTH, WITH THE
      * 1ST OF THE NEXT MONTH AS THE POSTING DATE
      *
      * THE BALF REWRITE GOES FIRST AND THE TRANF APPENDS SECOND;
      * IF AN APPEND EVER FAILS THE JOB ENDS WITH RC=8 AND THE
      * NIGHTLY TRECONCB RECONCILIATION WILL SHOW THE SAME ACCOUNT
      *
      * RESTART-FROM-CHECKPOINT, THE SAME DISCIPLINE AS INTACCRB:
      * AFTER EVERY ACCOUNT IS FULLY PROCESSED THE FECHKPT FILE IS
      * REWRITTEN WITH THE POSTING DATE AND THAT ACCOUNT, AND A
      * RERUN WITH THE SAME SYSIN DATE RESUMES AFTER IT. EVEN IF
      * THE CHECKPOINT IS LOST, THE PERIOD REPLAY ALSO LOOKS AT THE
      * POSTING-DATE MIDNIGHT RECORDS AND AN 'M', 'L' OR 'X'
      * ALREADY STAMPED WITH THIS RUN'S DATE SKIPS THE ACCOUNT - A
      * RERUN CANNOT CHARGE TWICE
      *
      * THE FEECHGR REPORT IS THE FEE INCOME REPORT: PER PRODUCT,
      * THE COUNT AND AMOUNT OF EACH FEE CHARGED AND THE MONTHLY
      * FEES WAIVED, WITH GRAND TOTALS

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL.

           SELECT BALF ASSIGN TO BALF
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BALF-BANK-ACCOUNT
               FILE STATUS IS WS-BALF-STATUS.

           SELECT TRANF ASSIGN TO TRANF
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANF-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO FECHKPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.

           SELECT DATAF ASSIGN TO DATAF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DATAF-BANK-NUMBER
               FILE STATUS IS WS-DATAF-STATUS.

           SELECT PRODF ASSIGN TO PRODF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRODF-CODE
               FILE STATUS IS WS-PRODF-STATUS.

           SELECT ODLIMF ASSIGN TO ODLIMF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ODLIMF-BANK-ACCOUNT
               FILE STATUS IS WS-ODLIMF-STATUS.

           SELECT FEECHG-RPT ASSIGN TO FEECHGR
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
       01  PARM-IN-REC.
           05  PARM-POST-DATE         PIC X(8).
           05  PARM-PERIOD-START      PIC X(8).

       FD  BALF.
       01  FS-BALF.
           05  BALF-BANK-ACCOUNT      PIC X(26).
           05  BALF-BALANCE           PIC S9(9)V99.

       FD  TRANF.
       01  FS-TRANF.
           05  TRANF-KEY.
               10  TRANF-BANK-ACCOUNT PIC X(26).
               10  TRANF-TIMESTAMP    PIC X(15).
               10  TRANF-SEQ          PIC 9(3).
           05  TRANF-TYPE             PIC X.
           05  TRANF-AMOUNT           PIC S9(9)V99.
           05  TRANF-BALANCE-AFTER    PIC S9(9)V99.
      * KEY OF THE ORIGINAL RECORD A TYPE 'V' REVERSAL BACKS OUT,
      * SPACES ON EVERY OTHER RECORD (SEE MAPREVP)
           05  TRANF-ORIG-KEY         PIC X(44).
      * FOUR-CHARACTER IDENTITY OF THE POSTING TERMINAL
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

       FD  DATAF.
       01  FS-DATAF.
           05  DATAF-BANK-NUMBER      PIC X(26).
           05  DATAF-TIMESTAMP        PIC X(15).
           05  DATAF-NAME             PIC X(20).
           05  DATAF-SURNAME          PIC X(20).
           05  DATAF-ADRESS           PIC X(45).
           05  DATAF-PHONE-NUM        PIC X(12).
           05  DATAF-ID-NUM           PIC X(11).
           05  DATAF-STATUS           PIC X.
               88  DATAF-ACCT-CLOSED  VALUE 'C'.
           05  DATAF-CLOSE-TIMESTAMP  PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05  DATAF-PRODUCT-CODE     PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN (ISO CODE, FROM ITS
      * PRODUCT - SEE PRODF)
           05  DATAF-CURRENCY         PIC X(3).

       FD  PRODF.
       01  FS-PRODF.
           05  PRODF-CODE             PIC X(2).
           05  PRODF-NAME             PIC X(20).
           05  PRODF-RATE             PIC 9(2)V9(4).
           05  PRODF-MIN-BALANCE      PIC 9(9).
      * MONTH-END FEE SCHEDULE, CHARGED BY FEECHGB
           05  PRODF-MONTHLY-FEE      PIC 9(5)V99.
           05  PRODF-BELOW-MIN-FEE    PIC 9(5)V99.
           05  PRODF-OVERLIMIT-FEE    PIC 9(5)V99.
      * UNCLEARED-FUNDS HOLD RULE: CREDITS OVER THE THRESHOLD ARE
      * HELD ON FHOLDF FOR THE NUMBER OF DAYS (ZERO = NO HOLDS)
           05  PRODF-HOLD-THRESHOLD   PIC 9(9).
           05  PRODF-HOLD-DAYS        PIC 9(3).
      * CURRENCY THE PRODUCT'S ACCOUNTS ARE HELD IN (ISO CODE)
           05  PRODF-CURRENCY         PIC X(3).
      * TERM-DEPOSIT PRODUCTS ONLY: THE AGREED TERM IN MONTHS
      * (ZERO = INSTANT ACCESS) AND THE PENALTY, IN PERCENT PER
      * ANNUM OFF THE FIXED RATE, FOR BREAKING BEFORE MATURITY
           05  PRODF-TERM-MONTHS      PIC 9(3).
           05  PRODF-BREAK-PENALTY    PIC 9V99.

       FD  ODLIMF.
       01  FS-ODLIMF.
           05  ODLIMF-BANK-ACCOUNT    PIC X(26).
           05  ODLIMF-LIMIT           PIC 9(9).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           05  CHKPT-POST-DATE        PIC X(8).
           05  CHKPT-ACCOUNT          PIC X(26).

       FD  FEECHG-RPT.
       01  FEECHG-RPT-LINE            PIC X(132).

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

       01  WS-BALF-STATUS             PIC XX.
           88  BALF-OK                VALUE '00'.

       01  WS-TRANF-STATUS            PIC XX.
           88  TRANF-OK               VALUE '00'.
           88  TRANF-DUPKEY           VALUE '22'.

       01  WS-DATAF-STATUS            PIC XX.
           88  DATAF-OK               VALUE '00'.

       01  WS-PRODF-STATUS            PIC XX.
           88  PRODF-OK               VALUE '00'.

       01  WS-ODLIMF-STATUS           PIC XX.
           88  ODLIMF-OK              VALUE '00'.

       01  WS-EOF-PARM                PIC X VALUE 'N'.
           88  EOF-PARM               VALUE 'Y'.

       01  WS-EOF-BALF                PIC X VALUE 'N'.
           88  EOF-BALF               VALUE 'Y'.

       01  WS-PARM-VALID              PIC X VALUE 'N'.
           88  PARM-VALID             VALUE 'Y'.

       01  WS-WRITE-DONE              PIC X VALUE 'N'.
           88  WRITE-DONE             VALUE 'Y'.

       01  WS-CHKPT-STATUS            PIC XX.
           88  CHKPT-OK               VALUE '00'.

       01  WS-EOF-CHKPT               PIC X VALUE 'N'.
           88  EOF-CHKPT              VALUE 'Y'.

      * LAST ACCOUNT FULLY PROCESSED BY AN EARLIER RUN FOR THIS
      * SAME POSTING DATE - EVERYTHING UP TO AND INCLUDING IT IS
      * SKIPPED ON A RERUN
       01  WS-RESTART-ACCOUNT         PIC X(26) VALUE LOW-VALUES.
       01  WS-RESTART-ACTIVE          PIC X VALUE 'N'.
           88  RESTART-ACTIVE         VALUE 'Y'.

      * PERIOD REPLAY WORK: WHETHER THE BROWSE HAS LEFT THE
      * ACCOUNT, AND WHETHER A FEE RECORD ALREADY STAMPED WITH
      * THIS RUN'S POSTING DATE WAS SEEN ON THE WAY
       01  WS-SCAN-DONE               PIC X VALUE 'N'.
           88  SCAN-DONE              VALUE 'Y'.
       01  WS-GUARD-FOUND             PIC X VALUE 'N'.
           88  GUARD-FOUND            VALUE 'Y'.

      * WHETHER THE ACCOUNT IS ONE THE SCHEDULE APPLIES TO (OPEN,
      * WITH A DATAF AND A PRODF RECORD)
       01  WS-ACCOUNT-CHARGEABLE      PIC X VALUE 'N'.
           88  ACCOUNT-CHARGEABLE     VALUE 'Y'.

      * THE SYSIN DATES EXPANDED TO FULL TIMESTAMPS (MIDNIGHT AT
      * THEIR START): THE FEE PERIOD IS PERIOD-START UP TO BUT NOT
      * INCLUDING POST-TIMESTAMP, WHICH ALSO STAMPS THE FEES
       01  WS-POST-TIMESTAMP.
           05  WS-POST-DATE           PIC X(8).
           05  FILLER                 PIC X(7) VALUE '000000 '.
       01  WS-PERIOD-START.
           05  WS-PERIOD-START-DATE   PIC X(8).
           05  FILLER                 PIC X(7) VALUE '000000 '.

      * REPLAY OF THE ACCOUNT'S PERIOD: EVERY MOVEMENT SINCE THE
      * PERIOD STARTED, THE RUNNING MOVEMENT INSIDE THE PERIOD AND
      * ITS LOWEST POINT, GIVING THE OPENING AND LOWEST BALANCES
       01  WS-MOVEMENT                PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-MOVEMENT          PIC S9(11)V99 VALUE 0.
       01  WS-RUNNING-MOVEMENT        PIC S9(11)V99 VALUE 0.
       01  WS-LOWEST-MOVEMENT         PIC S9(11)V99 VALUE 0.
       01  WS-OPENING-BALANCE         PIC S9(11)V99 VALUE 0.
       01  WS-LOWEST-BALANCE          PIC S9(11)V99 VALUE 0.

       01  WS-APPLIED-PRODUCT         PIC X(2).
       01  WS-OVERDRAFT-FLOOR         PIC S9(11)V99 VALUE 0.

      * FEES DUE ON THE ACCOUNT IN HAND (ZERO = NOT CHARGED)
       01  WS-MAINT-FEE               PIC S9(9)V99 VALUE 0.
       01  WS-LOWBAL-FEE              PIC S9(9)V99 VALUE 0.
       01  WS-OVERLIMIT-FEE           PIC S9(9)V99 VALUE 0.
       01  WS-FEE-TOTAL               PIC S9(9)V99 VALUE 0.
       01  WS-WAIVED-FEE              PIC S9(9)V99 VALUE 0.

      * ONE FEE RECORD BEING APPENDED, AND THE BALANCE BEFORE THE
      * FEES SO EACH RECORD CARRIES ITS OWN BALANCE-AFTER
       01  WS-FEE-TYPE                PIC X.
       01  WS-FEE-AMOUNT              PIC S9(9)V99 VALUE 0.
       01  WS-RUNNING-BALANCE         PIC S9(9)V99 VALUE 0.

      * PER-PRODUCT FEE INCOME TALLY FOR THE REPORT
       01  WS-PROD-TABLE-MAX          PIC S9(4) COMP VALUE 20.
       01  WS-PROD-COUNT              PIC S9(4) COMP VALUE 0.
       01  WS-PROD-SUB                PIC S9(4) COMP VALUE 0.
       01  WS-PROD-HIT                PIC X VALUE 'N'.
           88  PROD-HIT               VALUE 'Y'.

       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY OCCURS 20 TIMES.
               10  PT-CODE            PIC X(2).
               10  PT-MAINT-COUNT     PIC 9(7).
               10  PT-MAINT-AMOUNT    PIC S9(11)V99.
               10  PT-LOWBAL-COUNT    PIC 9(7).
               10  PT-LOWBAL-AMOUNT   PIC S9(11)V99.
               10  PT-OVER-COUNT      PIC 9(7).
               10  PT-OVER-AMOUNT     PIC S9(11)V99.
               10  PT-WAIVED-COUNT    PIC 9(7).
               10  PT-WAIVED-AMOUNT   PIC S9(11)V99.

       01  WS-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-CHARGED-COUNT           PIC 9(7) VALUE 0.
       01  WS-FEE-RECORD-COUNT        PIC 9(7) VALUE 0.
       01  WS-WAIVED-COUNT            PIC 9(7) VALUE 0.
       01  WS-CLOSED-COUNT            PIC 9(7) VALUE 0.
       01  WS-NO-PRODUCT-COUNT        PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT            PIC 9(7) VALUE 0.
       01  WS-RESTART-SKIP-COUNT      PIC 9(7) VALUE 0.
       01  WS-ALREADY-COUNT           PIC 9(7) VALUE 0.
       01  WS-TOTAL-FEES              PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-WAIVED            PIC S9(11)V99 VALUE 0.

       01  WS-HEADING-1 PIC X(60) VALUE
           'FEECHGB - MONTH-END FEE INCOME REPORT'.

       01  WS-PERIOD-LINE.
           05  FILLER             PIC X(16) VALUE 'FEE PERIOD:     '.
           05  PRL-START          PIC X(15).
           05  FILLER             PIC X(4) VALUE ' TO '.
           05  PRL-END            PIC X(15).

       01  WS-HEADING-2.
           05  FILLER             PIC X(9)  VALUE 'PRODUCT'.
           05  FILLER             PIC X(25) VALUE
               '   MAINTENANCE (M)'.
           05  FILLER             PIC X(25) VALUE
               '   LOW BALANCE (L)'.
           05  FILLER             PIC X(25) VALUE
               '   OVER LIMIT (X)'.
           05  FILLER             PIC X(25) VALUE
               '   WAIVED MAINTENANCE'.

       01  WS-PRODUCT-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  PDL-CODE           PIC X(2).
           05  FILLER             PIC X(5) VALUE SPACES.
           05  PDL-MAINT-COUNT    PIC ZZZZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  PDL-MAINT-AMOUNT   PIC Z(10)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  PDL-LOWBAL-COUNT   PIC ZZZZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  PDL-LOWBAL-AMOUNT  PIC Z(10)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  PDL-OVER-COUNT     PIC ZZZZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  PDL-OVER-AMOUNT    PIC Z(10)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  PDL-WAIVED-COUNT   PIC ZZZZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  PDL-WAIVED-AMOUNT  PIC Z(10)9.99.

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(27) VALUE
               'BALF ACCOUNTS READ:        '.
           05  SL-READ            PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER             PIC X(27) VALUE
               'ACCOUNTS CHARGED:          '.
           05  SL2-CHARGED        PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER             PIC X(27) VALUE
               'FEE RECORDS POSTED:        '.
           05  SL3-RECORDS        PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER             PIC X(27) VALUE
               'TOTAL FEE INCOME:          '.
           05  SL4-TOTAL          PIC -(10)9.99.

       01  WS-SUMMARY-LINE-5.
           05  FILLER             PIC X(27) VALUE
               'MONTHLY FEES WAIVED:       '.
           05  SL5-WAIVED         PIC ZZZZZZ9.
           05  FILLER             PIC X(12) VALUE '   AMOUNT: '.
           05  SL5-AMOUNT         PIC -(10)9.99.

       01  WS-CLOSED-LINE.
           05  FILLER             PIC X(27) VALUE
               'CLOSED, NOT CHARGED:       '.
           05  CL-CLOSED          PIC ZZZZZZ9.

       01  WS-NO-PRODUCT-LINE.
           05  FILLER             PIC X(27) VALUE
               'NO DATAF/PRODF, NOT CHGD:  '.
           05  NPL-COUNT          PIC ZZZZZZ9.

       01  WS-FAILED-LINE.
           05  FILLER             PIC X(27) VALUE
               'FAILED POSTINGS:           '.
           05  FL-FAILED          PIC ZZZZZZ9.

       01  WS-RESTART-LINE.
           05  FILLER             PIC X(27) VALUE
               'SKIPPED BY CHECKPOINT:     '.
           05  RSL-SKIPPED        PIC ZZZZZZ9.

       01  WS-ALREADY-LINE.
           05  FILLER             PIC X(27) VALUE
               'ALREADY CHARGED THIS DATE: '.
           05  AL-ALREADY         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'FEECHGB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF NOT PARM-VALID THEN
               DISPLAY 'FEECHGB: MISSING OR INVALID SYSIN DATE CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           PERFORM READ-CHECKPOINT-PARA

           OPEN I-O BALF
           OPEN I-O TRANF
           OPEN INPUT DATAF
           OPEN INPUT PRODF
           OPEN INPUT ODLIMF
           OPEN OUTPUT FEECHG-RPT

           PERFORM CHARGE-PARA
               UNTIL EOF-BALF

           PERFORM WRITE-REPORT-PARA

           CLOSE BALF
           CLOSE TRANF
           CLOSE DATAF
           CLOSE PRODF
           CLOSE ODLIMF
           CLOSE FEECHG-RPT

           PERFORM CLEAR-CHECKPOINT-PARA

           DISPLAY 'FEECHGB: CHARGED FEES TO ' WS-CHARGED-COUNT
               ' OF ' WS-READ-COUNT ' ACCOUNT(S)'

           IF WS-FAILED-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-CHARGED-COUNT TO WS-RUNCTL-OUT-COUNT
           MOVE WS-TOTAL-FEES TO WS-RUNCTL-AMOUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
           OPEN INPUT PARM-IN
           READ PARM-IN
               AT END MOVE 'Y' TO WS-EOF-PARM
           END-READ
           CLOSE PARM-IN

           IF NOT EOF-PARM AND
              PARM-POST-DATE IS NUMERIC AND
              PARM-PERIOD-START IS NUMERIC AND
              PARM-PERIOD-START < PARM-POST-DATE THEN
               MOVE PARM-POST-DATE TO WS-POST-DATE
               MOVE PARM-PERIOD-START TO WS-PERIOD-START-DATE
               MOVE 'Y' TO WS-PARM-VALID
           END-IF
           EXIT.

       CHARGE-PARA.
           READ BALF NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-BALF
           END-READ

           IF NOT EOF-BALF THEN
               ADD 1 TO WS-READ-COUNT
               IF RESTART-ACTIVE AND
                  BALF-BANK-ACCOUNT NOT GREATER THAN
                  WS-RESTART-ACCOUNT THEN
      * AN EARLIER RUN FOR THIS POSTING DATE ALREADY GOT THIS
      * FAR - RESUME AFTER THE CHECKPOINTED ACCOUNT
                   ADD 1 TO WS-RESTART-SKIP-COUNT
               ELSE
                   PERFORM GET-ACCOUNT-TERMS-PARA
                   IF ACCOUNT-CHARGEABLE THEN
                       PERFORM REPLAY-PERIOD-PARA
                       IF GUARD-FOUND THEN
      * A FEE RECORD STAMPED WITH THIS RUN'S DATE IS ALREADY ON
      * FILE - THE CHECKPOINT WAS LOST OR STALE, BUT THE ACCOUNT
      * MUST NOT BE CHARGED TWICE
                           ADD 1 TO WS-ALREADY-COUNT
                       ELSE
                           PERFORM ASSESS-FEES-PARA
                           IF WS-FEE-TOTAL > 0 THEN
                               PERFORM POST-FEES-PARA
                           END-IF
                       END-IF
                   END-IF
                   PERFORM WRITE-CHECKPOINT-PARA
               END-IF
           END-IF
           EXIT.

       READ-CHECKPOINT-PARA.
      * READS HOW FAR AN EARLIER RUN FOR THIS SAME POSTING DATE
      * GOT. NO CHECKPOINT FILE, AN EMPTY ONE, OR ONE FROM A
      * DIFFERENT POSTING DATE MEANS START FROM THE TOP

           MOVE LOW-VALUES TO WS-RESTART-ACCOUNT
           MOVE 'N' TO WS-RESTART-ACTIVE

           OPEN INPUT CHECKPOINT-FILE

           IF CHKPT-OK THEN
               READ CHECKPOINT-FILE
                   AT END MOVE 'Y' TO WS-EOF-CHKPT
               END-READ
               IF NOT EOF-CHKPT AND
                  CHKPT-POST-DATE = WS-POST-DATE THEN
                   MOVE CHKPT-ACCOUNT TO WS-RESTART-ACCOUNT
                   MOVE 'Y' TO WS-RESTART-ACTIVE
                   DISPLAY 'FEECHGB: RESTARTING AFTER ACCOUNT '
                       WS-RESTART-ACCOUNT
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF
           EXIT.

       WRITE-CHECKPOINT-PARA.
      * (RE)WRITES THE CHECKPOINT WITH THE ACCOUNT JUST FULLY
      * PROCESSED, SO A RERUN FOR THE SAME POSTING DATE RESUMES
      * RIGHT AFTER IT

           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-POST-DATE TO CHKPT-POST-DATE
           MOVE BALF-BANK-ACCOUNT TO CHKPT-ACCOUNT
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE
           EXIT.

       CLEAR-CHECKPOINT-PARA.
      * THE RUN COMPLETED - RESET THE CHECKPOINT SO THE NEXT
      * MONTH'S RUN STARTS CLEAN; A RERUN OF THIS SAME DATE LEANS
      * ON THE FEE-RECORD GUARD INSTEAD

           OPEN OUTPUT CHECKPOINT-FILE
           MOVE SPACES TO CHKPT-POST-DATE
           MOVE SPACES TO CHKPT-ACCOUNT
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE
           EXIT.

       GET-ACCOUNT-TERMS-PARA.
      * LOOK THE ACCOUNT UP ON DATAF (IT MUST BE OPEN), ITS
      * PRODUCT'S FEE SCHEDULE ON PRODF (A BLANK PRODUCT CODE
      * READS AS 'CA') AND ITS AUTHORIZED OVERDRAFT ON ODLIMF

           MOVE 'N' TO WS-ACCOUNT-CHARGEABLE

           MOVE BALF-BANK-ACCOUNT TO DATAF-BANK-NUMBER
           READ DATAF
               INVALID KEY CONTINUE
           END-READ

           IF NOT DATAF-OK THEN
               ADD 1 TO WS-NO-PRODUCT-COUNT
           ELSE
               IF DATAF-ACCT-CLOSED THEN
                   ADD 1 TO WS-CLOSED-COUNT
               ELSE
                   IF DATAF-PRODUCT-CODE = SPACES OR
                      DATAF-PRODUCT-CODE = LOW-VALUES THEN
                       MOVE 'CA' TO PRODF-CODE
                   ELSE
                       MOVE DATAF-PRODUCT-CODE TO PRODF-CODE
                   END-IF

                   READ PRODF
                       INVALID KEY CONTINUE
                   END-READ

                   IF PRODF-OK THEN
                       MOVE PRODF-CODE TO WS-APPLIED-PRODUCT
                       MOVE 'Y' TO WS-ACCOUNT-CHARGEABLE
                   ELSE
                       ADD 1 TO WS-NO-PRODUCT-COUNT
                   END-IF
               END-IF
           END-IF

           IF ACCOUNT-CHARGEABLE THEN
               MOVE BALF-BANK-ACCOUNT TO ODLIMF-BANK-ACCOUNT
               READ ODLIMF
                   INVALID KEY CONTINUE
               END-READ
               IF ODLIMF-OK THEN
                   COMPUTE WS-OVERDRAFT-FLOOR = 0 - ODLIMF-LIMIT
               ELSE
                   MOVE 0 TO WS-OVERDRAFT-FLOOR
               END-IF
           END-IF
           EXIT.

       REPLAY-PERIOD-PARA.
      * BROWSES THE ACCOUNT'S TRANF RECORDS FROM THE START OF THE
      * FEE PERIOD TO THE END OF THE ACCOUNT, SUMMING EVERY
      * MOVEMENT AND TRACKING THE LOWEST POINT OF THE RUNNING
      * MOVEMENT INSIDE THE PERIOD. THE OPENING BALANCE IS THE
      * BALF BALANCE LESS EVERYTHING SINCE THE PERIOD STARTED

           MOVE 'N' TO WS-SCAN-DONE
           MOVE 'N' TO WS-GUARD-FOUND
           MOVE 0 TO WS-TOTAL-MOVEMENT
           MOVE 0 TO WS-RUNNING-MOVEMENT
           MOVE 0 TO WS-LOWEST-MOVEMENT

           MOVE BALF-BANK-ACCOUNT TO TRANF-BANK-ACCOUNT
           MOVE WS-PERIOD-START TO TRANF-TIMESTAMP
           MOVE 0 TO TRANF-SEQ

           START TRANF KEY IS NOT LESS THAN TRANF-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
           END-START

           PERFORM READ-PERIOD-RECORD-PARA
               UNTIL SCAN-DONE

           COMPUTE WS-OPENING-BALANCE =
               BALF-BALANCE - WS-TOTAL-MOVEMENT
           COMPUTE WS-LOWEST-BALANCE =
               WS-OPENING-BALANCE + WS-LOWEST-MOVEMENT
           EXIT.

       READ-PERIOD-RECORD-PARA.
           READ TRANF NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-DONE
           END-READ

           IF NOT SCAN-DONE THEN
               IF TRANF-BANK-ACCOUNT NOT = BALF-BANK-ACCOUNT THEN
      * PAST THE LAST RECORD OF THIS ACCOUNT
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   EVALUATE TRANF-TYPE
                   WHEN 'D'
                   WHEN 'F'
                   WHEN 'I'
                       MOVE TRANF-AMOUNT TO WS-MOVEMENT
                   WHEN 'W'
                   WHEN 'T'
                       COMPUTE WS-MOVEMENT = 0 - TRANF-AMOUNT
                   WHEN OTHER
                       MOVE TRANF-AMOUNT TO WS-MOVEMENT
                   END-EVALUATE

                   ADD WS-MOVEMENT TO WS-TOTAL-MOVEMENT

                   IF TRANF-TIMESTAMP LESS THAN WS-POST-TIMESTAMP
                   THEN
                       ADD WS-MOVEMENT TO WS-RUNNING-MOVEMENT
                       IF WS-RUNNING-MOVEMENT < WS-LOWEST-MOVEMENT
                       THEN
                           MOVE WS-RUNNING-MOVEMENT
                               TO WS-LOWEST-MOVEMENT
                       END-IF
                   ELSE
                       IF TRANF-TIMESTAMP = WS-POST-TIMESTAMP AND
                          (TRANF-TYPE = 'M' OR TRANF-TYPE = 'L' OR
                           TRANF-TYPE = 'X') THEN
                           MOVE 'Y' TO WS-GUARD-FOUND
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       ASSESS-FEES-PARA.
      * APPLY THE PRODUCT'S SCHEDULE TO THE PERIOD'S LOWEST
      * BALANCE. MEETING THE MINIMUM BALANCE ALL PERIOD WAIVES THE
      * MONTHLY FEE; MISSING IT COSTS THE LOW-BALANCE FEE; GOING
      * PAST THE OVERDRAFT LIMIT COSTS THE OVER-LIMIT FEE

           MOVE 0 TO WS-MAINT-FEE
           MOVE 0 TO WS-LOWBAL-FEE
           MOVE 0 TO WS-OVERLIMIT-FEE
           MOVE 0 TO WS-WAIVED-FEE

           IF WS-LOWEST-BALANCE NOT < PRODF-MIN-BALANCE THEN
               IF PRODF-MONTHLY-FEE > 0 THEN
                   MOVE PRODF-MONTHLY-FEE TO WS-WAIVED-FEE
               END-IF
           ELSE
               MOVE PRODF-MONTHLY-FEE TO WS-MAINT-FEE
               MOVE PRODF-BELOW-MIN-FEE TO WS-LOWBAL-FEE
           END-IF

           IF WS-LOWEST-BALANCE < WS-OVERDRAFT-FLOOR THEN
               MOVE PRODF-OVERLIMIT-FEE TO WS-OVERLIMIT-FEE
           END-IF

           COMPUTE WS-FEE-TOTAL =
               WS-MAINT-FEE + WS-LOWBAL-FEE + WS-OVERLIMIT-FEE

           IF WS-WAIVED-FEE > 0 THEN
               ADD 1 TO WS-WAIVED-COUNT
               ADD WS-WAIVED-FEE TO WS-TOTAL-WAIVED
               PERFORM FIND-PRODUCT-SLOT-PARA
               IF PROD-HIT THEN
                   ADD 1 TO PT-WAIVED-COUNT(WS-PROD-SUB)
                   ADD WS-WAIVED-FEE TO PT-WAIVED-AMOUNT(WS-PROD-SUB)
               END-IF
           END-IF
           EXIT.

       FIND-PRODUCT-SLOT-PARA.
      * LOCATE THE ACCOUNT'S PRODUCT IN THE REPORT TALLY,
      * CLAIMING A NEW ZEROED SLOT ON FIRST SIGHT. PROD-HIT IS
      * LEFT OFF ONLY IF THE TABLE IS FULL

           MOVE 'N' TO WS-PROD-HIT
           PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
                   UNTIL WS-PROD-SUB > WS-PROD-COUNT
                   OR PROD-HIT
               IF PT-CODE(WS-PROD-SUB) = WS-APPLIED-PRODUCT THEN
                   MOVE 'Y' TO WS-PROD-HIT
               END-IF
           END-PERFORM

           IF PROD-HIT THEN
               SUBTRACT 1 FROM WS-PROD-SUB
           ELSE
               IF WS-PROD-COUNT < WS-PROD-TABLE-MAX THEN
                   ADD 1 TO WS-PROD-COUNT
                   MOVE WS-PROD-COUNT TO WS-PROD-SUB
                   MOVE WS-APPLIED-PRODUCT TO PT-CODE(WS-PROD-SUB)
                   MOVE 0 TO PT-MAINT-COUNT(WS-PROD-SUB)
                   MOVE 0 TO PT-MAINT-AMOUNT(WS-PROD-SUB)
                   MOVE 0 TO PT-LOWBAL-COUNT(WS-PROD-SUB)
                   MOVE 0 TO PT-LOWBAL-AMOUNT(WS-PROD-SUB)
                   MOVE 0 TO PT-OVER-COUNT(WS-PROD-SUB)
                   MOVE 0 TO PT-OVER-AMOUNT(WS-PROD-SUB)
                   MOVE 0 TO PT-WAIVED-COUNT(WS-PROD-SUB)
                   MOVE 0 TO PT-WAIVED-AMOUNT(WS-PROD-SUB)
                   MOVE 'Y' TO WS-PROD-HIT
               END-IF
           END-IF
           EXIT.

       POST-FEES-PARA.
      * DEBIT THE BALANCE WITH ALL THE ACCOUNT'S FEES FIRST, THEN
      * APPEND ONE JOURNAL ROW PER FEE, EACH WITH THE BALANCE
      * AFTER IT, SO THE HISTORY STEPS DOWN FEE BY FEE

           MOVE BALF-BALANCE TO WS-RUNNING-BALANCE
           SUBTRACT WS-FEE-TOTAL FROM BALF-BALANCE

           REWRITE FS-BALF
               INVALID KEY CONTINUE
           END-REWRITE

           IF BALF-OK THEN
               ADD 1 TO WS-CHARGED-COUNT
               ADD WS-FEE-TOTAL TO WS-TOTAL-FEES
               PERFORM FIND-PRODUCT-SLOT-PARA

               IF WS-MAINT-FEE > 0 THEN
                   MOVE 'M' TO WS-FEE-TYPE
                   MOVE WS-MAINT-FEE TO WS-FEE-AMOUNT
                   PERFORM WRITE-TRANF-PARA
                   IF PROD-HIT THEN
                       ADD 1 TO PT-MAINT-COUNT(WS-PROD-SUB)
                       ADD WS-MAINT-FEE TO PT-MAINT-AMOUNT(WS-PROD-SUB)
                   END-IF
               END-IF

               IF WS-LOWBAL-FEE > 0 THEN
                   MOVE 'L' TO WS-FEE-TYPE
                   MOVE WS-LOWBAL-FEE TO WS-FEE-AMOUNT
                   PERFORM WRITE-TRANF-PARA
                   IF PROD-HIT THEN
                       ADD 1 TO PT-LOWBAL-COUNT(WS-PROD-SUB)
                       ADD WS-LOWBAL-FEE
                           TO PT-LOWBAL-AMOUNT(WS-PROD-SUB)
                   END-IF
               END-IF

               IF WS-OVERLIMIT-FEE > 0 THEN
                   MOVE 'X' TO WS-FEE-TYPE
                   MOVE WS-OVERLIMIT-FEE TO WS-FEE-AMOUNT
                   PERFORM WRITE-TRANF-PARA
                   IF PROD-HIT THEN
                       ADD 1 TO PT-OVER-COUNT(WS-PROD-SUB)
                       ADD WS-OVERLIMIT-FEE
                           TO PT-OVER-AMOUNT(WS-PROD-SUB)
                   END-IF
               END-IF
           ELSE
               DISPLAY 'FEECHGB: BALF REWRITE FAILED FOR '
                   BALF-BANK-ACCOUNT ' STATUS ' WS-BALF-STATUS
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           EXIT.

       WRITE-TRANF-PARA.
      * APPEND ONE FEE POSTING TO TRANF, SIGNED NEGATIVE, BUMPING
      * THE SEQUENCE NUMBER ON A DUPLICATE KEY THE SAME WAY
      * MAPBANKP'S RECORD-TRANF-PARA DOES ONLINE

           SUBTRACT WS-FEE-AMOUNT FROM WS-RUNNING-BALANCE

           MOVE BALF-BANK-ACCOUNT TO TRANF-BANK-ACCOUNT
           MOVE WS-POST-TIMESTAMP TO TRANF-TIMESTAMP
           MOVE 0 TO TRANF-SEQ
           MOVE WS-FEE-TYPE TO TRANF-TYPE
           COMPUTE TRANF-AMOUNT = 0 - WS-FEE-AMOUNT
           MOVE WS-RUNNING-BALANCE TO TRANF-BALANCE-AFTER
           MOVE SPACES TO TRANF-ORIG-KEY
           MOVE 'BTCH' TO TRANF-TERMINAL
           MOVE WS-POST-DATE TO TRANF-POST-DATE
           MOVE SPACES TO TRANF-FX-CURRENCY
           MOVE 0 TO TRANF-FX-AMOUNT
           MOVE 0 TO TRANF-FX-RATE

           MOVE 'N' TO WS-WRITE-DONE

           PERFORM WRITE-TRANF-ATTEMPT-PARA
               UNTIL WRITE-DONE
           EXIT.

       WRITE-TRANF-ATTEMPT-PARA.
           WRITE FS-TRANF
               INVALID KEY CONTINUE
           END-WRITE

           EVALUATE TRUE
           WHEN TRANF-OK
               ADD 1 TO WS-FEE-RECORD-COUNT
               MOVE 'Y' TO WS-WRITE-DONE
           WHEN TRANF-DUPKEY
               IF TRANF-SEQ < 999 THEN
                   ADD 1 TO TRANF-SEQ
               ELSE
                   DISPLAY 'FEECHGB: TRANF SEQUENCE EXHAUSTED FOR '
                       TRANF-BANK-ACCOUNT
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'Y' TO WS-WRITE-DONE
               END-IF
           WHEN OTHER
               DISPLAY 'FEECHGB: TRANF WRITE FAILED FOR '
                   TRANF-BANK-ACCOUNT ' STATUS ' WS-TRANF-STATUS
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'Y' TO WS-WRITE-DONE
           END-EVALUATE
           EXIT.

       WRITE-REPORT-PARA.
           MOVE WS-HEADING-1 TO FEECHG-RPT-LINE
           WRITE FEECHG-RPT-LINE

           MOVE WS-PERIOD-START TO PRL-START
           MOVE WS-POST-TIMESTAMP TO PRL-END
           MOVE WS-PERIOD-LINE TO FEECHG-RPT-LINE
           WRITE FEECHG-RPT-LINE

           MOVE SPACES TO FEECHG-RPT-LINE
           WRITE FEECHG-RPT-LINE

           MOVE WS-HEADING-2 TO FEECHG-RPT-LINE
           WRITE FEECHG-RPT-LINE

           PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
                   UNTIL WS-PROD-SUB > WS-PROD-COUNT
               MOVE PT-CODE(WS-PROD-SUB) TO PDL-CODE
               MOVE PT-MAINT-COUNT(WS-PROD-SUB) TO PDL-MAINT-COUNT
               MOVE PT-MAINT-AMOUNT(WS-PROD-SUB) TO PDL-MAINT-AMOUNT
               MOVE PT-LOWBAL-COUNT(WS-PROD-SUB) TO PDL-LOWBAL-COUNT
               MOVE PT-LOWBAL-AMOUNT(WS-PROD-SUB)
                   TO PDL-LOWBAL-AMOUNT
               MOVE PT-OVER-COUNT(WS-PROD-SUB) TO PDL-OVER-COUNT
               MOVE PT-OVER-AMOUNT(WS-PROD-SUB) TO PDL-OVER-AMOUNT
               MOVE PT-WAIVED-COUNT(WS-PROD-SUB) TO PDL-WAIVED-COUNT
               MOVE PT-WAIVED-AMOUNT(WS-PROD-SUB)
                   TO PDL-WAIVED-AMOUNT
               MOVE WS-PRODUCT-LINE TO FEECHG-RPT-LINE
               WRITE FEECHG-RPT-LINE
           END-PERFORM

           MOVE SPACES TO FEECHG-RPT-LINE
           WRITE FEECHG-RPT-LINE

           MOVE WS-READ-COUNT TO SL-READ
           MOVE WS-SUMMARY-LINE TO FEECHG-RPT-LINE
           WRITE FEECHG-RPT-LINE

           MOVE WS-CHARGED-COUNT TO SL2-CHARGED
           MOVE WS-SUMMARY-LINE-2 TO FEECHG-RPT-LINE
           WRITE FEECHG-RPT-LINE

           MOVE WS-FEE-RECORD-COUNT TO SL3-RECORDS
           MOVE WS-SUMMARY-LINE-3 TO FEECHG-RPT-LINE
           WRITE FEECHG-RPT-LINE

           MOVE WS-TOTAL-FEES TO SL4-TOTAL
           MOVE WS-SUMMARY-LINE-4 TO FEECHG-RPT-LINE
           WRITE FEECHG-RPT-LINE

           MOVE WS-WAIVED-COUNT TO SL5-WAIVED
           MOVE WS-TOTAL-WAIVED TO SL5-AMOUNT
           MOVE WS-SUMMARY-LINE-5 TO FEECHG-RPT-LINE
           WRITE FEECHG-RPT-LINE

           IF WS-CLOSED-COUNT > 0 THEN
               MOVE WS-CLOSED-COUNT TO CL-CLOSED
               MOVE WS-CLOSED-LINE TO FEECHG-RPT-LINE
               WRITE FEECHG-RPT-LINE
           END-IF

           IF WS-NO-PRODUCT-COUNT > 0 THEN
               MOVE WS-NO-PRODUCT-COUNT TO NPL-COUNT
               MOVE WS-NO-PRODUCT-LINE TO FEECHG-RPT-LINE
               WRITE FEECHG-RPT-LINE
           END-IF

           IF WS-FAILED-COUNT > 0 THEN
               MOVE WS-FAILED-COUNT TO FL-FAILED
               MOVE WS-FAILED-LINE TO FEECHG-RPT-LINE
               WRITE FEECHG-RPT-LINE
           END-IF

           IF WS-RESTART-SKIP-COUNT > 0 THEN
               MOVE WS-RESTART-SKIP-COUNT TO RSL-SKIPPED
               MOVE WS-RESTART-LINE TO FEECHG-RPT-LINE
               WRITE FEECHG-RPT-LINE
           END-IF

           IF WS-ALREADY-COUNT > 0 THEN
               MOVE WS-ALREADY-COUNT TO AL-ALREADY
               MOVE WS-ALREADY-LINE TO FEECHG-RPT-LINE
               WRITE FEECHG-RPT-LINE
           END-IF
           EXIT.

           COPY RUNCTLP.
