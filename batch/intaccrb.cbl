      * FILE GAP SHOWS UP AS THE OLD FLAT RATE, NOT AS ZERO
      * INTEREST
      *
      * TERM-DEPOSIT ACCOUNTS (A PRODUCT WITH A TERM ON PRODF) ARE
      * NOT PAID HERE: TDMATB ACCRUES THEM DAILY AT THE RATE FIXED
      * ON TDF AND PAYS AT MATURITY OR ON A BREAK. THEY ARE ONLY
      * COUNTED ON THE CONTROL REPORT
      *
      * THE SYSIN CARD CARRIES THE POSTING DATE (YYYYMMDD - THE
      * TRANF RECORDS ARE STAMPED MIDNIGHT OF THAT DATE) FOLLOWED
      * BY THE FALLBACK PERIOD RATE AS SIX DIGITS WITH FOUR
           SELECT INTACCR-RPT ASSIGN TO INTACCRR
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

       FD  DATAF.
       01  FS-DATAF.
           05  DATAF-CLOSE-TIMESTAMP  PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05  DATAF-PRODUCT-CODE     PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN (ISO CODE, FROM ITS
      * PRODUCT - SEE PRODF)
           05  DATAF-CURRENCY         PIC X(3).

       FD  PRODF.
       01  FS-PRODF.
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

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
       FD  INTACCR-RPT.
       01  INTACCR-RPT-LINE           PIC X(90).

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

       01  WS-APPLIED-MIN-BAL         PIC 9(9) VALUE 0.
       01  WS-APPLIED-PRODUCT         PIC X(2).

      * SET BY GET-PRODUCT-RATE-PARA WHEN THE ACCOUNT'S PRODUCT
      * HAS A TERM - TDMATB PAYS ITS INTEREST, NOT THIS JOB
       01  WS-TERM-PRODUCT            PIC X VALUE 'N'.
           88  TERM-PRODUCT           VALUE 'Y'.

      * PER-PRODUCT TALLY FOR THE CONTROL REPORT. THE '**' SLOT
      * COLLECTS ACCOUNTS PAID THE SYSIN FALLBACK RATE
       01  WS-PROD-TABLE-MAX          PIC S9(4) COMP VALUE 20.
       01  WS-FAILED-COUNT            PIC 9(7) VALUE 0.
       01  WS-RESTART-SKIP-COUNT      PIC 9(7) VALUE 0.
       01  WS-ALREADY-COUNT           PIC 9(7) VALUE 0.
       01  WS-TERM-SKIP-COUNT         PIC 9(7) VALUE 0.
       01  WS-TOTAL-INTEREST          PIC S9(11)V99 VALUE 0.

       01  WS-HEADING-1 PIC X(60) VALUE
               'ALREADY POSTED THIS DATE:  '.
           05  AL-ALREADY         PIC ZZZZZZ9.

       01  WS-TERM-SKIP-LINE.
           05  FILLER             PIC X(27) VALUE
               'TERM DEPOSITS (TDMATB):    '.
           05  TSL-SKIPPED        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'INTACCRB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF NOT PARM-VALID THEN
               DISPLAY 'INTACCRB: MISSING OR INVALID SYSIN RATE CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-POSTED-COUNT TO WS-RUNCTL-OUT-COUNT
           MOVE WS-TOTAL-INTEREST TO WS-RUNCTL-AMOUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
                   ADD 1 TO WS-RESTART-SKIP-COUNT
               ELSE
                   PERFORM GET-PRODUCT-RATE-PARA
                   IF TERM-PRODUCT THEN
                       ADD 1 TO WS-TERM-SKIP-COUNT
                   END-IF
                   IF NOT TERM-PRODUCT AND
                      BALF-BALANCE >= WS-APPLIED-MIN-BAL THEN
                       COMPUTE WS-INTEREST ROUNDED =
                           BALF-BALANCE * WS-APPLIED-RATE / 100
                       IF WS-INTEREST > 0 THEN
           MOVE WS-RATE TO WS-APPLIED-RATE
           MOVE 0 TO WS-APPLIED-MIN-BAL
           MOVE '**' TO WS-APPLIED-PRODUCT
           MOVE 'N' TO WS-TERM-PRODUCT

           MOVE BALF-BANK-ACCOUNT TO DATAF-BANK-NUMBER
           READ DATAF
                   MOVE PRODF-RATE TO WS-APPLIED-RATE
                   MOVE PRODF-MIN-BALANCE TO WS-APPLIED-MIN-BAL
                   MOVE PRODF-CODE TO WS-APPLIED-PRODUCT
                   IF PRODF-TERM-MONTHS IS NUMERIC AND
                      PRODF-TERM-MONTHS > 0 THEN
                       MOVE 'Y' TO WS-TERM-PRODUCT
                   END-IF
               END-IF
           END-IF
           EXIT.
           MOVE BALF-BALANCE TO TRANF-BALANCE-AFTER
           MOVE SPACES TO TRANF-ORIG-KEY
           MOVE 'BTCH' TO TRANF-TERMINAL
           MOVE WS-POST-DATE TO TRANF-POST-DATE
           MOVE SPACES TO TRANF-FX-CURRENCY
           MOVE 0 TO TRANF-FX-AMOUNT
           MOVE 0 TO TRANF-FX-RATE

           MOVE 'N' TO WS-WRITE-DONE

               MOVE WS-ALREADY-LINE TO INTACCR-RPT-LINE
               WRITE INTACCR-RPT-LINE
           END-IF

           IF WS-TERM-SKIP-COUNT > 0 THEN
               MOVE WS-TERM-SKIP-COUNT TO TSL-SKIPPED
               MOVE WS-TERM-SKIP-LINE TO INTACCR-RPT-LINE
               WRITE INTACCR-RPT-LINE
           END-IF
           EXIT.

           COPY RUNCTLP.
