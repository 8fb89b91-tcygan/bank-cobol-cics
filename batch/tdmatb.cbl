       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMATB.

      * DAILY TERM-DEPOSIT ACCRUAL, MATURITY AND MATURITY LADDER
      *
      * A TERM DEPOSIT IS AN ACCOUNT OPENED THROUGH MAPCREAP UNDER
      * A PRODF PRODUCT WITH A TERM. ITS TDF RECORD CARRIES THE
      * FIXED RATE, THE START AND MATURITY DATES AND THE
      * CUSTOMER'S MATURITY INSTRUCTION, AND WHILE IT IS ACTIVE
      * ('A') NO DEBIT IS ALLOWED AGAINST THE ACCOUNT. INTACCRB
      * DOES NOT PAY THESE ACCOUNTS - THIS JOB DOES. IT RUNS EVERY
      * BUSINESS DAY AND, FOR EVERY ACTIVE DEPOSIT:
      *   - ACCRUES INTEREST ON THE BALF BALANCE AT THE FIXED RATE
      *     FROM THE ACCRUED-TO DATE UP TO THE POSTING DATE (OR
      *     THE MATURITY DATE IF SOONER), ACTUAL DAYS OVER 365,
      *     INTO TDF-ACCRUED. NOTHING IS POSTED TO BALF FOR THE
      *     ACCRUAL - IT IS ONLY PAID AT MATURITY OR ON A BREAK
      *   - ON OR AFTER THE MATURITY DATE, PAYS THE ACCRUED
      *     INTEREST TO THE ACCOUNT (TRANF 'I') AND THEN FOLLOWS
      *     THE INSTRUCTION:
      *       'R' ROLL OVER - A NEW TERM OF THE SAME LENGTH
      *           STARTS ON THE OLD MATURITY DATE AT THE PRODUCT'S
      *           CURRENT PRODF RATE AND PENALTY (THE OLD ONES ARE
      *           KEPT IF THE PRODUCT HAS GONE), AND THE DEPOSIT
      *           STAYS LOCKED. A BLANK INSTRUCTION ROLLS OVER
      *       'S' SWEEP - THE BALANCE LESS ANY FHOLDF FUNDS HOLDS
      *           STILL ACTIVE ON THE POSTING DATE IS TRANSFERRED
      *           TO THE NOMINATED ACCOUNT ('T'/'F' LEGS, SAME AS
      *           STORDRB) AND THE DEPOSIT IS MARKED MATURED ('M').
      *           HELD MONEY NEVER MOVES - IT STAYS ON THE MATURED
      *           ACCOUNT UNDER ITS HOLD
      *     A SWEEP TARGET THAT HAS SINCE CLOSED, VANISHED OR IS
      *     IN ANOTHER CURRENCY IS NOT CREDITED, AND NEITHER IS
      *     ANYTHING WHEN HOLDS COVER THE WHOLE BALANCE: THE
      *     DEPOSIT IS STILL MARKED MATURED SO THE CUSTOMER CAN
      *     TAKE THE FUNDS, AND THE JOB ENDS RC=4 SO IT IS FOLLOWED
      *     UP. A SWEEP THAT LEAVES HELD FUNDS BEHIND IS ALSO
      *     REPORTED RC=4
      *
      * THE SYSIN CARD CARRIES THE POSTING DATE (YYYYMMDD - THE
      * TRANF RECORDS ARE STAMPED MIDNIGHT OF THAT DATE), SAME
      * PARAMETER-CARD APPROACH STORDRB USES. A RERUN FOR THE SAME
      * DATE IS HARMLESS: THE ACCRUAL ONLY EVER RUNS FORWARD FROM
      * THE ACCRUED-TO DATE, AND A MATURED DEPOSIT HAS EITHER A
      * NEW MATURITY DATE OR IS NO LONGER ACTIVE
      *
      * FILE ERRORS END THE JOB RC=8 SO THE NIGHTLY TRECONCB
      * RECONCILIATION GETS LOOKED AT, SAME RULE INTACCRB POSTS BY.
      * A BALF UPDATE WHOSE JOURNAL ROW CANNOT BE WRITTEN IS PUT
      * BACK, SO BALF AND TRANF NEVER DISAGREE: MATURITY INTEREST
      * STAYS ACCRUED ON TDF AND IS PAID ONCE BY THE NEXT RUN. A
      * SWEEP THAT FAILS ON A FILE ERROR LEAVES THE DEPOSIT
      * ACTIVE SO THE NEXT RUN TRIES AGAIN
      *
      * THE TDMATR REPORT LISTS EVERY MATURITY PROCESSED AND ENDS
      * WITH THE TREASURY MATURITY LADDER: THE ACTIVE DEPOSITS
      * LEFT AFTER THE RUN, BY CURRENCY, IN BUCKETS OF DAYS TO
      * MATURITY (0-30, 31-90, 91-180, 181-365, OVER A YEAR) WITH
      * THE NUMBER OF DEPOSITS, THEIR BALANCES AND THE INTEREST
      * ACCRUED ON THEM SO FAR

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL.

           SELECT TDF ASSIGN TO TDF
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TDF-BANK-ACCOUNT
               FILE STATUS IS WS-TDF-STATUS.

           SELECT BALF ASSIGN TO BALF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALF-BANK-ACCOUNT
               FILE STATUS IS WS-BALF-STATUS.

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

           SELECT FHOLDF ASSIGN TO FHOLDF
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHOLDF-KEY
               FILE STATUS IS WS-FHOLDF-STATUS.

           SELECT TRANF ASSIGN TO TRANF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRANF-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT TDMAT-RPT ASSIGN TO TDMATR
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

      * TERM-DEPOSIT CONTROL RECORD (LAYOUT IN JCL/TDF.JCL)
       FD  TDF.
       01  FS-TDF.
           05  TDF-BANK-ACCOUNT       PIC X(26).
           05  TDF-PRODUCT-CODE       PIC X(2).
           05  TDF-TERM-MONTHS        PIC 9(3).
           05  TDF-RATE               PIC 9(2)V9(4).
           05  TDF-BREAK-PENALTY      PIC 9V99.
           05  TDF-START-DATE         PIC X(8).
           05  TDF-MATURITY-DATE      PIC X(8).
           05  TDF-INSTRUCTION        PIC X.
               88  TDF-SWEEP          VALUE 'S'.
           05  TDF-SWEEP-ACCOUNT      PIC X(26).
           05  TDF-STATUS             PIC X.
               88  TDF-ACTIVE         VALUE 'A'.
           05  TDF-ACCRUED            PIC 9(9)V99.
           05  TDF-ACCRUED-TO         PIC X(8).
           05  TDF-BROKEN-DATE        PIC X(8).
           05  TDF-BROKEN-BY          PIC X(8).
           05  TDF-PENALTY            PIC 9(9)V99.

       FD  BALF.
       01  FS-BALF.
           05  BALF-BANK-ACCOUNT      PIC X(26).
           05  BALF-BALANCE           PIC S9(9)V99.

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

       FD  FHOLDF.
       01  FS-FHOLDF.
           05  FHOLDF-KEY.
               10  FHOLDF-BANK-ACCOUNT PIC X(26).
               10  FHOLDF-TIMESTAMP   PIC X(15).
               10  FHOLDF-SEQ         PIC 9(3).
           05  FHOLDF-AMOUNT          PIC 9(9)V99.
      * 'DP' CASH DEPOSIT, 'CL' CLEARING CREDIT, 'LG' LEGAL,
      * 'GN' GARNISHMENT
           05  FHOLDF-REASON          PIC X(2).
           05  FHOLDF-STATUS          PIC X.
               88  FHOLDF-ACTIVE      VALUE 'A'.
           05  FHOLDF-RELEASE-DATE    PIC X(8).
           05  FHOLDF-PLACED-BY       PIC X(8).
           05  FHOLDF-RELEASED-TIMESTAMP PIC X(15).
           05  FHOLDF-RELEASED-BY     PIC X(8).

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

       FD  TDMAT-RPT.
       01  TDMAT-RPT-LINE             PIC X(110).

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

       01  WS-TDF-STATUS              PIC XX.
           88  TDF-OK                 VALUE '00'.

       01  WS-BALF-STATUS             PIC XX.
           88  BALF-OK                VALUE '00'.
           88  BALF-NOTFND            VALUE '23'.

       01  WS-DATAF-STATUS            PIC XX.
           88  DATAF-OK               VALUE '00'.
           88  DATAF-NOTFND           VALUE '23'.

       01  WS-PRODF-STATUS            PIC XX.
           88  PRODF-OK               VALUE '00'.

       01  WS-TRANF-STATUS            PIC XX.
           88  TRANF-OK               VALUE '00'.
           88  TRANF-DUPKEY           VALUE '22'.

       01  WS-FHOLDF-STATUS           PIC XX.
           88  FHOLDF-OK              VALUE '00'.
           88  FHOLDF-NOTFND          VALUE '23'.
           88  FHOLDF-EOF             VALUE '10'.

       01  WS-EOF-PARM                PIC X VALUE 'N'.
           88  EOF-PARM               VALUE 'Y'.

       01  WS-EOF-TDF                 PIC X VALUE 'N'.
           88  EOF-TDF                VALUE 'Y'.

       01  WS-WRITE-DONE              PIC X VALUE 'N'.
           88  WRITE-DONE             VALUE 'Y'.

      * SET BY CHECK-DEPOSIT-PARA: THE DEPOSIT'S ACCOUNT AND
      * BALANCE ARE KNOWN, SO IT CAN BE ACCRUED AND ITS TDF
      * RECORD REWRITTEN
       01  WS-DEPOSIT-READY           PIC X VALUE 'N'.
           88  DEPOSIT-READY          VALUE 'Y'.

      * SET 'N' ON ANY FILE ERROR WHILE A MATURITY IS POSTED SO
      * THE REST OF IT IS NOT ATTEMPTED
       01  WS-POSTING-OK              PIC X VALUE 'Y'.
           88  POSTING-OK             VALUE 'Y'.

       01  WS-BALF-ON-FILE            PIC X VALUE 'N'.
           88  BALF-ON-FILE           VALUE 'Y'.

       01  WS-TARGET-USABLE           PIC X VALUE 'N'.
           88  TARGET-USABLE          VALUE 'Y'.

       01  WS-SCAN-DONE               PIC X VALUE 'N'.
           88  SCAN-DONE              VALUE 'Y'.

      * SET BY GET-HELD-AMOUNT-PARA - AN FHOLDF ERROR LEAVES THE
      * DEPOSIT ACTIVE RATHER THAN LET HELD FUNDS BE SWEPT
       01  WS-HELD-KNOWN              PIC X VALUE 'N'.
           88  HELD-AMOUNT-KNOWN      VALUE 'Y'.

      * TOTAL OF THE DEPOSIT'S FHOLDF HOLDS STILL ACTIVE ON THE
      * POSTING DATE - NEVER SWEPT
       01  WS-HELD-AMOUNT             PIC 9(9)V99 VALUE 0.

      * THE POSTING DATE OFF SYSIN EXPANDED TO A FULL TIMESTAMP
      * (MIDNIGHT AT ITS START) FOR THE TRANF RECORDS
       01  WS-POST-TIMESTAMP.
           05  WS-POST-DATE           PIC X(8).
           05  FILLER                 PIC X(7) VALUE '000000 '.

      * THE DEPOSIT IN HAND: ITS CURRENCY AND BALANCE, KEPT WHILE
      * FS-DATAF AND FS-BALF ARE REUSED FOR THE SWEEP TARGET
       01  WS-DEPOSIT-CURRENCY        PIC X(3).
       01  WS-DEPOSIT-BALANCE         PIC S9(9)V99 VALUE 0.
      * BALF BALANCE BEFORE AN UPDATE, PUT BACK IF ITS JOURNAL
      * ROW CANNOT BE WRITTEN
       01  WS-SAVED-BALANCE           PIC S9(9)V99 VALUE 0.
       01  WS-MATURITY-INTEREST       PIC 9(9)V99 VALUE 0.
       01  WS-SWEEP-AMOUNT            PIC S9(9)V99 VALUE 0.

      * ACCRUAL WORK - THE PERIOD AS INTEGER DAY NUMBERS
       01  ACCRUAL-VARS.
           05  WS-ACCRUE-END          PIC X(8).
           05  WS-FROM-DATE-NUM       PIC 9(8).
           05  WS-TO-DATE-NUM         PIC 9(8).
           05  WS-ACCRUE-DAYS         PIC S9(7) VALUE 0.
           05  WS-DAY-INTEREST        PIC S9(9)V99 VALUE 0.

      * ROLLOVER: THE NEW TERM'S START AND MATURITY, SAME
      * MONTH-END RULE AS MAPCREAP'S ADD-TERM-PARA
       01  TERM-DATE-VARS.
           05  WS-TERM-START-DATE     PIC X(8).
           05  WS-TERM-DATE           PIC 9(8).
           05  WS-TERM-DATE-R REDEFINES WS-TERM-DATE.
               10  WS-TERM-YYYY       PIC 9(4).
               10  WS-TERM-MM         PIC 9(2).
               10  WS-TERM-DD         PIC 9(2).
           05  WS-TERM-NEXT-MONTH     PIC 9(8).
           05  WS-TERM-NEXT-MONTH-R REDEFINES WS-TERM-NEXT-MONTH.
               10  WS-TERM-NEXT-YYYY  PIC 9(4).
               10  WS-TERM-NEXT-MM    PIC 9(2).
               10  WS-TERM-NEXT-DD    PIC 9(2).
           05  WS-TERM-LAST-DATE      PIC 9(8).
           05  WS-TERM-LAST-DATE-R REDEFINES WS-TERM-LAST-DATE.
               10  FILLER             PIC 9(6).
               10  WS-TERM-LAST-DD    PIC 9(2).
           05  WS-TERM-MONTH-COUNT    PIC 9(7).
           05  WS-TERM-MONTH-REM      PIC 9(2).

      * MATURITY LADDER: ONE ROW PER CURRENCY, FIVE BUCKETS OF
      * DAYS TO MATURITY EACH
       01  WS-DAYS-TO-MATURITY        PIC S9(7) VALUE 0.
       01  WS-BUCKET-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-LADDER-MAX              PIC S9(4) COMP VALUE 10.
       01  WS-LADDER-COUNT            PIC S9(4) COMP VALUE 0.
       01  WS-LADDER-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-LADDER-HIT              PIC X VALUE 'N'.
           88  LADDER-HIT             VALUE 'Y'.

       01  WS-LADDER-TABLE.
           05  WS-LADDER-ENTRY OCCURS 10 TIMES.
               10  LT-CURRENCY        PIC X(3).
               10  LT-BUCKET OCCURS 5 TIMES.
                   15  LT-DEPOSITS    PIC 9(7).
                   15  LT-BALANCE     PIC S9(11)V99.
                   15  LT-ACCRUED     PIC 9(11)V99.

       01  WS-BUCKET-NAMES-VALUES.
           05  FILLER                 PIC X(12) VALUE '0-30 DAYS'.
           05  FILLER                 PIC X(12) VALUE '31-90 DAYS'.
           05  FILLER                 PIC X(12) VALUE '91-180 DAYS'.
           05  FILLER                 PIC X(12) VALUE '181-365 DAYS'.
           05  FILLER                 PIC X(12) VALUE 'OVER 1 YEAR'.
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-VALUES.
           05  WS-BUCKET-NAME         PIC X(12) OCCURS 5 TIMES.

       01  WS-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-ACTIVE-COUNT            PIC 9(7) VALUE 0.
       01  WS-MATURED-COUNT           PIC 9(7) VALUE 0.
       01  WS-ROLLED-COUNT            PIC 9(7) VALUE 0.
       01  WS-SWEPT-COUNT             PIC 9(7) VALUE 0.
       01  WS-RELEASED-COUNT          PIC 9(7) VALUE 0.
       01  WS-WARNING-COUNT           PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT            PIC 9(7) VALUE 0.
       01  WS-TOTAL-ACCRUED           PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-PAID              PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-SWEPT             PIC S9(11)V99 VALUE 0.

       01  WS-HEADING-1 PIC X(60) VALUE
           'TDMATB - TERM DEPOSIT MATURITY PROCESSING REPORT'.
       01  WS-HEADING-2.
           05  FILLER             PIC X(28) VALUE 'DEPOSIT ACCOUNT'.
           05  FILLER             PIC X(30) VALUE 'RESULT'.
           05  FILLER             PIC X(14) VALUE 'INTEREST PAID'.
           05  FILLER             PIC X(14) VALUE 'AMOUNT SWEPT'.
           05  FILLER             PIC X(12) VALUE 'NEW MATURITY'.

       01  WS-DATE-LINE.
           05  FILLER             PIC X(16) VALUE 'POSTING DATE:   '.
           05  DTL-DATE           PIC X(8).

       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT         PIC X(26).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-RESULT          PIC X(30).
           05  DL-INTEREST        PIC -(8)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-SWEPT           PIC -(8)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-NEW-MATURITY    PIC X(8).

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(27) VALUE
               'DEPOSITS ON FILE:          '.
           05  SL-READ            PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER             PIC X(27) VALUE
               'ACTIVE DEPOSITS:           '.
           05  SL2-ACTIVE         PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER             PIC X(27) VALUE
               'INTEREST ACCRUED THIS RUN: '.
           05  SL3-ACCRUED        PIC -(10)9.99.

       01  WS-SUMMARY-LINE-4.
           05  FILLER             PIC X(27) VALUE
               'DEPOSITS MATURED:          '.
           05  SL4-MATURED        PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER             PIC X(27) VALUE
               '  ROLLED OVER:             '.
           05  SL5-ROLLED         PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER             PIC X(27) VALUE
               '  SWEPT:                   '.
           05  SL6-SWEPT          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-7.
           05  FILLER             PIC X(27) VALUE
               '  RELEASED, NOT SWEPT:     '.
           05  SL7-RELEASED       PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-8.
           05  FILLER             PIC X(27) VALUE
               'INTEREST PAID AT MATURITY: '.
           05  SL8-PAID           PIC -(10)9.99.

       01  WS-SUMMARY-LINE-9.
           05  FILLER             PIC X(27) VALUE
               'TOTAL AMOUNT SWEPT:        '.
           05  SL9-SWEPT          PIC -(10)9.99.

       01  WS-SUMMARY-LINE-10.
           05  FILLER             PIC X(27) VALUE
               'WARNINGS (SEE ABOVE):      '.
           05  SL10-WARNINGS      PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-11.
           05  FILLER             PIC X(27) VALUE
               'FAILED - FILE ERROR:       '.
           05  SL11-FAILED        PIC ZZZZZZ9.

       01  WS-LADDER-HEADING-1.
           05  FILLER             PIC X(42) VALUE
               'MATURITY LADDER - ACTIVE TERM DEPOSITS AT '.
           05  LH1-DATE           PIC X(8).

       01  WS-LADDER-HEADING-2.
           05  FILLER             PIC X(10) VALUE 'CURRENCY'.
           05  FILLER             PIC X(16) VALUE 'DAYS TO MATURITY'.
           05  FILLER             PIC X(12) VALUE '    DEPOSITS'.
           05  FILLER             PIC X(17) VALUE '          BALANCE'.
           05  FILLER             PIC X(17) VALUE '  ACCRUED TO DATE'.

       01  WS-LADDER-LINE.
           05  LL-CURRENCY        PIC X(3).
           05  FILLER             PIC X(7) VALUE SPACES.
           05  LL-BUCKET          PIC X(12).
           05  FILLER             PIC X(4) VALUE SPACES.
           05  LL-DEPOSITS        PIC ZZZZZZZZZZZ9.
           05  LL-BALANCE         PIC -(13)9.99.
           05  LL-ACCRUED         PIC Z(14)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'TDMATB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF EOF-PARM OR PARM-POST-DATE IS NOT NUMERIC THEN
               DISPLAY 'TDMATB: MISSING OR INVALID SYSIN DATE CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           OPEN I-O TDF
           IF NOT TDF-OK THEN
               DISPLAY 'TDMATB: OPEN TDF FAILED, STATUS '
                   WS-TDF-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           OPEN I-O BALF
           OPEN INPUT DATAF
           OPEN INPUT PRODF
           OPEN INPUT FHOLDF
           OPEN I-O TRANF
           OPEN OUTPUT TDMAT-RPT

           PERFORM WRITE-HEADINGS-PARA

           PERFORM PROCESS-TDF-PARA
               UNTIL EOF-TDF

           PERFORM WRITE-SUMMARY-PARA
           PERFORM WRITE-LADDER-PARA

           CLOSE TDF
           CLOSE BALF
           CLOSE DATAF
           CLOSE PRODF
           CLOSE FHOLDF
           CLOSE TRANF
           CLOSE TDMAT-RPT

           DISPLAY 'TDMATB: MATURED ' WS-MATURED-COUNT
               ' OF ' WS-ACTIVE-COUNT ' ACTIVE DEPOSIT(S)'

           EVALUATE TRUE
           WHEN WS-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           WHEN WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-MATURED-COUNT TO WS-RUNCTL-OUT-COUNT
           MOVE WS-TOTAL-PAID TO WS-RUNCTL-AMOUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
           OPEN INPUT PARM-IN
           READ PARM-IN
               AT END MOVE 'Y' TO WS-EOF-PARM
           END-READ
           IF NOT EOF-PARM THEN
               MOVE PARM-POST-DATE TO WS-POST-DATE
           END-IF
           CLOSE PARM-IN
           EXIT.

       WRITE-HEADINGS-PARA.
           MOVE WS-HEADING-1 TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE

           MOVE WS-POST-DATE TO DTL-DATE
           MOVE WS-DATE-LINE TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE

           MOVE SPACES TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE

           MOVE WS-HEADING-2 TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE
           EXIT.

       PROCESS-TDF-PARA.
      * ONE TDF RECORD. BROKEN AND MATURED DEPOSITS ARE ONLY
      * COUNTED; AN ACTIVE ONE IS ACCRUED, MATURED IF ITS DATE HAS
      * COME, REWRITTEN, AND - IF STILL ACTIVE - PUT ON THE LADDER

           READ TDF NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-TDF
           END-READ

           IF NOT EOF-TDF THEN
               ADD 1 TO WS-READ-COUNT
               IF TDF-ACTIVE THEN
                   ADD 1 TO WS-ACTIVE-COUNT
                   MOVE 'Y' TO WS-POSTING-OK
                   PERFORM CHECK-DEPOSIT-PARA
                   IF DEPOSIT-READY THEN
                       PERFORM ACCRUE-DEPOSIT-PARA
                       IF WS-POST-DATE NOT < TDF-MATURITY-DATE THEN
                           PERFORM MATURE-DEPOSIT-PARA
                       END-IF
                       PERFORM REWRITE-TDF-PARA
                       IF TDF-ACTIVE THEN
                           PERFORM TALLY-LADDER-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       CHECK-DEPOSIT-PARA.
      * THE DEPOSIT'S ACCOUNT MUST BE OPEN ON DATAF (FOR ITS
      * CURRENCY) AND ITS BALANCE READABLE - NO BALF RECORD IS A
      * DEPOSIT NOT YET FUNDED, A ZERO BALANCE. A DEPOSIT WHOSE
      * ACCOUNT HAS GONE IS REPORTED (RC=4); ONE CLOSED AT A ZERO
      * BALANCE THROUGH MAPCLOSP IS ALSO RELEASED SO IT IS
      * REPORTED ONLY ONCE

           MOVE 'N' TO WS-DEPOSIT-READY
           MOVE SPACES TO DL-RESULT

           MOVE TDF-BANK-ACCOUNT TO DATAF-BANK-NUMBER
           READ DATAF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN DATAF-OK
               IF DATAF-ACCT-CLOSED THEN
                   MOVE 'ACCOUNT CLOSED - RELEASED' TO DL-RESULT
                   MOVE 'M' TO TDF-STATUS
                   ADD 1 TO WS-RELEASED-COUNT
                   PERFORM REWRITE-TDF-PARA
               END-IF
           WHEN DATAF-NOTFND
               MOVE 'NOT ON DATAF - NOT PROCESSED' TO DL-RESULT
           WHEN OTHER
               DISPLAY 'TDMATB: DATAF READ FAILED FOR '
                   DATAF-BANK-NUMBER ' STATUS ' WS-DATAF-STATUS
               MOVE 'FILE ERROR' TO DL-RESULT
           END-EVALUATE

           IF TDF-MATURITY-DATE IS NOT NUMERIC AND
              DL-RESULT = SPACES THEN
               MOVE 'BAD MATURITY DATE ON TDF' TO DL-RESULT
           END-IF

           IF DL-RESULT = SPACES THEN
               MOVE DATAF-CURRENCY TO WS-DEPOSIT-CURRENCY
               IF WS-DEPOSIT-CURRENCY = SPACES OR
                  WS-DEPOSIT-CURRENCY = LOW-VALUES THEN
                   MOVE 'PLN' TO WS-DEPOSIT-CURRENCY
               END-IF
               PERFORM GET-DEPOSIT-BALANCE-PARA
           END-IF

           IF NOT DEPOSIT-READY THEN
               IF DL-RESULT = 'FILE ERROR' THEN
                   ADD 1 TO WS-FAILED-COUNT
               ELSE
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
               MOVE 0 TO WS-MATURITY-INTEREST
               MOVE 0 TO WS-SWEEP-AMOUNT
               MOVE SPACES TO DL-NEW-MATURITY
               PERFORM WRITE-DETAIL-PARA
           END-IF
           EXIT.

       GET-DEPOSIT-BALANCE-PARA.
           MOVE TDF-BANK-ACCOUNT TO BALF-BANK-ACCOUNT
           READ BALF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN BALF-OK
               MOVE 'Y' TO WS-BALF-ON-FILE
               MOVE BALF-BALANCE TO WS-DEPOSIT-BALANCE
               MOVE 'Y' TO WS-DEPOSIT-READY
           WHEN BALF-NOTFND
               MOVE 'N' TO WS-BALF-ON-FILE
               MOVE TDF-BANK-ACCOUNT TO BALF-BANK-ACCOUNT
               MOVE 0 TO BALF-BALANCE
               MOVE 0 TO WS-DEPOSIT-BALANCE
               MOVE 'Y' TO WS-DEPOSIT-READY
           WHEN OTHER
               DISPLAY 'TDMATB: BALF READ FAILED FOR '
                   BALF-BANK-ACCOUNT ' STATUS ' WS-BALF-STATUS
               MOVE 'FILE ERROR' TO DL-RESULT
           END-EVALUATE
           EXIT.

       ACCRUE-DEPOSIT-PARA.
      * ACCRUE FROM THE ACCRUED-TO DATE UP TO THE POSTING DATE OR
      * THE MATURITY DATE, WHICHEVER IS SOONER: BALANCE x RATE x
      * DAYS / 365. A RECORD WITHOUT AN ACCRUED-TO DATE ACCRUES
      * FROM ITS START. AN OVERDRAWN OR EMPTY DEPOSIT EARNS
      * NOTHING BUT ITS DATE STILL MOVES ON

           IF TDF-ACCRUED-TO IS NOT NUMERIC THEN
               MOVE TDF-START-DATE TO TDF-ACCRUED-TO
           END-IF

           IF WS-POST-DATE < TDF-MATURITY-DATE THEN
               MOVE WS-POST-DATE TO WS-ACCRUE-END
           ELSE
               MOVE TDF-MATURITY-DATE TO WS-ACCRUE-END
           END-IF

           IF TDF-ACCRUED-TO IS NUMERIC AND
              TDF-ACCRUED-TO < WS-ACCRUE-END THEN
               IF WS-DEPOSIT-BALANCE > 0 THEN
                   MOVE TDF-ACCRUED-TO TO WS-FROM-DATE-NUM
                   MOVE WS-ACCRUE-END TO WS-TO-DATE-NUM
                   COMPUTE WS-ACCRUE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TO-DATE-NUM) -
                       FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-NUM)
                   COMPUTE WS-DAY-INTEREST ROUNDED =
                       WS-DEPOSIT-BALANCE * TDF-RATE / 100
                       * WS-ACCRUE-DAYS / 365
                   ADD WS-DAY-INTEREST TO TDF-ACCRUED
                   ADD WS-DAY-INTEREST TO WS-TOTAL-ACCRUED
               END-IF
               MOVE WS-ACCRUE-END TO TDF-ACCRUED-TO
           END-IF
           EXIT.

       MATURE-DEPOSIT-PARA.
      * THE TERM IS UP: PAY THE INTEREST, THEN ROLL OVER OR SWEEP

           ADD 1 TO WS-MATURED-COUNT
           MOVE TDF-ACCRUED TO WS-MATURITY-INTEREST
           MOVE 0 TO WS-SWEEP-AMOUNT
           MOVE SPACES TO DL-NEW-MATURITY

           IF WS-MATURITY-INTEREST > 0 THEN
               PERFORM PAY-INTEREST-PARA
           END-IF

           IF POSTING-OK THEN
               MOVE 0 TO TDF-ACCRUED
               ADD WS-MATURITY-INTEREST TO WS-TOTAL-PAID
               IF TDF-SWEEP THEN
                   PERFORM SWEEP-DEPOSIT-PARA
               ELSE
                   PERFORM ROLL-OVER-PARA
               END-IF
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'FILE ERROR' TO DL-RESULT
           END-IF

           PERFORM WRITE-DETAIL-PARA
           EXIT.

       PAY-INTEREST-PARA.
      * CREDIT THE DEPOSIT'S BALF RECORD (CREATING IT IF THE
      * DEPOSIT WAS NEVER FUNDED) AND JOURNAL THE 'I' ROW. IF THE
      * ROW CANNOT BE WRITTEN THE CREDIT IS TAKEN BACK OFF BALF,
      * SO THE INTEREST STAYS ACCRUED ON TDF AND THE NEXT RUN
      * PAYS IT ONCE

           MOVE WS-DEPOSIT-BALANCE TO WS-SAVED-BALANCE
           MOVE TDF-BANK-ACCOUNT TO BALF-BANK-ACCOUNT
           COMPUTE BALF-BALANCE =
               WS-DEPOSIT-BALANCE + WS-MATURITY-INTEREST

           IF BALF-ON-FILE THEN
               REWRITE FS-BALF
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE FS-BALF
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF

           IF BALF-OK THEN
               MOVE 'Y' TO WS-BALF-ON-FILE
               MOVE BALF-BALANCE TO WS-DEPOSIT-BALANCE
               MOVE TDF-BANK-ACCOUNT TO TRANF-BANK-ACCOUNT
               MOVE 'I' TO TRANF-TYPE
               MOVE WS-MATURITY-INTEREST TO TRANF-AMOUNT
               MOVE WS-DEPOSIT-BALANCE TO TRANF-BALANCE-AFTER
               PERFORM WRITE-TRANF-PARA
               IF NOT POSTING-OK THEN
                   PERFORM BACK-OUT-DEPOSIT-PARA
               END-IF
           ELSE
               DISPLAY 'TDMATB: BALF UPDATE FAILED FOR '
                   BALF-BANK-ACCOUNT ' STATUS ' WS-BALF-STATUS
               MOVE 'N' TO WS-POSTING-OK
           END-IF
           EXIT.

       BACK-OUT-DEPOSIT-PARA.
      * THE DEPOSIT'S BALF RECORD WAS UPDATED BUT ITS JOURNAL ROW
      * WAS NOT WRITTEN - PUT THE BALANCE BACK AS IT WAS. IF EVEN
      * THAT FAILS THE ACCOUNT IS NAMED FOR TRECONCB FOLLOW-UP

           MOVE TDF-BANK-ACCOUNT TO BALF-BANK-ACCOUNT
           MOVE WS-SAVED-BALANCE TO BALF-BALANCE
           REWRITE FS-BALF
               INVALID KEY CONTINUE
           END-REWRITE

           IF BALF-OK THEN
               MOVE WS-SAVED-BALANCE TO WS-DEPOSIT-BALANCE
           ELSE
               DISPLAY 'TDMATB: BALF BACK-OUT FAILED FOR '
                   BALF-BANK-ACCOUNT ' STATUS ' WS-BALF-STATUS
           END-IF
           EXIT.

       ROLL-OVER-PARA.
      * A NEW TERM OF THE SAME LENGTH FROM THE OLD MATURITY DATE
      * AT THE PRODUCT'S CURRENT RATE. THE DAYS ALREADY GONE BY
      * SINCE THEN (A LATE RUN) ARE ACCRUED STRAIGHT AWAY. A
      * RECORD WITH NO TERM CANNOT ROLL - IT IS RELEASED INSTEAD

           IF TDF-TERM-MONTHS IS NOT NUMERIC OR
              TDF-TERM-MONTHS = 0 THEN
               MOVE 'M' TO TDF-STATUS
               ADD 1 TO WS-RELEASED-COUNT
               ADD 1 TO WS-WARNING-COUNT
               MOVE 'NO TERM ON TDF - RELEASED' TO DL-RESULT
           ELSE
               MOVE TDF-PRODUCT-CODE TO PRODF-CODE
               READ PRODF
                   INVALID KEY CONTINUE
               END-READ
               IF PRODF-OK THEN
                   MOVE PRODF-RATE TO TDF-RATE
                   MOVE PRODF-BREAK-PENALTY TO TDF-BREAK-PENALTY
                   MOVE 'ROLLED OVER' TO DL-RESULT
               ELSE
                   MOVE 'ROLLED OVER AT OLD RATE' TO DL-RESULT
               END-IF

               MOVE TDF-MATURITY-DATE TO WS-TERM-START-DATE
               PERFORM ADD-TERM-PARA
               MOVE WS-TERM-START-DATE TO TDF-START-DATE
               MOVE WS-TERM-DATE TO TDF-MATURITY-DATE
               MOVE TDF-START-DATE TO TDF-ACCRUED-TO
               MOVE TDF-MATURITY-DATE TO DL-NEW-MATURITY
               ADD 1 TO WS-ROLLED-COUNT

               PERFORM ACCRUE-DEPOSIT-PARA
           END-IF
           EXIT.

       ADD-TERM-PARA.
      * ADDS TDF-TERM-MONTHS CALENDAR MONTHS TO THE START DATE,
      * LEAVING THE MATURITY IN WS-TERM-DATE. A START ON A DAY THE
      * MATURITY MONTH DOES NOT HAVE MATURES ON THAT MONTH'S LAST
      * DAY - THE SAME RULE MAPCREAP OPENS THE DEPOSIT BY

           MOVE WS-TERM-START-DATE TO WS-TERM-DATE

           COMPUTE WS-TERM-MONTH-COUNT =
               (WS-TERM-YYYY * 12) + WS-TERM-MM - 1
               + TDF-TERM-MONTHS
           DIVIDE WS-TERM-MONTH-COUNT BY 12
               GIVING WS-TERM-YYYY REMAINDER WS-TERM-MONTH-REM
           COMPUTE WS-TERM-MM = WS-TERM-MONTH-REM + 1

      * THE LAST DAY OF THE MATURITY MONTH IS THE DAY BEFORE THE
      * FIRST OF THE MONTH AFTER IT
           IF WS-TERM-MM = 12 THEN
               COMPUTE WS-TERM-NEXT-YYYY = WS-TERM-YYYY + 1
               MOVE 1 TO WS-TERM-NEXT-MM
           ELSE
               MOVE WS-TERM-YYYY TO WS-TERM-NEXT-YYYY
               COMPUTE WS-TERM-NEXT-MM = WS-TERM-MM + 1
           END-IF
           MOVE 1 TO WS-TERM-NEXT-DD

           COMPUTE WS-TERM-LAST-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TERM-NEXT-MONTH) - 1)

           IF WS-TERM-DD > WS-TERM-LAST-DD THEN
               MOVE WS-TERM-LAST-DD TO WS-TERM-DD
           END-IF
           EXIT.

       SWEEP-DEPOSIT-PARA.
      * MOVE THE BALANCE LESS ACTIVE HOLDS TO THE NOMINATED
      * ACCOUNT. NOTHING TO MOVE, HOLDS OVER THE WHOLE BALANCE OR
      * A TARGET THAT CANNOT TAKE IT STILL MATURES THE DEPOSIT -
      * THE FUNDS ARE SIMPLY RELEASED WHERE THEY ARE. AN FHOLDF
      * ERROR LEAVES THE DEPOSIT ACTIVE FOR THE NEXT RUN

           IF WS-DEPOSIT-BALANCE NOT > 0 THEN
               MOVE 'M' TO TDF-STATUS
               ADD 1 TO WS-RELEASED-COUNT
               MOVE 'MATURED - NOTHING TO SWEEP' TO DL-RESULT
           ELSE
               PERFORM GET-HELD-AMOUNT-PARA
               EVALUATE TRUE
               WHEN NOT HELD-AMOUNT-KNOWN
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'FILE ERROR' TO DL-RESULT
               WHEN WS-HELD-AMOUNT NOT < WS-DEPOSIT-BALANCE
                   MOVE 'M' TO TDF-STATUS
                   ADD 1 TO WS-RELEASED-COUNT
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE 'HELD FUNDS - RELEASED' TO DL-RESULT
               WHEN OTHER
                   PERFORM CHECK-SWEEP-TARGET-PARA
                   IF TARGET-USABLE THEN
                       PERFORM POST-SWEEP-PARA
                   ELSE
                       IF DL-RESULT NOT = 'FILE ERROR' THEN
                           MOVE 'M' TO TDF-STATUS
                           ADD 1 TO WS-RELEASED-COUNT
                           ADD 1 TO WS-WARNING-COUNT
                       END-IF
                   END-IF
               END-EVALUATE
           END-IF
           EXIT.

       GET-HELD-AMOUNT-PARA.
      * TOTALS THE DEPOSIT'S FHOLDF HOLDS THAT ARE STILL ACTIVE
      * ON THE POSTING DATE (NO RELEASE DATE, OR ONE AFTER IT) -
      * THE SAME RULE AS STORDRB'S GET-HELD-AMOUNT-PARA

           MOVE 0 TO WS-HELD-AMOUNT
           MOVE 'Y' TO WS-HELD-KNOWN
           MOVE 'N' TO WS-SCAN-DONE

           MOVE LOW-VALUES TO FHOLDF-KEY
           MOVE TDF-BANK-ACCOUNT TO FHOLDF-BANK-ACCOUNT
           START FHOLDF KEY IS NOT LESS THAN FHOLDF-KEY
               INVALID KEY CONTINUE
           END-START

           EVALUATE TRUE
           WHEN FHOLDF-OK
               PERFORM READ-NEXT-HOLD-PARA
                   UNTIL SCAN-DONE
           WHEN FHOLDF-NOTFND
               CONTINUE
           WHEN OTHER
               DISPLAY 'TDMATB: FHOLDF START FAILED FOR '
                   TDF-BANK-ACCOUNT ' STATUS ' WS-FHOLDF-STATUS
               MOVE 'N' TO WS-HELD-KNOWN
           END-EVALUATE
           EXIT.

       READ-NEXT-HOLD-PARA.
           READ FHOLDF NEXT RECORD
               AT END CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN FHOLDF-OK
               IF FHOLDF-BANK-ACCOUNT = TDF-BANK-ACCOUNT THEN
                   IF FHOLDF-ACTIVE AND
                      (FHOLDF-RELEASE-DATE = SPACES OR
                       FHOLDF-RELEASE-DATE > WS-POST-DATE) THEN
                       ADD FHOLDF-AMOUNT TO WS-HELD-AMOUNT
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-SCAN-DONE
               END-IF
           WHEN FHOLDF-EOF
               MOVE 'Y' TO WS-SCAN-DONE
           WHEN OTHER
               DISPLAY 'TDMATB: FHOLDF READ FAILED FOR '
                   TDF-BANK-ACCOUNT ' STATUS ' WS-FHOLDF-STATUS
               MOVE 'N' TO WS-HELD-KNOWN
               MOVE 'Y' TO WS-SCAN-DONE
           END-EVALUATE
           EXIT.

       CHECK-SWEEP-TARGET-PARA.
      * THE TARGET MUST STILL BE AN OPEN ACCOUNT IN THE DEPOSIT'S
      * OWN CURRENCY - A SWEEP IS NEVER CONVERTED. A READ ERROR
      * LEAVES THE DEPOSIT ACTIVE FOR THE NEXT RUN

           MOVE 'N' TO WS-TARGET-USABLE

           MOVE TDF-SWEEP-ACCOUNT TO DATAF-BANK-NUMBER
           READ DATAF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN DATAF-OK
               IF DATAF-CURRENCY = SPACES OR
                  DATAF-CURRENCY = LOW-VALUES THEN
                   MOVE 'PLN' TO DATAF-CURRENCY
               END-IF
               EVALUATE TRUE
               WHEN DATAF-ACCT-CLOSED
                   MOVE 'SWEEP TGT CLOSED - RELEASED' TO DL-RESULT
               WHEN DATAF-CURRENCY NOT = WS-DEPOSIT-CURRENCY
                   MOVE 'SWEEP TGT CURRENCY - RELEASED' TO DL-RESULT
               WHEN OTHER
                   MOVE 'Y' TO WS-TARGET-USABLE
               END-EVALUATE
           WHEN DATAF-NOTFND
               MOVE 'SWEEP TGT UNKNOWN - RELEASED' TO DL-RESULT
           WHEN OTHER
               DISPLAY 'TDMATB: DATAF READ FAILED FOR '
                   DATAF-BANK-NUMBER ' STATUS ' WS-DATAF-STATUS
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'FILE ERROR' TO DL-RESULT
           END-EVALUATE
           EXIT.

       POST-SWEEP-PARA.
      * DEBIT THE DEPOSIT DOWN TO ITS HELD FUNDS WITH A 'T' LEG
      * (PUT BACK IF THE LEG CANNOT BE JOURNALLED), THEN CREDIT
      * THE TARGET (CREATING ITS BALF RECORD ON FIRST USE, SAME
      * AS STORDRB'S CREDIT-TARGET-PARA) WITH THE 'F' LEG

           COMPUTE WS-SWEEP-AMOUNT =
               WS-DEPOSIT-BALANCE - WS-HELD-AMOUNT
           MOVE WS-DEPOSIT-BALANCE TO WS-SAVED-BALANCE

           MOVE TDF-BANK-ACCOUNT TO BALF-BANK-ACCOUNT
           MOVE WS-HELD-AMOUNT TO BALF-BALANCE
           REWRITE FS-BALF
               INVALID KEY CONTINUE
           END-REWRITE

           IF BALF-OK THEN
               MOVE WS-HELD-AMOUNT TO WS-DEPOSIT-BALANCE
               MOVE TDF-BANK-ACCOUNT TO TRANF-BANK-ACCOUNT
               MOVE 'T' TO TRANF-TYPE
               MOVE WS-SWEEP-AMOUNT TO TRANF-AMOUNT
               MOVE WS-HELD-AMOUNT TO TRANF-BALANCE-AFTER
               PERFORM WRITE-TRANF-PARA
               IF NOT POSTING-OK THEN
                   PERFORM BACK-OUT-DEPOSIT-PARA
               END-IF
           ELSE
               DISPLAY 'TDMATB: BALF REWRITE FAILED FOR '
                   BALF-BANK-ACCOUNT ' STATUS ' WS-BALF-STATUS
               MOVE 'N' TO WS-POSTING-OK
           END-IF

           IF POSTING-OK THEN
               PERFORM CREDIT-SWEEP-TARGET-PARA
           END-IF

           IF POSTING-OK THEN
               MOVE 'M' TO TDF-STATUS
               ADD 1 TO WS-SWEPT-COUNT
               ADD WS-SWEEP-AMOUNT TO WS-TOTAL-SWEPT
               IF WS-HELD-AMOUNT > 0 THEN
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE 'SWEPT - HELD FUNDS LEFT' TO DL-RESULT
               ELSE
                   MOVE 'SWEPT' TO DL-RESULT
               END-IF
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'FILE ERROR' TO DL-RESULT
           END-IF
           EXIT.

       CREDIT-SWEEP-TARGET-PARA.
           MOVE TDF-SWEEP-ACCOUNT TO BALF-BANK-ACCOUNT
           READ BALF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN BALF-OK
               ADD WS-SWEEP-AMOUNT TO BALF-BALANCE
               REWRITE FS-BALF
                   INVALID KEY CONTINUE
               END-REWRITE
           WHEN BALF-NOTFND
               MOVE TDF-SWEEP-ACCOUNT TO BALF-BANK-ACCOUNT
               MOVE WS-SWEEP-AMOUNT TO BALF-BALANCE
               WRITE FS-BALF
                   INVALID KEY CONTINUE
               END-WRITE
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF BALF-OK THEN
               MOVE TDF-SWEEP-ACCOUNT TO TRANF-BANK-ACCOUNT
               MOVE 'F' TO TRANF-TYPE
               MOVE WS-SWEEP-AMOUNT TO TRANF-AMOUNT
               MOVE BALF-BALANCE TO TRANF-BALANCE-AFTER
               PERFORM WRITE-TRANF-PARA
           ELSE
               DISPLAY 'TDMATB: BALF UPDATE FAILED FOR '
                   BALF-BANK-ACCOUNT ' STATUS ' WS-BALF-STATUS
               MOVE 'N' TO WS-POSTING-OK
           END-IF
           EXIT.

       WRITE-TRANF-PARA.
      * APPEND ONE TRANF ROW STAMPED MIDNIGHT OF THE POSTING DATE,
      * BUMPING THE SEQUENCE NUMBER ON A DUPLICATE KEY THE SAME
      * WAY STORDRB'S WRITE-TRANF-PARA DOES. CALLER FILLS IN
      * ACCOUNT, TYPE, AMOUNT AND BALANCE AFTER

           MOVE WS-POST-TIMESTAMP TO TRANF-TIMESTAMP
           MOVE 0 TO TRANF-SEQ
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
               MOVE 'Y' TO WS-WRITE-DONE
           WHEN TRANF-DUPKEY
               IF TRANF-SEQ < 999 THEN
                   ADD 1 TO TRANF-SEQ
               ELSE
                   DISPLAY 'TDMATB: TRANF SEQUENCE EXHAUSTED FOR '
                       TRANF-BANK-ACCOUNT
                   MOVE 'N' TO WS-POSTING-OK
                   MOVE 'Y' TO WS-WRITE-DONE
               END-IF
           WHEN OTHER
               DISPLAY 'TDMATB: TRANF WRITE FAILED FOR '
                   TRANF-BANK-ACCOUNT ' STATUS ' WS-TRANF-STATUS
               MOVE 'N' TO WS-POSTING-OK
               MOVE 'Y' TO WS-WRITE-DONE
           END-EVALUATE
           EXIT.

       REWRITE-TDF-PARA.
      * THE ACCRUAL AND ANY MATURITY ARE SAVED ON THE RECORD JUST
      * READ

           REWRITE FS-TDF
               INVALID KEY CONTINUE
           END-REWRITE

           IF NOT TDF-OK THEN
               DISPLAY 'TDMATB: TDF REWRITE FAILED FOR '
                   TDF-BANK-ACCOUNT ' STATUS ' WS-TDF-STATUS
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           EXIT.

       WRITE-DETAIL-PARA.
           MOVE TDF-BANK-ACCOUNT TO DL-ACCOUNT
           MOVE WS-MATURITY-INTEREST TO DL-INTEREST
           MOVE WS-SWEEP-AMOUNT TO DL-SWEPT
           MOVE WS-DETAIL-LINE TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE
           EXIT.

       TALLY-LADDER-PARA.
      * PUT THE STILL-ACTIVE DEPOSIT IN ITS CURRENCY'S ROW AND ITS
      * DAYS-TO-MATURITY BUCKET. ONE ALREADY PAST MATURITY (A
      * SWEEP HELD BACK BY A FILE ERROR) COUNTS AS DUE NOW

           MOVE TDF-MATURITY-DATE TO WS-TO-DATE-NUM
           MOVE WS-POST-DATE TO WS-FROM-DATE-NUM
           COMPUTE WS-DAYS-TO-MATURITY =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE-NUM) -
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-NUM)

           EVALUATE TRUE
           WHEN WS-DAYS-TO-MATURITY <= 30
               MOVE 1 TO WS-BUCKET-SUB
           WHEN WS-DAYS-TO-MATURITY <= 90
               MOVE 2 TO WS-BUCKET-SUB
           WHEN WS-DAYS-TO-MATURITY <= 180
               MOVE 3 TO WS-BUCKET-SUB
           WHEN WS-DAYS-TO-MATURITY <= 365
               MOVE 4 TO WS-BUCKET-SUB
           WHEN OTHER
               MOVE 5 TO WS-BUCKET-SUB
           END-EVALUATE

           MOVE 'N' TO WS-LADDER-HIT
           PERFORM FIND-LADDER-ROW-PARA
               VARYING WS-LADDER-SUB FROM 1 BY 1
               UNTIL WS-LADDER-SUB > WS-LADDER-COUNT
               OR LADDER-HIT

           IF NOT LADDER-HIT THEN
               IF WS-LADDER-COUNT < WS-LADDER-MAX THEN
                   ADD 1 TO WS-LADDER-COUNT
                   MOVE WS-LADDER-COUNT TO WS-LADDER-SUB
                   INITIALIZE WS-LADDER-ENTRY(WS-LADDER-SUB)
                   MOVE WS-DEPOSIT-CURRENCY
                       TO LT-CURRENCY(WS-LADDER-SUB)
                   MOVE 'Y' TO WS-LADDER-HIT
               ELSE
                   DISPLAY 'TDMATB: MORE THAN ' WS-LADDER-MAX
                       ' CURRENCIES - ' WS-DEPOSIT-CURRENCY
                       ' LEFT OFF THE LADDER'
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           ELSE
      * THE SEARCH STEPPED ONE PAST THE ROW IT FOUND
               SUBTRACT 1 FROM WS-LADDER-SUB
           END-IF

           IF LADDER-HIT THEN
               ADD 1 TO LT-DEPOSITS(WS-LADDER-SUB, WS-BUCKET-SUB)
               ADD WS-DEPOSIT-BALANCE
                   TO LT-BALANCE(WS-LADDER-SUB, WS-BUCKET-SUB)
               ADD TDF-ACCRUED
                   TO LT-ACCRUED(WS-LADDER-SUB, WS-BUCKET-SUB)
           END-IF
           EXIT.

       FIND-LADDER-ROW-PARA.
           IF LT-CURRENCY(WS-LADDER-SUB) = WS-DEPOSIT-CURRENCY THEN
               MOVE 'Y' TO WS-LADDER-HIT
           END-IF
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE

           MOVE WS-READ-COUNT TO SL-READ
           MOVE WS-SUMMARY-LINE TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE

           MOVE WS-ACTIVE-COUNT TO SL2-ACTIVE
           MOVE WS-SUMMARY-LINE-2 TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE

           MOVE WS-TOTAL-ACCRUED TO SL3-ACCRUED
           MOVE WS-SUMMARY-LINE-3 TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE

           MOVE WS-MATURED-COUNT TO SL4-MATURED
           MOVE WS-SUMMARY-LINE-4 TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE

           MOVE WS-ROLLED-COUNT TO SL5-ROLLED
           MOVE WS-SUMMARY-LINE-5 TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE

           MOVE WS-SWEPT-COUNT TO SL6-SWEPT
           MOVE WS-SUMMARY-LINE-6 TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE

           MOVE WS-RELEASED-COUNT TO SL7-RELEASED
           MOVE WS-SUMMARY-LINE-7 TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE

           MOVE WS-TOTAL-PAID TO SL8-PAID
           MOVE WS-SUMMARY-LINE-8 TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE

           MOVE WS-TOTAL-SWEPT TO SL9-SWEPT
           MOVE WS-SUMMARY-LINE-9 TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE

           MOVE WS-WARNING-COUNT TO SL10-WARNINGS
           MOVE WS-SUMMARY-LINE-10 TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE

           MOVE WS-FAILED-COUNT TO SL11-FAILED
           MOVE WS-SUMMARY-LINE-11 TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE
           EXIT.

       WRITE-LADDER-PARA.
      * THE TREASURY MATURITY LADDER, ONE BLOCK OF FIVE BUCKETS
      * PER CURRENCY IN THE ORDER THE CURRENCIES WERE MET

           MOVE SPACES TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE

           MOVE WS-POST-DATE TO LH1-DATE
           MOVE WS-LADDER-HEADING-1 TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE

           MOVE WS-LADDER-HEADING-2 TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE

           PERFORM WRITE-LADDER-CURRENCY-PARA
               VARYING WS-LADDER-SUB FROM 1 BY 1
               UNTIL WS-LADDER-SUB > WS-LADDER-COUNT
           EXIT.

       WRITE-LADDER-CURRENCY-PARA.
           PERFORM WRITE-LADDER-LINE-PARA
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
           EXIT.

       WRITE-LADDER-LINE-PARA.
           MOVE LT-CURRENCY(WS-LADDER-SUB) TO LL-CURRENCY
           MOVE WS-BUCKET-NAME(WS-BUCKET-SUB) TO LL-BUCKET
           MOVE LT-DEPOSITS(WS-LADDER-SUB, WS-BUCKET-SUB)
               TO LL-DEPOSITS
           MOVE LT-BALANCE(WS-LADDER-SUB, WS-BUCKET-SUB)
               TO LL-BALANCE
           MOVE LT-ACCRUED(WS-LADDER-SUB, WS-BUCKET-SUB)
               TO LL-ACCRUED
           MOVE WS-LADDER-LINE TO TDMAT-RPT-LINE
           WRITE TDMAT-RPT-LINE
           EXIT.

           COPY RUNCTLP.
