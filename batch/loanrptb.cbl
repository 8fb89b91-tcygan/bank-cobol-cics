       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRPTB.

      * MONTH-END LOAN BOOK AND ARREARS AGING REPORTS
      *
      * MAPLONP BOOKS PERSONAL LOANS ON LOANF WITH THEIR
      * REPAYMENT SCHEDULES ON LNSCHF, AND THE DAILY LOANCOLB
      * COLLECTS THE INSTALLMENTS AND MARKS THE ONES THE CURRENT
      * ACCOUNT COULD NOT COVER IN ARREARS. THIS JOB RUNS ON THE
      * LAST BUSINESS DAY OF THE MONTH, AFTER THAT DAY'S LOANCOLB,
      * FOR THE REPORT DATE SUPPLIED ON SYSIN (YYYYMMDD, SAME
      * PARAMETER CARD STORDRB READS), AND PRINTS TWO REPORTS:
      *
      *   LOANBKR - THE LOAN BOOK: ONE LINE PER ACTIVE LOAN WITH
      *     ITS PRINCIPAL, RATE, TERM, INSTALLMENTS PAID, PRINCIPAL
      *     OUTSTANDING AND ARREARS, THEN TOTALS BY CURRENCY
      *     (LOANS ARE HELD IN THE CURRENCY OF THEIR ACCOUNT AND
      *     ARE NEVER ADDED ACROSS CURRENCIES)
      *
      *   LOANAGR - THE ARREARS AGING: ONE LINE PER INSTALLMENT IN
      *     ARREARS WITH ITS DAYS OVERDUE AT THE REPORT DATE, THEN
      *     BY CURRENCY THE NUMBER AND AMOUNT OF INSTALLMENTS IN
      *     EACH AGE BUCKET (1-30, 31-60, 61-90 AND OVER 90 DAYS),
      *     THE SAME PER-CURRENCY TABLE TDMATB BUILDS FOR ITS
      *     MATURITY LADDER
      *
      * NOTHING IS UPDATED. A LOAN WHOSE ARREARS COUNT DOES NOT
      * AGREE WITH THE INSTALLMENTS IN ARREARS ON LNSCHF, OR A
      * CURRENCY THAT DOES NOT FIT THE TABLE, IS A WARNING
      * (RC=4); A FILE ERROR ENDS THE JOB RC=8

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL.

           SELECT LOANF ASSIGN TO LOANF
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOANF-KEY
               FILE STATUS IS WS-LOANF-STATUS.

           SELECT LNSCHF ASSIGN TO LNSCHF
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNSCHF-KEY
               FILE STATUS IS WS-LNSCHF-STATUS.

           SELECT LOANBK-RPT ASSIGN TO LOANBKR
               ORGANIZATION LINE SEQUENTIAL.

           SELECT LOANAG-RPT ASSIGN TO LOANAGR
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
           05  PARM-REPORT-DATE       PIC X(8).

      * PERSONAL LOAN (LAYOUT IN JCL/LOANF.JCL)
       FD  LOANF.
       01  FS-LOANF.
           05  LOANF-KEY.
               10  LOANF-BANK-ACCOUNT PIC X(26).
               10  LOANF-LOAN-NUM     PIC 9(2).
           05  LOANF-ID-NUM           PIC X(11).
           05  LOANF-CURRENCY         PIC X(3).
           05  LOANF-PRINCIPAL        PIC 9(9)V99.
           05  LOANF-RATE             PIC 9(2)V9(4).
           05  LOANF-TERM-MONTHS      PIC 9(3).
           05  LOANF-REPAY-DAY        PIC 9(2).
           05  LOANF-INSTALLMENT      PIC 9(9)V99.
           05  LOANF-BOOKED-DATE      PIC X(8).
           05  LOANF-FIRST-DUE-DATE   PIC X(8).
           05  LOANF-LAST-DUE-DATE    PIC X(8).
           05  LOANF-OUTSTANDING      PIC 9(9)V99.
           05  LOANF-PAID-COUNT       PIC 9(3).
           05  LOANF-INTEREST-PAID    PIC 9(9)V99.
           05  LOANF-ARREARS-COUNT    PIC 9(3).
           05  LOANF-ARREARS-AMOUNT   PIC 9(9)V99.
           05  LOANF-ARREARS-SINCE    PIC X(8).
           05  LOANF-STATUS           PIC X.
               88  LOANF-ACTIVE       VALUE 'A'.
               88  LOANF-PAID-OFF     VALUE 'P'.
           05  LOANF-BOOKED-BY        PIC X(8).

      * ONE INSTALLMENT OF A LOAN (LAYOUT IN JCL/LNSCHF.JCL)
       FD  LNSCHF.
       01  FS-LNSCHF.
           05  LNSCHF-KEY.
               10  LNSCHF-BANK-ACCOUNT PIC X(26).
               10  LNSCHF-LOAN-NUM    PIC 9(2).
               10  LNSCHF-INST-NUM    PIC 9(3).
           05  LNSCHF-DUE-DATE        PIC X(8).
           05  LNSCHF-DUE-DATE-NUM REDEFINES LNSCHF-DUE-DATE
                                      PIC 9(8).
           05  LNSCHF-AMOUNT          PIC 9(9)V99.
           05  LNSCHF-INTEREST        PIC 9(9)V99.
           05  LNSCHF-PRINCIPAL       PIC 9(9)V99.
           05  LNSCHF-BALANCE-AFTER   PIC 9(9)V99.
           05  LNSCHF-STATUS          PIC X.
               88  LNSCHF-SCHEDULED   VALUE 'D'.
               88  LNSCHF-ARREARS     VALUE 'A'.
               88  LNSCHF-PAID        VALUE 'P'.
           05  LNSCHF-PAID-DATE       PIC X(8).

       FD  LOANBK-RPT.
       01  LOANBK-RPT-LINE            PIC X(110).

       FD  LOANAG-RPT.
       01  LOANAG-RPT-LINE            PIC X(110).

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

       01  WS-LOANF-STATUS            PIC XX.
           88  LOANF-OK               VALUE '00'.
           88  LOANF-EOF              VALUE '10'.

       01  WS-LNSCHF-STATUS           PIC XX.
           88  LNSCHF-OK              VALUE '00'.
           88  LNSCHF-NOTFND          VALUE '23'.
           88  LNSCHF-EOF             VALUE '10'.

       01  WS-EOF-PARM                PIC X VALUE 'N'.
           88  EOF-PARM               VALUE 'Y'.

       01  WS-EOF-LOANF               PIC X VALUE 'N'.
           88  EOF-LOANF              VALUE 'Y'.

      * SET WHEN THE LOAN'S ARREARS ON LNSCHF HAVE ALL BEEN SEEN,
      * OR A FILE ERROR STOPPED THE SCAN
       01  WS-SCHED-SCAN-DONE         PIC X VALUE 'N'.
           88  SCHED-SCAN-DONE        VALUE 'Y'.

      * THE REPORT DATE OFF SYSIN, AND THE NUMERIC VIEW OF IT THE
      * DAYS-OVERDUE ARITHMETIC NEEDS
       01  WS-REPORT-DATE             PIC X(8).
       01  WS-REPORT-DATE-NUM REDEFINES WS-REPORT-DATE
                                      PIC 9(8).

       01  WS-DAYS-OVERDUE            PIC S9(7) VALUE 0.

      * INSTALLMENTS FOUND IN ARREARS ON LNSCHF FOR THE CURRENT
      * LOAN, CHECKED AGAINST THE LOAN'S OWN ARREARS COUNT
       01  WS-LOAN-ARREARS-FOUND      PIC 9(3) VALUE 0.

      * PER-CURRENCY TOTALS: THE LOAN BOOK FIGURES AND FOUR
      * DAYS-OVERDUE BUCKETS OF ARREARS EACH
       01  WS-BUCKET-SUB              PIC S9(4) COMP VALUE 0.
       01  WS-CCY-MAX                 PIC S9(4) COMP VALUE 10.
       01  WS-CCY-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-CCY-SUB                 PIC S9(4) COMP VALUE 0.
       01  WS-CCY-HIT                 PIC X VALUE 'N'.
           88  CCY-HIT                VALUE 'Y'.

       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 10 TIMES.
               10  CT-CURRENCY        PIC X(3).
               10  CT-LOANS           PIC 9(7).
               10  CT-PRINCIPAL       PIC 9(13)V99.
               10  CT-OUTSTANDING     PIC 9(13)V99.
               10  CT-INTEREST-PAID   PIC 9(13)V99.
               10  CT-ARREARS-AMOUNT  PIC 9(13)V99.
               10  CT-BUCKET OCCURS 4 TIMES.
                   15  CT-INSTALLMENTS PIC 9(7).
                   15  CT-AGED-AMOUNT PIC 9(13)V99.

       01  WS-BUCKET-NAMES-VALUES.
           05  FILLER                 PIC X(12) VALUE '1-30 DAYS'.
           05  FILLER                 PIC X(12) VALUE '31-60 DAYS'.
           05  FILLER                 PIC X(12) VALUE '61-90 DAYS'.
           05  FILLER                 PIC X(12) VALUE 'OVER 90 DAYS'.
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-VALUES.
           05  WS-BUCKET-NAME         PIC X(12) OCCURS 4 TIMES.

       01  WS-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-ACTIVE-COUNT            PIC 9(7) VALUE 0.
       01  WS-PAID-OFF-COUNT          PIC 9(7) VALUE 0.
       01  WS-LOANS-IN-ARREARS        PIC 9(7) VALUE 0.
       01  WS-ARREARS-COUNT           PIC 9(7) VALUE 0.
       01  WS-WARNING-COUNT           PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT            PIC 9(7) VALUE 0.

      * ---- LOAN BOOK (LOANBKR) ----
       01  WS-BOOK-HEADING-1 PIC X(60) VALUE
           'LOANRPTB - MONTH-END PERSONAL LOAN BOOK'.
       01  WS-BOOK-HEADING-2.
           05  FILLER             PIC X(27) VALUE 'CURRENT ACCOUNT'.
           05  FILLER             PIC X(4) VALUE 'LN'.
           05  FILLER             PIC X(4) VALUE 'CCY'.
           05  FILLER             PIC X(13) VALUE '   PRINCIPAL'.
           05  FILLER             PIC X(8) VALUE '   RATE'.
           05  FILLER             PIC X(4) VALUE 'TRM'.
           05  FILLER             PIC X(4) VALUE 'PD'.
           05  FILLER             PIC X(13) VALUE ' OUTSTANDING'.
           05  FILLER             PIC X(15) VALUE 'ARR     AMOUNT'.
           05  FILLER             PIC X(8) VALUE 'SINCE'.

       01  WS-DATE-LINE.
           05  FILLER             PIC X(16) VALUE 'REPORT DATE:    '.
           05  DTL-DATE           PIC X(8).

       01  WS-BOOK-LINE.
           05  BL-ACCOUNT         PIC X(26).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  BL-LOAN            PIC 9(2).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  BL-CURRENCY        PIC X(3).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  BL-PRINCIPAL       PIC Z(8)9.99.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  BL-RATE            PIC Z9.9999.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  BL-TERM            PIC ZZ9.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  BL-PAID            PIC ZZ9.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  BL-OUTSTANDING     PIC Z(8)9.99.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  BL-ARREARS-COUNT   PIC ZZ9.
           05  BL-ARREARS-AMOUNT  PIC Z(8)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  BL-ARREARS-SINCE   PIC X(8).

       01  WS-BOOK-TOTAL-HEADING-1 PIC X(60) VALUE
           'LOAN BOOK TOTALS BY CURRENCY'.
       01  WS-BOOK-TOTAL-HEADING-2.
           05  FILLER             PIC X(10) VALUE 'CURRENCY'.
           05  FILLER             PIC X(8) VALUE '   LOANS'.
           05  FILLER             PIC X(19) VALUE
               '          PRINCIPAL'.
           05  FILLER             PIC X(19) VALUE
               '        OUTSTANDING'.
           05  FILLER             PIC X(19) VALUE
               '      INTEREST PAID'.
           05  FILLER             PIC X(19) VALUE
               '     ARREARS AMOUNT'.

       01  WS-BOOK-TOTAL-LINE.
           05  BT-CURRENCY        PIC X(3).
           05  FILLER             PIC X(7) VALUE SPACES.
           05  BT-LOANS           PIC ZZZZZZZ9.
           05  BT-PRINCIPAL       PIC Z(15)9.99.
           05  BT-OUTSTANDING     PIC Z(15)9.99.
           05  BT-INTEREST-PAID   PIC Z(15)9.99.
           05  BT-ARREARS-AMOUNT  PIC Z(15)9.99.

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(27) VALUE
               'LOANS ON FILE:             '.
           05  SL-READ            PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER             PIC X(27) VALUE
               'ACTIVE LOANS:              '.
           05  SL2-ACTIVE         PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER             PIC X(27) VALUE
               'PAID-OFF LOANS:            '.
           05  SL3-PAID-OFF       PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER             PIC X(27) VALUE
               'LOANS IN ARREARS:          '.
           05  SL4-IN-ARREARS     PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER             PIC X(27) VALUE
               'INSTALLMENTS IN ARREARS:   '.
           05  SL5-ARREARS        PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER             PIC X(27) VALUE
               'WARNINGS:                  '.
           05  SL6-WARNINGS       PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-7.
           05  FILLER             PIC X(27) VALUE
               'FAILED - FILE ERROR:       '.
           05  SL7-FAILED         PIC ZZZZZZ9.

      * ---- ARREARS AGING (LOANAGR) ----
       01  WS-AGE-HEADING-1 PIC X(60) VALUE
           'LOANRPTB - PERSONAL LOAN ARREARS AGING'.
       01  WS-AGE-HEADING-2.
           05  FILLER             PIC X(28) VALUE 'CURRENT ACCOUNT'.
           05  FILLER             PIC X(3) VALUE 'LN'.
           05  FILLER             PIC X(5) VALUE 'INST'.
           05  FILLER             PIC X(13) VALUE 'CUSTOMER ID'.
           05  FILLER             PIC X(5) VALUE 'CCY'.
           05  FILLER             PIC X(10) VALUE 'DUE DATE'.
           05  FILLER             PIC X(7) VALUE '   DAYS'.
           05  FILLER             PIC X(12) VALUE '      AMOUNT'.

       01  WS-AGE-LINE.
           05  AL-ACCOUNT         PIC X(26).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  AL-LOAN            PIC 9(2).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  AL-INST            PIC ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  AL-ID-NUM          PIC X(11).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  AL-CURRENCY        PIC X(3).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  AL-DUE-DATE        PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  AL-DAYS            PIC ZZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  AL-AMOUNT          PIC Z(8)9.99.

       01  WS-AGE-TOTAL-HEADING-1.
           05  FILLER             PIC X(42) VALUE
               'ARREARS AGING BY CURRENCY AT '.
           05  AH1-DATE           PIC X(8).

       01  WS-AGE-TOTAL-HEADING-2.
           05  FILLER             PIC X(10) VALUE 'CURRENCY'.
           05  FILLER             PIC X(16) VALUE 'DAYS OVERDUE'.
           05  FILLER             PIC X(12) VALUE 'INSTALLMENTS'.
           05  FILLER             PIC X(19) VALUE
               '             AMOUNT'.

       01  WS-AGE-TOTAL-LINE.
           05  AT-CURRENCY        PIC X(3).
           05  FILLER             PIC X(7) VALUE SPACES.
           05  AT-BUCKET          PIC X(12).
           05  FILLER             PIC X(4) VALUE SPACES.
           05  AT-INSTALLMENTS    PIC ZZZZZZZZZZZ9.
           05  AT-AMOUNT          PIC Z(15)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'LOANRPTB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF EOF-PARM OR PARM-REPORT-DATE IS NOT NUMERIC THEN
               DISPLAY 'LOANRPTB: MISSING OR INVALID SYSIN DATE CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           OPEN INPUT LOANF
           IF NOT LOANF-OK THEN
               DISPLAY 'LOANRPTB: OPEN LOANF FAILED, STATUS '
                   WS-LOANF-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           OPEN INPUT LNSCHF
           OPEN OUTPUT LOANBK-RPT
           OPEN OUTPUT LOANAG-RPT

           PERFORM WRITE-HEADINGS-PARA

           PERFORM SCAN-LOANF-PARA
               UNTIL EOF-LOANF

           PERFORM WRITE-BOOK-TOTALS-PARA
           PERFORM WRITE-AGING-TOTALS-PARA
           PERFORM WRITE-SUMMARY-PARA

           CLOSE LOANF
           CLOSE LNSCHF
           CLOSE LOANBK-RPT
           CLOSE LOANAG-RPT

           DISPLAY 'LOANRPTB: ' WS-ACTIVE-COUNT ' ACTIVE LOAN(S), '
               WS-ARREARS-COUNT ' INSTALLMENT(S) IN ARREARS'

           EVALUATE TRUE
           WHEN WS-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           WHEN WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-ACTIVE-COUNT TO WS-RUNCTL-OUT-COUNT
           MOVE 0 TO WS-RUNCTL-AMOUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
           OPEN INPUT PARM-IN
           READ PARM-IN
               AT END MOVE 'Y' TO WS-EOF-PARM
           END-READ
           IF NOT EOF-PARM THEN
               MOVE PARM-REPORT-DATE TO WS-REPORT-DATE
           END-IF
           CLOSE PARM-IN
           EXIT.

       WRITE-HEADINGS-PARA.
           MOVE WS-REPORT-DATE TO DTL-DATE

           MOVE WS-BOOK-HEADING-1 TO LOANBK-RPT-LINE
           WRITE LOANBK-RPT-LINE
           MOVE WS-DATE-LINE TO LOANBK-RPT-LINE
           WRITE LOANBK-RPT-LINE
           MOVE SPACES TO LOANBK-RPT-LINE
           WRITE LOANBK-RPT-LINE
           MOVE WS-BOOK-HEADING-2 TO LOANBK-RPT-LINE
           WRITE LOANBK-RPT-LINE

           MOVE WS-AGE-HEADING-1 TO LOANAG-RPT-LINE
           WRITE LOANAG-RPT-LINE
           MOVE WS-DATE-LINE TO LOANAG-RPT-LINE
           WRITE LOANAG-RPT-LINE
           MOVE SPACES TO LOANAG-RPT-LINE
           WRITE LOANAG-RPT-LINE
           MOVE WS-AGE-HEADING-2 TO LOANAG-RPT-LINE
           WRITE LOANAG-RPT-LINE
           EXIT.

       SCAN-LOANF-PARA.
      * ONE LOANF RECORD. PAID-OFF LOANS ARE ONLY COUNTED; AN
      * ACTIVE ONE GOES ON THE BOOK AND, IF IT HAS ARREARS, ITS
      * ARREARS INSTALLMENTS ARE AGED

           READ LOANF NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-LOANF
           END-READ

           EVALUATE TRUE
           WHEN EOF-LOANF
               CONTINUE
           WHEN LOANF-OK
               ADD 1 TO WS-READ-COUNT
               IF LOANF-ACTIVE THEN
                   ADD 1 TO WS-ACTIVE-COUNT
                   PERFORM FIND-CCY-ROW-PARA
                   PERFORM WRITE-BOOK-LINE-PARA
                   IF LOANF-ARREARS-COUNT > 0 THEN
                       ADD 1 TO WS-LOANS-IN-ARREARS
                   END-IF
                   PERFORM AGE-LOAN-ARREARS-PARA
               ELSE
                   ADD 1 TO WS-PAID-OFF-COUNT
               END-IF
           WHEN OTHER
               DISPLAY 'LOANRPTB: LOANF READ FAILED, STATUS '
                   WS-LOANF-STATUS
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'Y' TO WS-EOF-LOANF
           END-EVALUATE
           EXIT.

       FIND-CCY-ROW-PARA.
      * POINTS WS-CCY-SUB AT THE LOAN'S CURRENCY ROW, OPENING A
      * NEW ROW THE FIRST TIME A CURRENCY IS MET. A CURRENCY
      * THAT DOES NOT FIT LEAVES CCY-HIT OFF AND THE LOAN OUT OF
      * THE TOTALS

           MOVE 'N' TO WS-CCY-HIT
           PERFORM MATCH-CCY-ROW-PARA
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
               OR CCY-HIT

           IF NOT CCY-HIT THEN
               IF WS-CCY-COUNT < WS-CCY-MAX THEN
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-SUB
                   INITIALIZE WS-CCY-ENTRY(WS-CCY-SUB)
                   MOVE LOANF-CURRENCY TO CT-CURRENCY(WS-CCY-SUB)
                   MOVE 'Y' TO WS-CCY-HIT
               ELSE
                   DISPLAY 'LOANRPTB: MORE THAN ' WS-CCY-MAX
                       ' CURRENCIES - ' LOANF-CURRENCY
                       ' LEFT OUT OF THE TOTALS'
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           ELSE
      * THE SEARCH STEPPED ONE PAST THE ROW IT FOUND
               SUBTRACT 1 FROM WS-CCY-SUB
           END-IF

           IF CCY-HIT THEN
               ADD 1 TO CT-LOANS(WS-CCY-SUB)
               ADD LOANF-PRINCIPAL TO CT-PRINCIPAL(WS-CCY-SUB)
               ADD LOANF-OUTSTANDING TO CT-OUTSTANDING(WS-CCY-SUB)
               ADD LOANF-INTEREST-PAID
                   TO CT-INTEREST-PAID(WS-CCY-SUB)
               ADD LOANF-ARREARS-AMOUNT
                   TO CT-ARREARS-AMOUNT(WS-CCY-SUB)
           END-IF
           EXIT.

       MATCH-CCY-ROW-PARA.
           IF CT-CURRENCY(WS-CCY-SUB) = LOANF-CURRENCY THEN
               MOVE 'Y' TO WS-CCY-HIT
           END-IF
           EXIT.

       WRITE-BOOK-LINE-PARA.
           MOVE LOANF-BANK-ACCOUNT TO BL-ACCOUNT
           MOVE LOANF-LOAN-NUM TO BL-LOAN
           MOVE LOANF-CURRENCY TO BL-CURRENCY
           MOVE LOANF-PRINCIPAL TO BL-PRINCIPAL
           MOVE LOANF-RATE TO BL-RATE
           MOVE LOANF-TERM-MONTHS TO BL-TERM
           MOVE LOANF-PAID-COUNT TO BL-PAID
           MOVE LOANF-OUTSTANDING TO BL-OUTSTANDING
           MOVE LOANF-ARREARS-COUNT TO BL-ARREARS-COUNT
           MOVE LOANF-ARREARS-AMOUNT TO BL-ARREARS-AMOUNT
           MOVE LOANF-ARREARS-SINCE TO BL-ARREARS-SINCE
           MOVE WS-BOOK-LINE TO LOANBK-RPT-LINE
           WRITE LOANBK-RPT-LINE
           EXIT.

       AGE-LOAN-ARREARS-PARA.
      * INSTALLMENTS ARE ONLY EVER PAID IN ORDER, SO A LOAN'S
      * ARREARS ARE THE RUN OF UNPAID INSTALLMENTS STRAIGHT AFTER
      * ITS PAID COUNT - START THERE AND READ UNTIL THE FIRST ONE
      * NOT IN ARREARS. THE NUMBER FOUND MUST AGREE WITH THE
      * LOAN'S OWN ARREARS COUNT

           MOVE 0 TO WS-LOAN-ARREARS-FOUND
           MOVE 'N' TO WS-SCHED-SCAN-DONE

           IF LOANF-PAID-COUNT < LOANF-TERM-MONTHS THEN
               MOVE LOANF-BANK-ACCOUNT TO LNSCHF-BANK-ACCOUNT
               MOVE LOANF-LOAN-NUM TO LNSCHF-LOAN-NUM
               COMPUTE LNSCHF-INST-NUM = LOANF-PAID-COUNT + 1
               START LNSCHF KEY IS NOT LESS THAN LNSCHF-KEY
                   INVALID KEY CONTINUE
               END-START

               EVALUATE TRUE
               WHEN LNSCHF-OK
                   PERFORM READ-NEXT-ARREARS-PARA
                       UNTIL SCHED-SCAN-DONE
               WHEN LNSCHF-NOTFND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LOANRPTB: LNSCHF START FAILED FOR '
                       LOANF-KEY ' STATUS ' WS-LNSCHF-STATUS
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'Y' TO WS-SCHED-SCAN-DONE
               END-EVALUATE
           END-IF

           IF WS-LOAN-ARREARS-FOUND NOT = LOANF-ARREARS-COUNT THEN
               DISPLAY 'LOANRPTB: LOAN ' LOANF-KEY ' ARREARS COUNT '
                   LOANF-ARREARS-COUNT ' BUT ' WS-LOAN-ARREARS-FOUND
                   ' ON LNSCHF'
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           EXIT.

       READ-NEXT-ARREARS-PARA.
           READ LNSCHF NEXT RECORD
               AT END CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN LNSCHF-OK
               IF LNSCHF-BANK-ACCOUNT NOT = LOANF-BANK-ACCOUNT OR
                  LNSCHF-LOAN-NUM NOT = LOANF-LOAN-NUM OR
                  NOT LNSCHF-ARREARS THEN
                   MOVE 'Y' TO WS-SCHED-SCAN-DONE
               ELSE
                   ADD 1 TO WS-LOAN-ARREARS-FOUND
                   ADD 1 TO WS-ARREARS-COUNT
                   PERFORM AGE-INSTALLMENT-PARA
               END-IF
           WHEN LNSCHF-EOF
               MOVE 'Y' TO WS-SCHED-SCAN-DONE
           WHEN OTHER
               DISPLAY 'LOANRPTB: LNSCHF READ FAILED FOR '
                   LOANF-KEY ' STATUS ' WS-LNSCHF-STATUS
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'Y' TO WS-SCHED-SCAN-DONE
           END-EVALUATE
           EXIT.

       AGE-INSTALLMENT-PARA.
      * DAYS OVERDUE FROM THE DUE DATE TO THE REPORT DATE, INTO
      * ITS BUCKET IN THE LOAN'S CURRENCY ROW. AN INSTALLMENT
      * THAT FELL DUE ON THE REPORT DATE ITSELF COUNTS AS THE
      * FIRST BUCKET

           IF LNSCHF-DUE-DATE IS NUMERIC THEN
               COMPUTE WS-DAYS-OVERDUE =
                   FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE-NUM) -
                   FUNCTION INTEGER-OF-DATE(LNSCHF-DUE-DATE-NUM)
           ELSE
               DISPLAY 'LOANRPTB: BAD DUE DATE ON ' LNSCHF-KEY
               ADD 1 TO WS-WARNING-COUNT
               MOVE 0 TO WS-DAYS-OVERDUE
           END-IF

           EVALUATE TRUE
           WHEN WS-DAYS-OVERDUE <= 30
               MOVE 1 TO WS-BUCKET-SUB
           WHEN WS-DAYS-OVERDUE <= 60
               MOVE 2 TO WS-BUCKET-SUB
           WHEN WS-DAYS-OVERDUE <= 90
               MOVE 3 TO WS-BUCKET-SUB
           WHEN OTHER
               MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE

           IF CCY-HIT THEN
               ADD 1 TO CT-INSTALLMENTS(WS-CCY-SUB, WS-BUCKET-SUB)
               ADD LNSCHF-AMOUNT
                   TO CT-AGED-AMOUNT(WS-CCY-SUB, WS-BUCKET-SUB)
           END-IF

           MOVE LNSCHF-BANK-ACCOUNT TO AL-ACCOUNT
           MOVE LNSCHF-LOAN-NUM TO AL-LOAN
           MOVE LNSCHF-INST-NUM TO AL-INST
           MOVE LOANF-ID-NUM TO AL-ID-NUM
           MOVE LOANF-CURRENCY TO AL-CURRENCY
           MOVE LNSCHF-DUE-DATE TO AL-DUE-DATE
           MOVE WS-DAYS-OVERDUE TO AL-DAYS
           MOVE LNSCHF-AMOUNT TO AL-AMOUNT
           MOVE WS-AGE-LINE TO LOANAG-RPT-LINE
           WRITE LOANAG-RPT-LINE
           EXIT.

       WRITE-BOOK-TOTALS-PARA.
      * THE LOAN BOOK TOTALS, ONE LINE PER CURRENCY IN THE ORDER
      * THE CURRENCIES WERE MET

           MOVE SPACES TO LOANBK-RPT-LINE
           WRITE LOANBK-RPT-LINE

           MOVE WS-BOOK-TOTAL-HEADING-1 TO LOANBK-RPT-LINE
           WRITE LOANBK-RPT-LINE

           MOVE WS-BOOK-TOTAL-HEADING-2 TO LOANBK-RPT-LINE
           WRITE LOANBK-RPT-LINE

           PERFORM WRITE-BOOK-TOTAL-LINE-PARA
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
           EXIT.

       WRITE-BOOK-TOTAL-LINE-PARA.
           MOVE CT-CURRENCY(WS-CCY-SUB) TO BT-CURRENCY
           MOVE CT-LOANS(WS-CCY-SUB) TO BT-LOANS
           MOVE CT-PRINCIPAL(WS-CCY-SUB) TO BT-PRINCIPAL
           MOVE CT-OUTSTANDING(WS-CCY-SUB) TO BT-OUTSTANDING
           MOVE CT-INTEREST-PAID(WS-CCY-SUB) TO BT-INTEREST-PAID
           MOVE CT-ARREARS-AMOUNT(WS-CCY-SUB) TO BT-ARREARS-AMOUNT
           MOVE WS-BOOK-TOTAL-LINE TO LOANBK-RPT-LINE
           WRITE LOANBK-RPT-LINE
           EXIT.

       WRITE-AGING-TOTALS-PARA.
      * THE AGING TABLE, ONE BLOCK OF FOUR BUCKETS PER CURRENCY

           MOVE SPACES TO LOANAG-RPT-LINE
           WRITE LOANAG-RPT-LINE

           MOVE WS-REPORT-DATE TO AH1-DATE
           MOVE WS-AGE-TOTAL-HEADING-1 TO LOANAG-RPT-LINE
           WRITE LOANAG-RPT-LINE

           MOVE WS-AGE-TOTAL-HEADING-2 TO LOANAG-RPT-LINE
           WRITE LOANAG-RPT-LINE

           PERFORM WRITE-AGING-CURRENCY-PARA
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
           EXIT.

       WRITE-AGING-CURRENCY-PARA.
           PERFORM WRITE-AGING-LINE-PARA
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
           EXIT.

       WRITE-AGING-LINE-PARA.
           MOVE CT-CURRENCY(WS-CCY-SUB) TO AT-CURRENCY
           MOVE WS-BUCKET-NAME(WS-BUCKET-SUB) TO AT-BUCKET
           MOVE CT-INSTALLMENTS(WS-CCY-SUB, WS-BUCKET-SUB)
               TO AT-INSTALLMENTS
           MOVE CT-AGED-AMOUNT(WS-CCY-SUB, WS-BUCKET-SUB)
               TO AT-AMOUNT
           MOVE WS-AGE-TOTAL-LINE TO LOANAG-RPT-LINE
           WRITE LOANAG-RPT-LINE
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO LOANBK-RPT-LINE
           WRITE LOANBK-RPT-LINE

           MOVE WS-READ-COUNT TO SL-READ
           MOVE WS-SUMMARY-LINE TO LOANBK-RPT-LINE
           WRITE LOANBK-RPT-LINE

           MOVE WS-ACTIVE-COUNT TO SL2-ACTIVE
           MOVE WS-SUMMARY-LINE-2 TO LOANBK-RPT-LINE
           WRITE LOANBK-RPT-LINE

           MOVE WS-PAID-OFF-COUNT TO SL3-PAID-OFF
           MOVE WS-SUMMARY-LINE-3 TO LOANBK-RPT-LINE
           WRITE LOANBK-RPT-LINE

           MOVE WS-LOANS-IN-ARREARS TO SL4-IN-ARREARS
           MOVE WS-SUMMARY-LINE-4 TO LOANBK-RPT-LINE
           WRITE LOANBK-RPT-LINE

           MOVE WS-ARREARS-COUNT TO SL5-ARREARS
           MOVE WS-SUMMARY-LINE-5 TO LOANBK-RPT-LINE
           WRITE LOANBK-RPT-LINE

           MOVE WS-WARNING-COUNT TO SL6-WARNINGS
           MOVE WS-SUMMARY-LINE-6 TO LOANBK-RPT-LINE
           WRITE LOANBK-RPT-LINE

           MOVE WS-FAILED-COUNT TO SL7-FAILED
           MOVE WS-SUMMARY-LINE-7 TO LOANBK-RPT-LINE
           WRITE LOANBK-RPT-LINE
           EXIT.

           COPY RUNCTLP.
