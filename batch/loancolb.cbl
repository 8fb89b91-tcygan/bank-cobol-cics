       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCOLB.

      * DAILY PERSONAL LOAN INSTALLMENT COLLECTION
      *
      * MAPLONP BOOKS A PERSONAL LOAN ON LOANF AGAINST THE
      * CUSTOMER'S CURRENT ACCOUNT AND WRITES ITS WHOLE REPAYMENT
      * SCHEDULE TO LNSCHF, ONE RECORD PER MONTHLY INSTALLMENT
      * ALREADY SPLIT INTO ITS INTEREST AND PRINCIPAL PARTS. THIS
      * JOB RUNS EVERY BUSINESS DAY, AFTER STORDRB, FOR THE
      * POSTING DATE SUPPLIED ON SYSIN (YYYYMMDD, SAME PARAMETER
      * CARD STORDRB READS) AND COLLECTS EVERY UNPAID INSTALLMENT
      * DUE ON OR BEFORE THAT DATE FROM THE LOAN'S CURRENT
      * ACCOUNT: DEBIT THE BALF RECORD, APPEND A 'Q' TRANF RECORD
      * (NEGATIVE, STAMPED MIDNIGHT OF THE POSTING DATE), MARK THE
      * LNSCHF INSTALLMENT PAID, AND CARRY THE PRINCIPAL PART OFF
      * THE LOAN'S OUTSTANDING AMOUNT AND THE INTEREST PART INTO
      * ITS INTEREST PAID
      *
      * THE FUNDS CHECK IS THE SAME ONE STORDRB MAKES: THE
      * BALANCE PLUS ANY AUTHORIZED ODLIMF OVERDRAFT LIMIT, LESS
      * FUNDS UNDER A FHOLDF HOLD STILL ACTIVE ON THE POSTING
      * DATE, MUST COVER THE WHOLE INSTALLMENT - THERE ARE NO
      * PART PAYMENTS. AN INSTALLMENT THE ACCOUNT CANNOT COVER IS
      * NOT SKIPPED: IT IS MARKED IN ARREARS ('A') ON LNSCHF, THE
      * LOAN'S ARREARS COUNT, AMOUNT AND OLDEST ARREARS DATE ARE
      * UPDATED, AND IT GETS ITS OWN REPORT LINE. ARREARS ARE
      * RETRIED EVERY DAY, OLDEST FIRST - A LATER INSTALLMENT IS
      * NEVER TAKEN WHILE AN EARLIER ONE IS UNPAID, SO ONCE ONE
      * INSTALLMENT OF A LOAN CANNOT BE COVERED THE REST DUE ARE
      * LEFT IN ARREARS WITHOUT BEING TRIED. A LOAN WHOSE CURRENT
      * ACCOUNT HAS CLOSED (OR VANISHED) GOES INTO ARREARS THE
      * SAME WAY, WITH ITS OWN RESULT LINE, FOR THE COLLECTIONS
      * DESK TO FOLLOW UP
      *
      * WHEN THE LAST INSTALLMENT IS COLLECTED THE LOAN IS MARKED
      * PAID OFF ('P') AND STAYS ON LOANF AS THE AUDIT TRAIL.
      * FILE ERRORS STOP THAT LOAN FOR THE DAY AND END THE JOB
      * RC=8 SO THE NIGHTLY TRECONCB RECONCILIATION GETS LOOKED
      * AT, SAME RULE STORDRB POSTS BY; AN ACTIVE LOAN WITH NO
      * SCHEDULE LEFT TO COLLECT IS A WARNING (RC=4)

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

           SELECT ODLIMF ASSIGN TO ODLIMF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ODLIMF-BANK-ACCOUNT
               FILE STATUS IS WS-ODLIMF-STATUS.

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

           SELECT LOANCOL-RPT ASSIGN TO LOANCOLR
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
           05  LNSCHF-AMOUNT          PIC 9(9)V99.
           05  LNSCHF-INTEREST        PIC 9(9)V99.
           05  LNSCHF-PRINCIPAL       PIC 9(9)V99.
           05  LNSCHF-BALANCE-AFTER   PIC 9(9)V99.
           05  LNSCHF-STATUS          PIC X.
               88  LNSCHF-SCHEDULED   VALUE 'D'.
               88  LNSCHF-ARREARS     VALUE 'A'.
               88  LNSCHF-PAID        VALUE 'P'.
           05  LNSCHF-PAID-DATE       PIC X(8).

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
           05  DATAF-PHONE-NUM       PIC X(12).
           05  DATAF-ID-NUM           PIC X(11).
           05  DATAF-STATUS           PIC X.
               88  DATAF-ACCT-CLOSED  VALUE 'C'.
           05  DATAF-CLOSE-TIMESTAMP  PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05  DATAF-PRODUCT-CODE     PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN (ISO CODE, FROM ITS
      * PRODUCT - SEE PRODF)
           05  DATAF-CURRENCY         PIC X(3).

       FD  ODLIMF.
       01  FS-ODLIMF.
           05  ODLIMF-BANK-ACCOUNT   PIC X(26).
           05  ODLIMF-LIMIT          PIC 9(9).

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

       FD  LOANCOL-RPT.
       01  LOANCOL-RPT-LINE           PIC X(110).

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

       01  WS-BALF-STATUS             PIC XX.
           88  BALF-OK                VALUE '00'.
           88  BALF-NOTFND            VALUE '23'.

       01  WS-DATAF-STATUS            PIC XX.
           88  DATAF-OK               VALUE '00'.
           88  DATAF-NOTFND           VALUE '23'.

       01  WS-ODLIMF-STATUS           PIC XX.
           88  ODLIMF-OK              VALUE '00'.

       01  WS-FHOLDF-STATUS           PIC XX.
           88  FHOLDF-OK              VALUE '00'.
           88  FHOLDF-NOTFND          VALUE '23'.
           88  FHOLDF-EOF             VALUE '10'.

       01  WS-TRANF-STATUS            PIC XX.
           88  TRANF-OK               VALUE '00'.
           88  TRANF-DUPKEY           VALUE '22'.

       01  WS-EOF-PARM                PIC X VALUE 'N'.
           88  EOF-PARM               VALUE 'Y'.

       01  WS-EOF-LOANF               PIC X VALUE 'N'.
           88  EOF-LOANF              VALUE 'Y'.

       01  WS-WRITE-DONE              PIC X VALUE 'N'.
           88  WRITE-DONE             VALUE 'Y'.

       01  WS-HOLD-SCAN-DONE          PIC X VALUE 'N'.
           88  HOLD-SCAN-DONE         VALUE 'Y'.

      * SET BY GET-HELD-AMOUNT-PARA - AN FHOLDF ERROR REFUSES THE
      * COLLECTION RATHER THAN LET HELD FUNDS PAY IT
       01  WS-HELD-KNOWN              PIC X VALUE 'N'.
           88  HELD-AMOUNT-KNOWN      VALUE 'Y'.

      * SET WHEN THE LOAN'S INSTALLMENTS DUE BY THE POSTING DATE
      * HAVE ALL BEEN SEEN, OR A FILE ERROR STOPPED THE LOAN
       01  WS-SCHED-SCAN-DONE         PIC X VALUE 'N'.
           88  SCHED-SCAN-DONE        VALUE 'Y'.

      * SET 'N' ON ANY FILE ERROR SO THE LOAN IS LEFT WHERE IT
      * STOPPED AND THE REPORT LINE SHOWS WHY
       01  WS-LOAN-OK                 PIC X VALUE 'Y'.
           88  LOAN-OK                VALUE 'Y'.

      * SET 'Y' WHEN ANYTHING ON THE LOANF RECORD HAS CHANGED AND
      * IT MUST BE REWRITTEN
       01  WS-LOAN-CHANGED            PIC X VALUE 'N'.
           88  LOAN-CHANGED           VALUE 'Y'.

      * STATE OF THE LOAN'S CURRENT ACCOUNT, SET ONCE PER LOAN BY
      * CHECK-ACCOUNT-PARA WHEN ITS FIRST DUE INSTALLMENT IS MET.
      * 'U' USABLE, 'C' CLOSED, 'N' NOT ON DATAF, 'E' FILE ERROR
       01  WS-ACCOUNT-STATE           PIC X VALUE SPACE.
           88  ACCOUNT-NOT-CHECKED    VALUE SPACE.
           88  ACCOUNT-USABLE         VALUE 'U'.
           88  ACCOUNT-CLOSED         VALUE 'C'.
           88  ACCOUNT-UNKNOWN        VALUE 'N'.
           88  ACCOUNT-ERROR          VALUE 'E'.

      * SET WHEN ONE INSTALLMENT OF THE LOAN COULD NOT BE COVERED
      * - THE LATER ONES DUE ARE THEN NOT TRIED
       01  WS-FUNDS-SHORT             PIC X VALUE 'N'.
           88  FUNDS-SHORT            VALUE 'Y'.

      * SET BY COLLECT-INSTALLMENT-PARA WHEN THE INSTALLMENT WAS
      * TAKEN FROM THE ACCOUNT
       01  WS-COLLECTED               PIC X VALUE 'N'.
           88  INSTALLMENT-COLLECTED  VALUE 'Y'.

      * STATUS THE INSTALLMENT HAD WHEN IT WAS READ, SO A
      * COLLECTION CAN TELL A CLEARED ARREARS FROM A NEW PAYMENT
       01  WS-PRIOR-STATUS            PIC X VALUE SPACE.
           88  PRIOR-IN-ARREARS       VALUE 'A'.

      * DUE DATE OF THE OLDEST INSTALLMENT LEFT IN ARREARS BY
      * THIS RUN'S PASS OVER THE LOAN
       01  WS-OLDEST-ARREARS          PIC X(8) VALUE SPACES.

      * THE POSTING DATE OFF SYSIN EXPANDED TO A FULL TIMESTAMP
      * (MIDNIGHT AT ITS START) FOR THE 'Q' TRANF RECORDS
       01  WS-POST-TIMESTAMP.
           05  WS-POST-DATE           PIC X(8).
           05  FILLER                 PIC X(7) VALUE '000000 '.

      * AUTHORIZED OVERDRAFT LIMIT OF THE LOAN'S CURRENT ACCOUNT,
      * SET BY GET-OVERDRAFT-LIMIT-PARA - NO ODLIMF RECORD MEANS
      * THE HARD ZERO FLOOR
       01  WS-OVERDRAFT-LIMIT         PIC 9(9) VALUE 0.

      * TOTAL OF THE ACCOUNT'S HOLDS STILL ACTIVE ON THE POSTING
      * DATE, SET BY GET-HELD-AMOUNT-PARA
       01  WS-HELD-AMOUNT             PIC 9(9)V99 VALUE 0.

       01  WS-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-ACTIVE-COUNT            PIC 9(7) VALUE 0.
       01  WS-DUE-COUNT               PIC 9(7) VALUE 0.
       01  WS-COLLECTED-COUNT         PIC 9(7) VALUE 0.
       01  WS-CLEARED-COUNT           PIC 9(7) VALUE 0.
       01  WS-NEW-ARREARS-COUNT       PIC 9(7) VALUE 0.
       01  WS-OLD-ARREARS-COUNT       PIC 9(7) VALUE 0.
       01  WS-PAID-OFF-COUNT          PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT            PIC 9(7) VALUE 0.
       01  WS-WARNING-COUNT           PIC 9(7) VALUE 0.
       01  WS-TOTAL-COLLECTED         PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-INTEREST          PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-PRINCIPAL         PIC S9(11)V99 VALUE 0.

       01  WS-HEADING-1 PIC X(60) VALUE
           'LOANCOLB - DAILY LOAN INSTALLMENT COLLECTION REPORT'.
       01  WS-HEADING-2.
           05  FILLER             PIC X(28) VALUE 'CURRENT ACCOUNT'.
           05  FILLER             PIC X(3) VALUE 'LN'.
           05  FILLER             PIC X(5) VALUE 'INST'.
           05  FILLER             PIC X(10) VALUE 'DUE DATE'.
           05  FILLER             PIC X(12) VALUE '      AMOUNT'.
           05  FILLER             PIC X(12) VALUE '    INTEREST'.
           05  FILLER             PIC X(14) VALUE '   PRINCIPAL'.
           05  FILLER             PIC X(24) VALUE 'RESULT'.

       01  WS-DATE-LINE.
           05  FILLER             PIC X(16) VALUE 'POSTING DATE:   '.
           05  DTL-DATE           PIC X(8).

       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT         PIC X(26).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-LOAN            PIC 9(2).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  DL-INST            PIC ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-DUE-DATE        PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-AMOUNT          PIC Z(8)9.99.
           05  DL-INTEREST        PIC Z(8)9.99.
           05  DL-PRINCIPAL       PIC Z(8)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-RESULT          PIC X(24).

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
               'INSTALLMENTS DUE:          '.
           05  SL3-DUE            PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER             PIC X(27) VALUE
               'COLLECTED:                 '.
           05  SL4-COLLECTED      PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER             PIC X(27) VALUE
               '  OF WHICH ARREARS CLEARED:'.
           05  SL5-CLEARED        PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER             PIC X(27) VALUE
               'NEW ARREARS:               '.
           05  SL6-NEW-ARREARS    PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-7.
           05  FILLER             PIC X(27) VALUE
               'STILL IN ARREARS:          '.
           05  SL7-OLD-ARREARS    PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-8.
           05  FILLER             PIC X(27) VALUE
               'LOANS PAID OFF:            '.
           05  SL8-PAID-OFF       PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-9.
           05  FILLER             PIC X(27) VALUE
               'FAILED - FILE ERROR:       '.
           05  SL9-FAILED         PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-10.
           05  FILLER             PIC X(27) VALUE
               'WARNINGS:                  '.
           05  SL10-WARNINGS      PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-11.
           05  FILLER             PIC X(27) VALUE
               'TOTAL AMOUNT COLLECTED:    '.
           05  SL11-TOTAL         PIC -(10)9.99.

       01  WS-SUMMARY-LINE-12.
           05  FILLER             PIC X(27) VALUE
               '  INTEREST:                '.
           05  SL12-INTEREST      PIC -(10)9.99.

       01  WS-SUMMARY-LINE-13.
           05  FILLER             PIC X(27) VALUE
               '  PRINCIPAL:               '.
           05  SL13-PRINCIPAL     PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'LOANCOLB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF EOF-PARM OR PARM-POST-DATE IS NOT NUMERIC THEN
               DISPLAY 'LOANCOLB: MISSING OR INVALID SYSIN DATE CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           OPEN I-O LOANF
           IF NOT LOANF-OK THEN
               DISPLAY 'LOANCOLB: OPEN LOANF FAILED, STATUS '
                   WS-LOANF-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           OPEN I-O LNSCHF
           OPEN I-O BALF
           OPEN INPUT DATAF
           OPEN INPUT ODLIMF
           OPEN INPUT FHOLDF
           OPEN I-O TRANF
           OPEN OUTPUT LOANCOL-RPT

           PERFORM WRITE-HEADINGS-PARA

           PERFORM SCAN-LOANF-PARA
               UNTIL EOF-LOANF

           PERFORM WRITE-SUMMARY-PARA

           CLOSE LOANF
           CLOSE LNSCHF
           CLOSE BALF
           CLOSE DATAF
           CLOSE ODLIMF
           CLOSE FHOLDF
           CLOSE TRANF
           CLOSE LOANCOL-RPT

           DISPLAY 'LOANCOLB: COLLECTED ' WS-COLLECTED-COUNT
               ' OF ' WS-DUE-COUNT ' INSTALLMENT(S) DUE'

           EVALUATE TRUE
           WHEN WS-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           WHEN WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-COLLECTED-COUNT TO WS-RUNCTL-OUT-COUNT
           MOVE WS-TOTAL-COLLECTED TO WS-RUNCTL-AMOUNT
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
           MOVE WS-HEADING-1 TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE

           MOVE WS-POST-DATE TO DTL-DATE
           MOVE WS-DATE-LINE TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE

           MOVE SPACES TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE

           MOVE WS-HEADING-2 TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE
           EXIT.

       SCAN-LOANF-PARA.
      * ONE LOANF RECORD. PAID-OFF LOANS ARE ONLY COUNTED

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
                   PERFORM PROCESS-LOAN-PARA
               END-IF
           WHEN OTHER
               DISPLAY 'LOANCOLB: LOANF READ FAILED, STATUS '
                   WS-LOANF-STATUS
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'Y' TO WS-EOF-LOANF
           END-EVALUATE
           EXIT.

       PROCESS-LOAN-PARA.
      * ONE ACTIVE LOAN. INSTALLMENTS ARE ONLY EVER PAID IN
      * ORDER, SO THE FIRST UNPAID ONE IS THE INSTALLMENT AFTER
      * THE PAID COUNT - START THERE AND WALK FORWARD OVER EVERY
      * INSTALLMENT DUE BY THE POSTING DATE (ARREARS FIRST, THEN
      * ANY FALLING DUE TODAY). THE LOANF RECORD IS REWRITTEN
      * ONCE AT THE END WITH WHATEVER WAS DONE, EVEN IF A FILE
      * ERROR STOPPED THE LOAN PART-WAY - MONEY ALREADY TAKEN
      * MUST STILL COME OFF THE OUTSTANDING AMOUNT

           MOVE 'Y' TO WS-LOAN-OK
           MOVE 'N' TO WS-LOAN-CHANGED
           MOVE 'N' TO WS-FUNDS-SHORT
           MOVE 'N' TO WS-SCHED-SCAN-DONE
           MOVE SPACE TO WS-ACCOUNT-STATE
           MOVE SPACES TO WS-OLDEST-ARREARS

           IF LOANF-PAID-COUNT NOT < LOANF-TERM-MONTHS THEN
      * EVERY INSTALLMENT IS PAID BUT THE LOAN WAS NEVER CLOSED
      * OFF (A RUN STOPPED BETWEEN THE TWO) - FINISH IT NOW
               PERFORM PAY-OFF-LOAN-PARA
           ELSE
               MOVE LOANF-BANK-ACCOUNT TO LNSCHF-BANK-ACCOUNT
               MOVE LOANF-LOAN-NUM TO LNSCHF-LOAN-NUM
               COMPUTE LNSCHF-INST-NUM = LOANF-PAID-COUNT + 1
               START LNSCHF KEY IS NOT LESS THAN LNSCHF-KEY
                   INVALID KEY CONTINUE
               END-START

               EVALUATE TRUE
               WHEN LNSCHF-OK
                   PERFORM READ-NEXT-INSTALLMENT-PARA
                       UNTIL SCHED-SCAN-DONE
               WHEN LNSCHF-NOTFND
                   PERFORM REPORT-NO-SCHEDULE-PARA
               WHEN OTHER
                   DISPLAY 'LOANCOLB: LNSCHF START FAILED FOR '
                       LOANF-KEY ' STATUS ' WS-LNSCHF-STATUS
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'N' TO WS-LOAN-OK
               END-EVALUATE

               IF LOAN-CHANGED THEN
                   PERFORM SET-ARREARS-SINCE-PARA
                   IF LOANF-PAID-COUNT NOT < LOANF-TERM-MONTHS THEN
                       PERFORM PAY-OFF-LOAN-PARA
                   END-IF
               END-IF
           END-IF

           IF LOAN-CHANGED THEN
               PERFORM REWRITE-LOANF-PARA
           END-IF
           EXIT.

       READ-NEXT-INSTALLMENT-PARA.
           READ LNSCHF NEXT RECORD
               AT END CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN LNSCHF-OK
               IF LNSCHF-BANK-ACCOUNT NOT = LOANF-BANK-ACCOUNT OR
                  LNSCHF-LOAN-NUM NOT = LOANF-LOAN-NUM OR
                  LNSCHF-DUE-DATE > WS-POST-DATE THEN
                   MOVE 'Y' TO WS-SCHED-SCAN-DONE
               ELSE
                   IF NOT LNSCHF-PAID THEN
                       ADD 1 TO WS-DUE-COUNT
                       PERFORM PROCESS-INSTALLMENT-PARA
                   END-IF
               END-IF
           WHEN LNSCHF-EOF
               MOVE 'Y' TO WS-SCHED-SCAN-DONE
           WHEN OTHER
               DISPLAY 'LOANCOLB: LNSCHF READ FAILED FOR '
                   LOANF-KEY ' STATUS ' WS-LNSCHF-STATUS
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'N' TO WS-LOAN-OK
               MOVE 'Y' TO WS-SCHED-SCAN-DONE
           END-EVALUATE
           EXIT.

       PROCESS-INSTALLMENT-PARA.
      * ONE UNPAID INSTALLMENT DUE BY THE POSTING DATE. THE
      * ACCOUNT IS CHECKED ON THE FIRST ONE ONLY; IT IS
      * COLLECTED IF THE ACCOUNT IS LIVE AND NO EARLIER
      * INSTALLMENT OF THE LOAN HAS ALREADY FAILED, OTHERWISE
      * LEFT IN ARREARS

           MOVE LNSCHF-STATUS TO WS-PRIOR-STATUS
           MOVE 'N' TO WS-COLLECTED
           MOVE SPACES TO DL-RESULT

           IF ACCOUNT-NOT-CHECKED THEN
               PERFORM CHECK-ACCOUNT-PARA
           END-IF

           IF ACCOUNT-USABLE AND NOT FUNDS-SHORT THEN
               PERFORM COLLECT-INSTALLMENT-PARA
           END-IF

           EVALUATE TRUE
           WHEN NOT LOAN-OK OR ACCOUNT-ERROR
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'FILE ERROR' TO DL-RESULT
               MOVE 'N' TO WS-LOAN-OK
               MOVE 'Y' TO WS-SCHED-SCAN-DONE
           WHEN INSTALLMENT-COLLECTED
               CONTINUE
           WHEN OTHER
               PERFORM MARK-ARREARS-PARA
           END-EVALUATE

           PERFORM WRITE-DETAIL-PARA
           EXIT.

       CHECK-ACCOUNT-PARA.
      * READS THE LOAN'S CURRENT ACCOUNT OFF DATAF, THEN ITS HELD
      * FUNDS AND OVERDRAFT LIMIT FOR THE FUNDS CHECK. A CLOSED
      * OR MISSING ACCOUNT CANNOT PAY - ITS INSTALLMENTS GO INTO
      * ARREARS; A READ ERROR STOPS THE LOAN FOR THE DAY

           MOVE LOANF-BANK-ACCOUNT TO DATAF-BANK-NUMBER
           READ DATAF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN DATAF-OK
               IF DATAF-ACCT-CLOSED THEN
                   MOVE 'C' TO WS-ACCOUNT-STATE
               ELSE
                   MOVE 'U' TO WS-ACCOUNT-STATE
               END-IF
           WHEN DATAF-NOTFND
               MOVE 'N' TO WS-ACCOUNT-STATE
           WHEN OTHER
               DISPLAY 'LOANCOLB: DATAF READ FAILED FOR '
                   DATAF-BANK-NUMBER ' STATUS ' WS-DATAF-STATUS
               MOVE 'E' TO WS-ACCOUNT-STATE
           END-EVALUATE

           IF ACCOUNT-USABLE THEN
               PERFORM GET-HELD-AMOUNT-PARA
               IF HELD-AMOUNT-KNOWN THEN
                   PERFORM GET-OVERDRAFT-LIMIT-PARA
               ELSE
                   MOVE 'E' TO WS-ACCOUNT-STATE
               END-IF
           END-IF
           EXIT.

       COLLECT-INSTALLMENT-PARA.
      * THE FUNDS CHECK IS THE SAME RULE STORDRB APPLIES: THE
      * BALANCE PLUS ANY AUTHORIZED OVERDRAFT, LESS HELD FUNDS,
      * MUST COVER THE WHOLE INSTALLMENT. NO BALF RECORD MEANS A
      * ZERO BALANCE THAT CAN STILL PAY OUT OF THE OVERDRAFT,
      * AND THE RECORD IS THEN CREATED OVERDRAWN

           MOVE LOANF-BANK-ACCOUNT TO BALF-BANK-ACCOUNT
           READ BALF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN BALF-OK
               IF BALF-BALANCE - WS-HELD-AMOUNT
                   + WS-OVERDRAFT-LIMIT >= LNSCHF-AMOUNT THEN
                   SUBTRACT LNSCHF-AMOUNT FROM BALF-BALANCE
                   REWRITE FS-BALF
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF BALF-OK THEN
                       PERFORM BOOK-COLLECTION-PARA
                   ELSE
                       DISPLAY 'LOANCOLB: BALF REWRITE FAILED FOR '
                           BALF-BANK-ACCOUNT ' STATUS '
                           WS-BALF-STATUS
                       MOVE 'N' TO WS-LOAN-OK
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-FUNDS-SHORT
               END-IF
           WHEN BALF-NOTFND
               IF WS-OVERDRAFT-LIMIT - WS-HELD-AMOUNT
                   >= LNSCHF-AMOUNT THEN
                   MOVE LOANF-BANK-ACCOUNT TO BALF-BANK-ACCOUNT
                   COMPUTE BALF-BALANCE = 0 - LNSCHF-AMOUNT
                   WRITE FS-BALF
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF BALF-OK THEN
                       PERFORM BOOK-COLLECTION-PARA
                   ELSE
                       DISPLAY 'LOANCOLB: BALF WRITE FAILED FOR '
                           BALF-BANK-ACCOUNT ' STATUS '
                           WS-BALF-STATUS
                       MOVE 'N' TO WS-LOAN-OK
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-FUNDS-SHORT
               END-IF
           WHEN OTHER
               DISPLAY 'LOANCOLB: BALF READ FAILED FOR '
                   BALF-BANK-ACCOUNT ' STATUS ' WS-BALF-STATUS
               MOVE 'N' TO WS-LOAN-OK
           END-EVALUATE
           EXIT.

       BOOK-COLLECTION-PARA.
      * THE ACCOUNT HAS BEEN DEBITED - JOURNAL THE 'Q' RECORD,
      * MARK THE INSTALLMENT PAID AND CARRY ITS SPLIT ONTO THE
      * LOAN

           MOVE LOANF-BANK-ACCOUNT TO TRANF-BANK-ACCOUNT
           MOVE 'Q' TO TRANF-TYPE
           COMPUTE TRANF-AMOUNT = 0 - LNSCHF-AMOUNT
           MOVE BALF-BALANCE TO TRANF-BALANCE-AFTER
           PERFORM WRITE-TRANF-PARA

           IF LOAN-OK THEN
               MOVE 'P' TO LNSCHF-STATUS
               MOVE WS-POST-DATE TO LNSCHF-PAID-DATE
               REWRITE FS-LNSCHF
                   INVALID KEY CONTINUE
               END-REWRITE
               IF NOT LNSCHF-OK THEN
                   DISPLAY 'LOANCOLB: LNSCHF REWRITE FAILED FOR '
                       LNSCHF-KEY ' STATUS ' WS-LNSCHF-STATUS
                   MOVE 'N' TO WS-LOAN-OK
               END-IF
           END-IF

      * THE MONEY HAS MOVED WHATEVER HAPPENED TO THE JOURNAL OR
      * THE SCHEDULE, SO THE LOAN FIGURES FOLLOW IT
           ADD 1 TO LOANF-PAID-COUNT
           ADD LNSCHF-INTEREST TO LOANF-INTEREST-PAID
           IF LOANF-OUTSTANDING > LNSCHF-PRINCIPAL THEN
               SUBTRACT LNSCHF-PRINCIPAL FROM LOANF-OUTSTANDING
           ELSE
               MOVE 0 TO LOANF-OUTSTANDING
           END-IF
           IF PRIOR-IN-ARREARS THEN
               IF LOANF-ARREARS-COUNT > 0 THEN
                   SUBTRACT 1 FROM LOANF-ARREARS-COUNT
               END-IF
               IF LOANF-ARREARS-AMOUNT > LNSCHF-AMOUNT THEN
                   SUBTRACT LNSCHF-AMOUNT FROM LOANF-ARREARS-AMOUNT
               ELSE
                   MOVE 0 TO LOANF-ARREARS-AMOUNT
               END-IF
           END-IF
           MOVE 'Y' TO WS-LOAN-CHANGED
           MOVE 'Y' TO WS-COLLECTED

           ADD 1 TO WS-COLLECTED-COUNT
           ADD LNSCHF-AMOUNT TO WS-TOTAL-COLLECTED
           ADD LNSCHF-INTEREST TO WS-TOTAL-INTEREST
           ADD LNSCHF-PRINCIPAL TO WS-TOTAL-PRINCIPAL
           IF PRIOR-IN-ARREARS THEN
               ADD 1 TO WS-CLEARED-COUNT
               MOVE 'ARREARS CLEARED' TO DL-RESULT
           ELSE
               MOVE 'COLLECTED' TO DL-RESULT
           END-IF
           EXIT.

       MARK-ARREARS-PARA.
      * THE INSTALLMENT COULD NOT BE TAKEN. A NEWLY DUE ONE IS
      * PUT INTO ARREARS ON LNSCHF AND ADDED TO THE LOAN'S
      * ARREARS FIGURES; ONE ALREADY IN ARREARS STAYS THERE

           IF PRIOR-IN-ARREARS THEN
               ADD 1 TO WS-OLD-ARREARS-COUNT
               MOVE 'STILL IN ARREARS' TO DL-RESULT
           ELSE
               MOVE 'A' TO LNSCHF-STATUS
               REWRITE FS-LNSCHF
                   INVALID KEY CONTINUE
               END-REWRITE
               IF LNSCHF-OK THEN
                   ADD 1 TO LOANF-ARREARS-COUNT
                   ADD LNSCHF-AMOUNT TO LOANF-ARREARS-AMOUNT
                   MOVE 'Y' TO WS-LOAN-CHANGED
                   ADD 1 TO WS-NEW-ARREARS-COUNT
                   MOVE 'IN ARREARS' TO DL-RESULT
               ELSE
                   DISPLAY 'LOANCOLB: LNSCHF REWRITE FAILED FOR '
                       LNSCHF-KEY ' STATUS ' WS-LNSCHF-STATUS
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'FILE ERROR' TO DL-RESULT
                   MOVE 'N' TO WS-LOAN-OK
                   MOVE 'Y' TO WS-SCHED-SCAN-DONE
               END-IF
           END-IF

           IF LNSCHF-ARREARS THEN
               IF WS-OLDEST-ARREARS = SPACES THEN
                   MOVE LNSCHF-DUE-DATE TO WS-OLDEST-ARREARS
               END-IF
               EVALUATE TRUE
               WHEN ACCOUNT-CLOSED
                   MOVE 'ARREARS - ACCT CLOSED' TO DL-RESULT
               WHEN ACCOUNT-UNKNOWN
                   MOVE 'ARREARS - ACCT UNKNOWN' TO DL-RESULT
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF
           EXIT.

       SET-ARREARS-SINCE-PARA.
      * THE INSTALLMENTS ARE WALKED IN ORDER, SO THE FIRST ONE
      * LEFT IN ARREARS IS THE OLDEST. NO ARREARS LEFT CLEARS
      * THE DATE; IF THE WALK STOPPED BEFORE REACHING ANY, THE
      * DATE ON FILE IS KEPT

           EVALUATE TRUE
           WHEN LOANF-ARREARS-COUNT = 0
               MOVE SPACES TO LOANF-ARREARS-SINCE
           WHEN WS-OLDEST-ARREARS NOT = SPACES
               MOVE WS-OLDEST-ARREARS TO LOANF-ARREARS-SINCE
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           EXIT.

       PAY-OFF-LOAN-PARA.
      * THE LAST INSTALLMENT IS IN - CLOSE THE LOAN OFF. IT
      * STAYS ON LOANF AS THE AUDIT TRAIL

           MOVE 'P' TO LOANF-STATUS
           MOVE 0 TO LOANF-OUTSTANDING
           MOVE 0 TO LOANF-ARREARS-COUNT
           MOVE 0 TO LOANF-ARREARS-AMOUNT
           MOVE SPACES TO LOANF-ARREARS-SINCE
           MOVE 'Y' TO WS-LOAN-CHANGED
           ADD 1 TO WS-PAID-OFF-COUNT

           MOVE LOANF-BANK-ACCOUNT TO DL-ACCOUNT
           MOVE LOANF-LOAN-NUM TO DL-LOAN
           MOVE LOANF-PAID-COUNT TO DL-INST
           MOVE SPACES TO DL-DUE-DATE
           MOVE 0 TO DL-AMOUNT
           MOVE LOANF-INTEREST-PAID TO DL-INTEREST
           MOVE LOANF-PRINCIPAL TO DL-PRINCIPAL
           MOVE 'LOAN PAID OFF' TO DL-RESULT
           MOVE WS-DETAIL-LINE TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE
           EXIT.

       REPORT-NO-SCHEDULE-PARA.
      * AN ACTIVE LOAN WITH NO UNPAID INSTALLMENT ON LNSCHF - THE
      * SCHEDULE AND THE LOAN DISAGREE AND NEED LOOKING AT

           DISPLAY 'LOANCOLB: NO SCHEDULE LEFT FOR ACTIVE LOAN '
               LOANF-KEY
           ADD 1 TO WS-WARNING-COUNT

           MOVE LOANF-BANK-ACCOUNT TO DL-ACCOUNT
           MOVE LOANF-LOAN-NUM TO DL-LOAN
           COMPUTE DL-INST = LOANF-PAID-COUNT + 1
           MOVE SPACES TO DL-DUE-DATE
           MOVE 0 TO DL-AMOUNT
           MOVE 0 TO DL-INTEREST
           MOVE 0 TO DL-PRINCIPAL
           MOVE 'SCHEDULE MISSING' TO DL-RESULT
           MOVE WS-DETAIL-LINE TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE
           EXIT.

       REWRITE-LOANF-PARA.
           REWRITE FS-LOANF
               INVALID KEY CONTINUE
           END-REWRITE

           IF NOT LOANF-OK THEN
               DISPLAY 'LOANCOLB: LOANF REWRITE FAILED FOR '
                   LOANF-KEY ' STATUS ' WS-LOANF-STATUS
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           EXIT.

       GET-OVERDRAFT-LIMIT-PARA.
      * READS THE ACCOUNT'S AUTHORIZED OVERDRAFT LIMIT OFF
      * ODLIMF INTO WS-OVERDRAFT-LIMIT. NO RECORD MEANS NO
      * FACILITY, AND A READ ERROR FALLS BACK TO THE HARD ZERO
      * FLOOR RATHER THAN GUESSING CREDIT INTO EXISTENCE - SAME
      * RULE AS STORDRB'S GET-OVERDRAFT-LIMIT-PARA

           MOVE 0 TO WS-OVERDRAFT-LIMIT
           MOVE LOANF-BANK-ACCOUNT TO ODLIMF-BANK-ACCOUNT

           READ ODLIMF
               INVALID KEY CONTINUE
           END-READ

           IF ODLIMF-OK THEN
               MOVE ODLIMF-LIMIT TO WS-OVERDRAFT-LIMIT
           END-IF
           EXIT.

       GET-HELD-AMOUNT-PARA.
      * TOTALS THE ACCOUNT'S FHOLDF HOLDS THAT ARE STILL ACTIVE
      * ON THE POSTING DATE (NO RELEASE DATE, OR ONE AFTER IT) -
      * THE SAME RULE AS STORDRB'S GET-HELD-AMOUNT-PARA

           MOVE 0 TO WS-HELD-AMOUNT
           MOVE 'Y' TO WS-HELD-KNOWN
           MOVE 'N' TO WS-HOLD-SCAN-DONE

           MOVE LOW-VALUES TO FHOLDF-KEY
           MOVE LOANF-BANK-ACCOUNT TO FHOLDF-BANK-ACCOUNT
           START FHOLDF KEY IS NOT LESS THAN FHOLDF-KEY
               INVALID KEY CONTINUE
           END-START

           EVALUATE TRUE
           WHEN FHOLDF-OK
               PERFORM READ-NEXT-HOLD-PARA
                   UNTIL HOLD-SCAN-DONE
           WHEN FHOLDF-NOTFND
               CONTINUE
           WHEN OTHER
               DISPLAY 'LOANCOLB: FHOLDF START FAILED FOR '
                   LOANF-BANK-ACCOUNT ' STATUS ' WS-FHOLDF-STATUS
               MOVE 'N' TO WS-HELD-KNOWN
           END-EVALUATE
           EXIT.

       READ-NEXT-HOLD-PARA.
           READ FHOLDF NEXT RECORD
               AT END CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN FHOLDF-OK
               IF FHOLDF-BANK-ACCOUNT = LOANF-BANK-ACCOUNT THEN
                   IF FHOLDF-ACTIVE AND
                      (FHOLDF-RELEASE-DATE = SPACES OR
                       FHOLDF-RELEASE-DATE > WS-POST-DATE) THEN
                       ADD FHOLDF-AMOUNT TO WS-HELD-AMOUNT
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-HOLD-SCAN-DONE
               END-IF
           WHEN FHOLDF-EOF
               MOVE 'Y' TO WS-HOLD-SCAN-DONE
           WHEN OTHER
               DISPLAY 'LOANCOLB: FHOLDF READ FAILED FOR '
                   LOANF-BANK-ACCOUNT ' STATUS ' WS-FHOLDF-STATUS
               MOVE 'N' TO WS-HELD-KNOWN
               MOVE 'Y' TO WS-HOLD-SCAN-DONE
           END-EVALUATE
           EXIT.

       WRITE-TRANF-PARA.
      * APPEND ONE TRANF RECORD STAMPED MIDNIGHT OF THE POSTING
      * DATE, BUMPING THE SEQUENCE NUMBER ON A DUPLICATE KEY THE
      * SAME WAY STORDRB'S WRITE-TRANF-PARA DOES. CALLER FILLS
      * IN ACCOUNT, TYPE, AMOUNT AND BALANCE AFTER

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
                   DISPLAY 'LOANCOLB: TRANF SEQUENCE EXHAUSTED FOR '
                       TRANF-BANK-ACCOUNT
                   MOVE 'N' TO WS-LOAN-OK
                   MOVE 'Y' TO WS-WRITE-DONE
               END-IF
           WHEN OTHER
               DISPLAY 'LOANCOLB: TRANF WRITE FAILED FOR '
                   TRANF-BANK-ACCOUNT ' STATUS ' WS-TRANF-STATUS
               MOVE 'N' TO WS-LOAN-OK
               MOVE 'Y' TO WS-WRITE-DONE
           END-EVALUATE
           EXIT.

       WRITE-DETAIL-PARA.
           MOVE LNSCHF-BANK-ACCOUNT TO DL-ACCOUNT
           MOVE LNSCHF-LOAN-NUM TO DL-LOAN
           MOVE LNSCHF-INST-NUM TO DL-INST
           MOVE LNSCHF-DUE-DATE TO DL-DUE-DATE
           MOVE LNSCHF-AMOUNT TO DL-AMOUNT
           MOVE LNSCHF-INTEREST TO DL-INTEREST
           MOVE LNSCHF-PRINCIPAL TO DL-PRINCIPAL
           MOVE WS-DETAIL-LINE TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE

           MOVE WS-READ-COUNT TO SL-READ
           MOVE WS-SUMMARY-LINE TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE

           MOVE WS-ACTIVE-COUNT TO SL2-ACTIVE
           MOVE WS-SUMMARY-LINE-2 TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE

           MOVE WS-DUE-COUNT TO SL3-DUE
           MOVE WS-SUMMARY-LINE-3 TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE

           MOVE WS-COLLECTED-COUNT TO SL4-COLLECTED
           MOVE WS-SUMMARY-LINE-4 TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE

           MOVE WS-CLEARED-COUNT TO SL5-CLEARED
           MOVE WS-SUMMARY-LINE-5 TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE

           MOVE WS-NEW-ARREARS-COUNT TO SL6-NEW-ARREARS
           MOVE WS-SUMMARY-LINE-6 TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE

           MOVE WS-OLD-ARREARS-COUNT TO SL7-OLD-ARREARS
           MOVE WS-SUMMARY-LINE-7 TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE

           MOVE WS-PAID-OFF-COUNT TO SL8-PAID-OFF
           MOVE WS-SUMMARY-LINE-8 TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE

           MOVE WS-FAILED-COUNT TO SL9-FAILED
           MOVE WS-SUMMARY-LINE-9 TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE

           MOVE WS-WARNING-COUNT TO SL10-WARNINGS
           MOVE WS-SUMMARY-LINE-10 TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE

           MOVE WS-TOTAL-COLLECTED TO SL11-TOTAL
           MOVE WS-SUMMARY-LINE-11 TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE

           MOVE WS-TOTAL-INTEREST TO SL12-INTEREST
           MOVE WS-SUMMARY-LINE-12 TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE

           MOVE WS-TOTAL-PRINCIPAL TO SL13-PRINCIPAL
           MOVE WS-SUMMARY-LINE-13 TO LOANCOL-RPT-LINE
           WRITE LOANCOL-RPT-LINE
           EXIT.

           COPY RUNCTLP.
