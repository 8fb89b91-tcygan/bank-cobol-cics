       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTPAYB.

      * OUTBOUND EXTERNAL PAYMENTS CLEARING FILE
      *
      * PAYINB TAKES IN THE CREDITS OTHER BANKS SEND US THROUGH
      * THE CLEARING HOUSE; THIS JOB IS THE OTHER DIRECTION.
      * CUSTOMERS PAY A BENEFICIARY AT ANOTHER BANK ON MAPBANKP
      * (OPTION 'E'), WHICH DEBITS BALF AT ONCE, JOURNALS A TYPE
      * 'E' TRANF ROW AND QUEUES THE PAYMENT ON EXTPF AS 'Q'.
      * THIS END-OF-DAY JOB READS EXTPF IN ONE SEQUENTIAL PASS,
      * WRITES EVERY QUEUED PAYMENT TO THE PAYOUT CLEARING FILE
      * AND MARKS IT 'S' SENT WITH THE SYSIN SETTLEMENT DATE, SO
      * NO PAYMENT IS EVER SENT TWICE
      *
      * PAYOUT RECORD (119 BYTES, TYPE IN COLUMN 1):
      *   'H' HEADER  - SETTLEMENT DATE YYYYMMDD
      *   'D' DETAIL  - PAYMENT ID X(44) (ORIGINATING ACCOUNT,
      *                 TIMESTAMP AND SEQUENCE - THE CLEARING
      *                 HOUSE QUOTES IT BACK ON A RETURN),
      *                 BENEFICIARY BANK X(11), BENEFICIARY
      *                 ACCOUNT X(34), AMOUNT 11 DIGITS WITH TWO
      *                 IMPLIED DECIMALS, REFERENCE X(18)
      *   'T' TRAILER - DETAIL COUNT 9(9), AMOUNT TOTAL 9(13)V99
      * THE TRAILER AND THE CONTROL REPORT CARRY THE SAME COUNT
      * AND AMOUNT HASH SO THE CLEARING HOUSE AND ACCOUNTING CAN
      * PROVE THE FILE IS COMPLETE. A PAYMENT WHOSE EXTPF RECORD
      * CANNOT BE MARKED SENT IS LEFT OFF THE FILE (IT GOES
      * TOMORROW) AND ENDS THE JOB RC=8
      *
      * THE CLEARING HOUSE SETTLES IN PLN ONLY, SO THE FILE AND
      * ITS HASH ARE PLN. MAPBANKP REFUSES AN EXTERNAL PAYMENT
      * FROM A FOREIGN-CURRENCY ACCOUNT, AND ANY QUEUED PAYMENT
      * WHOSE DATAF ACCOUNT IS NOT PLN IS REJECTED HERE RATHER
      * THAN SENT: IT IS PUT BACK ON THE ACCOUNT THE SAME WAY
      * EXTRETB RETURNS A PAYMENT - BALF RE-CREDITED, A TYPE 'R'
      * TRANF ROW STAMPED MIDNIGHT OF THE SETTLEMENT DATE, EXTPF
      * MARKED 'R' WITH REASON 'ACCOUNT NOT PLN' - LISTED ON THE
      * CONTROL REPORT, AND THE JOB ENDS RC=4. IF THE RE-CREDIT
      * CANNOT BE COMPLETED THE PAYMENT STAYS QUEUED AND THE JOB
      * ENDS RC=8

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL.

           SELECT EXTPF ASSIGN TO EXTPF
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXTPF-KEY
               FILE STATUS IS WS-EXTPF-STATUS.

           SELECT DATAF ASSIGN TO DATAF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DATAF-BANK-NUMBER
               FILE STATUS IS WS-DATAF-STATUS.

           SELECT BALF ASSIGN TO BALF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALF-BANK-ACCOUNT
               FILE STATUS IS WS-BALF-STATUS.

           SELECT TRANF ASSIGN TO TRANF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRANF-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT PAYOUT ASSIGN TO PAYOUT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAYOUT-STATUS.

           SELECT EXTPAY-RPT ASSIGN TO EXTPAYR
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
           05  PARM-SEND-DATE         PIC X(8).

       FD  EXTPF.
       01  FS-EXTPF.
           05  EXTPF-KEY.
               10  EXTPF-BANK-ACCOUNT PIC X(26).
               10  EXTPF-TIMESTAMP    PIC X(15).
               10  EXTPF-SEQ          PIC 9(3).
           05  EXTPF-BENE-BANK        PIC X(11).
           05  EXTPF-BENE-ACCOUNT     PIC X(34).
           05  EXTPF-REFERENCE        PIC X(18).
           05  EXTPF-AMOUNT           PIC 9(9)V99.
           05  EXTPF-STATUS           PIC X.
               88  EXTPF-QUEUED       VALUE 'Q'.
               88  EXTPF-SENT         VALUE 'S'.
               88  EXTPF-RETURNED     VALUE 'R'.
           05  EXTPF-SENT-DATE        PIC X(8).
           05  EXTPF-RETURN-DATE      PIC X(8).
           05  EXTPF-RETURN-REASON    PIC X(20).

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
      * KEY OF THE ORIGINAL RECORD A TYPE 'V' REVERSAL BACKS OUT
      * (SEE MAPREVP) OR A TYPE 'R' RETURN RE-CREDITS, SPACES ON
      * EVERY OTHER RECORD
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

       FD  PAYOUT.
       01  FS-PAYOUT.
           05  PAYOUT-REC-TYPE        PIC X.
           05  PAYOUT-DETAIL.
               10  PAYOUT-PAYMENT-ID  PIC X(44).
               10  PAYOUT-BENE-BANK   PIC X(11).
               10  PAYOUT-BENE-ACCOUNT PIC X(34).
               10  PAYOUT-AMOUNT      PIC 9(9)V99.
               10  PAYOUT-REFERENCE   PIC X(18).
           05  PAYOUT-HEADER REDEFINES PAYOUT-DETAIL.
               10  PAYOUT-SEND-DATE   PIC X(8).
               10  FILLER             PIC X(110).
           05  PAYOUT-TRAILER REDEFINES PAYOUT-DETAIL.
               10  PAYOUT-COUNT       PIC 9(9).
               10  PAYOUT-TOTAL       PIC 9(13)V99.
               10  FILLER             PIC X(94).

       FD  EXTPAY-RPT.
       01  EXTPAY-RPT-LINE            PIC X(90).

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

       01  WS-EXTPF-STATUS            PIC XX.
           88  EXTPF-OK               VALUE '00'.

       01  WS-PAYOUT-STATUS           PIC XX.
           88  PAYOUT-OK              VALUE '00'.

       01  WS-DATAF-STATUS            PIC XX.
           88  DATAF-OK               VALUE '00'.
           88  DATAF-NOTFND           VALUE '23'.

       01  WS-BALF-STATUS             PIC XX.
           88  BALF-OK                VALUE '00'.
           88  BALF-NOTFND            VALUE '23'.

       01  WS-TRANF-STATUS            PIC XX.
           88  TRANF-OK               VALUE '00'.
           88  TRANF-DUPKEY           VALUE '22'.

       01  WS-EOF-PARM                PIC X VALUE 'N'.
           88  EOF-PARM               VALUE 'Y'.

       01  WS-EOF-EXTPF               PIC X VALUE 'N'.
           88  EOF-EXTPF              VALUE 'Y'.

       01  WS-RUN-FAILED              PIC X VALUE 'N'.
           88  RUN-FAILED             VALUE 'Y'.

       01  WS-WRITE-DONE              PIC X VALUE 'N'.
           88  WRITE-DONE             VALUE 'Y'.

       01  WS-TRANF-WRITTEN           PIC X VALUE 'N'.
           88  TRANF-WRITTEN          VALUE 'Y'.

      * SET BY CHECK-CURRENCY-PARA FOR EACH QUEUED PAYMENT: 'Y'
      * THE ACCOUNT IS PLN, 'N' IT IS NOT, 'E' DATAF COULD NOT
      * BE READ
       01  WS-ACCOUNT-PLN             PIC X VALUE 'N'.
           88  ACCOUNT-PLN            VALUE 'Y'.
           88  ACCOUNT-NOT-PLN        VALUE 'N'.
           88  ACCOUNT-UNKNOWN        VALUE 'E'.

       01  WS-HOME-CURRENCY           PIC X(3) VALUE 'PLN'.
       01  WS-ACCT-CURRENCY           PIC X(3).

      * BALF BALANCE BEFORE A RE-CREDIT, PUT BACK IF THE JOURNAL
      * ROW CANNOT BE WRITTEN
       01  WS-SAVED-BALANCE           PIC S9(9)V99 VALUE 0.

      * THE SETTLEMENT DATE EXPANDED TO A FULL TIMESTAMP
      * (MIDNIGHT AT ITS START) FOR THE RETURN TRANF ROWS
       01  WS-POST-TIMESTAMP.
           05  WS-POST-DATE           PIC X(8).
           05  FILLER                 PIC X(7) VALUE '000000 '.

       01  WS-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-SENT-COUNT              PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT            PIC 9(7) VALUE 0.
       01  WS-AWAITING-COUNT          PIC 9(7) VALUE 0.
       01  WS-RETURNED-COUNT          PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(7) VALUE 0.
      * BOTH HASHES ARE PLN: A PAYMENT HELD BACK BECAUSE ITS
      * CURRENCY IS NOT PLN OR NOT KNOWN IS COUNTED, NOT HASHED
       01  WS-SENT-HASH               PIC 9(13)V99 VALUE 0.
       01  WS-FAILED-HASH             PIC 9(13)V99 VALUE 0.

       01  WS-HEADING-1 PIC X(60) VALUE
           'EXTPAYB - OUTBOUND CLEARING PAYMENTS CONTROL REPORT'.

       01  WS-DATE-LINE.
           05  FILLER             PIC X(16) VALUE 'SETTLEMENT DATE:'.
           05  DTL-DATE           PIC X(8).

       01  WS-HEADING-2.
           05  FILLER             PIC X(46) VALUE
               'REJECTED PAYMENT ID'.
           05  FILLER             PIC X(5) VALUE 'CCY'.
           05  FILLER             PIC X(15) VALUE 'AMOUNT'.
           05  FILLER             PIC X(20) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  DL-PAYMENT-ID      PIC X(44).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-CURRENCY        PIC X(3).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-AMOUNT          PIC Z(9)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-REASON          PIC X(20).

       01  WS-READ-LINE.
           05  FILLER             PIC X(27) VALUE
               'EXTPF RECORDS READ:        '.
           05  RL-COUNT           PIC ZZZZZZ9.

       01  WS-SENT-LINE.
           05  FILLER             PIC X(27) VALUE
               'PAYMENTS SENT:             '.
           05  SL-COUNT           PIC ZZZZZZ9.
           05  FILLER             PIC X(8) VALUE '  HASH: '.
           05  SL-HASH            PIC Z(12)9.99.

       01  WS-FAILED-LINE.
           05  FILLER             PIC X(27) VALUE
               'PAYMENTS HELD BACK:        '.
           05  FL-COUNT           PIC ZZZZZZ9.
           05  FILLER             PIC X(8) VALUE '  HASH: '.
           05  FL-HASH            PIC Z(12)9.99.

       01  WS-AWAITING-LINE.
           05  FILLER             PIC X(27) VALUE
               'SENT EARLIER, NOT RETURNED:'.
           05  AL-COUNT           PIC ZZZZZZ9.

       01  WS-RETURNED-LINE.
           05  FILLER             PIC X(27) VALUE
               'RETURNED BY CLEARING HOUSE:'.
           05  RTL-COUNT          PIC ZZZZZZ9.

       01  WS-REJECTED-LINE.
           05  FILLER             PIC X(27) VALUE
               'REJECTED, ACCOUNT NOT PLN: '.
           05  RJL-COUNT          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'EXTPAYB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF EOF-PARM OR PARM-SEND-DATE IS NOT NUMERIC THEN
               DISPLAY 'EXTPAYB: MISSING OR INVALID SYSIN DATE CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           MOVE PARM-SEND-DATE TO WS-POST-DATE

           OPEN I-O EXTPF
           OPEN INPUT DATAF
           OPEN I-O BALF
           OPEN I-O TRANF
           OPEN OUTPUT PAYOUT
           OPEN OUTPUT EXTPAY-RPT

           IF NOT EXTPF-OK THEN
               DISPLAY 'EXTPAYB: OPEN EXTPF FAILED, STATUS '
                   WS-EXTPF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'Y' TO WS-EOF-EXTPF
           END-IF

           IF NOT DATAF-OK OR NOT BALF-OK OR NOT TRANF-OK THEN
               DISPLAY 'EXTPAYB: OPEN FAILED, DATAF '
                   WS-DATAF-STATUS ' BALF ' WS-BALF-STATUS
                   ' TRANF ' WS-TRANF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'Y' TO WS-EOF-EXTPF
           END-IF

           PERFORM WRITE-HEADER-PARA

           PERFORM WRITE-HEADINGS-PARA

           PERFORM SCAN-EXTPF-PARA
               UNTIL EOF-EXTPF

           PERFORM WRITE-TRAILER-PARA

           PERFORM WRITE-REPORT-PARA

           CLOSE EXTPF
           CLOSE DATAF
           CLOSE BALF
           CLOSE TRANF
           CLOSE PAYOUT
           CLOSE EXTPAY-RPT

           DISPLAY 'EXTPAYB: SENT ' WS-SENT-COUNT
               ' PAYMENT(S), HELD BACK ' WS-FAILED-COUNT
               ', REJECTED ' WS-REJECTED-COUNT

           IF RUN-FAILED THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-SENT-COUNT TO WS-RUNCTL-OUT-COUNT
           MOVE WS-SENT-HASH TO WS-RUNCTL-AMOUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
           OPEN INPUT PARM-IN
           READ PARM-IN
               AT END MOVE 'Y' TO WS-EOF-PARM
           END-READ
           CLOSE PARM-IN
           EXIT.

       WRITE-HEADER-PARA.
           MOVE SPACES TO FS-PAYOUT
           MOVE 'H' TO PAYOUT-REC-TYPE
           MOVE PARM-SEND-DATE TO PAYOUT-SEND-DATE
           PERFORM WRITE-PAYOUT-PARA
           EXIT.

       WRITE-HEADINGS-PARA.
           MOVE WS-HEADING-1 TO EXTPAY-RPT-LINE
           WRITE EXTPAY-RPT-LINE

           MOVE PARM-SEND-DATE TO DTL-DATE
           MOVE WS-DATE-LINE TO EXTPAY-RPT-LINE
           WRITE EXTPAY-RPT-LINE

           MOVE SPACES TO EXTPAY-RPT-LINE
           WRITE EXTPAY-RPT-LINE

           MOVE WS-HEADING-2 TO EXTPAY-RPT-LINE
           WRITE EXTPAY-RPT-LINE
           EXIT.

       SCAN-EXTPF-PARA.
           READ EXTPF NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-EXTPF
           END-READ

           IF NOT EOF-EXTPF THEN
               ADD 1 TO WS-READ-COUNT
               EVALUATE TRUE
               WHEN EXTPF-QUEUED
                   PERFORM CHECK-CURRENCY-PARA
                   EVALUATE TRUE
                   WHEN ACCOUNT-PLN
                       PERFORM SEND-PAYMENT-PARA
                   WHEN ACCOUNT-NOT-PLN
                       PERFORM REJECT-PAYMENT-PARA
                   WHEN OTHER
                       ADD 1 TO WS-FAILED-COUNT
                       MOVE 'Y' TO WS-RUN-FAILED
                   END-EVALUATE
               WHEN EXTPF-SENT
                   ADD 1 TO WS-AWAITING-COUNT
               WHEN EXTPF-RETURNED
                   ADD 1 TO WS-RETURNED-COUNT
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF
           EXIT.

       SEND-PAYMENT-PARA.
      * MARK THE PAYMENT SENT FIRST - IF THE MARK CANNOT BE MADE
      * THE PAYMENT STAYS OFF TONIGHT'S FILE, BECAUSE A PAYMENT
      * ON THE FILE BUT STILL 'Q' WOULD GO OUT AGAIN TOMORROW

           MOVE 'S' TO EXTPF-STATUS
           MOVE PARM-SEND-DATE TO EXTPF-SENT-DATE

           REWRITE FS-EXTPF

           IF EXTPF-OK THEN
               MOVE SPACES TO FS-PAYOUT
               MOVE 'D' TO PAYOUT-REC-TYPE
               MOVE EXTPF-KEY TO PAYOUT-PAYMENT-ID
               MOVE EXTPF-BENE-BANK TO PAYOUT-BENE-BANK
               MOVE EXTPF-BENE-ACCOUNT TO PAYOUT-BENE-ACCOUNT
               MOVE EXTPF-AMOUNT TO PAYOUT-AMOUNT
               MOVE EXTPF-REFERENCE TO PAYOUT-REFERENCE
               PERFORM WRITE-PAYOUT-PARA
               ADD 1 TO WS-SENT-COUNT
               ADD EXTPF-AMOUNT TO WS-SENT-HASH
           ELSE
               DISPLAY 'EXTPAYB: REWRITE EXTPF FAILED, STATUS '
                   WS-EXTPF-STATUS ' ' EXTPF-KEY
               ADD 1 TO WS-FAILED-COUNT
               ADD EXTPF-AMOUNT TO WS-FAILED-HASH
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF
           EXIT.

       CHECK-CURRENCY-PARA.
      * THE PAYMENT IS IN ITS ACCOUNT'S CURRENCY. NO CURRENCY ON
      * DATAF, OR NO DATAF RECORD AT ALL, IS A PLN ACCOUNT; AN
      * UNREADABLE DATAF HOLDS THE PAYMENT BACK UNTIL TOMORROW

           MOVE EXTPF-BANK-ACCOUNT TO DATAF-BANK-NUMBER
           READ DATAF
               INVALID KEY CONTINUE
           END-READ

           MOVE WS-HOME-CURRENCY TO WS-ACCT-CURRENCY
           EVALUATE TRUE
           WHEN DATAF-OK
               IF DATAF-CURRENCY NOT = SPACES AND
                  DATAF-CURRENCY NOT = LOW-VALUES THEN
                   MOVE DATAF-CURRENCY TO WS-ACCT-CURRENCY
               END-IF
               IF WS-ACCT-CURRENCY = WS-HOME-CURRENCY THEN
                   MOVE 'Y' TO WS-ACCOUNT-PLN
               ELSE
                   MOVE 'N' TO WS-ACCOUNT-PLN
               END-IF
           WHEN DATAF-NOTFND
               MOVE 'Y' TO WS-ACCOUNT-PLN
           WHEN OTHER
               DISPLAY 'EXTPAYB: DATAF READ FAILED FOR '
                   EXTPF-BANK-ACCOUNT ' STATUS ' WS-DATAF-STATUS
               MOVE 'E' TO WS-ACCOUNT-PLN
           END-EVALUATE
           EXIT.

       REJECT-PAYMENT-PARA.
      * PUT A NON-PLN PAYMENT BACK ON ITS ACCOUNT (CREATING THE
      * BALF RECORD IF IT HAS SINCE GONE, SAME AS EXTRETB),
      * JOURNAL THE 'R' ROW, THEN MARK THE PAYMENT RETURNED. IF
      * THE JOURNAL ROW CANNOT BE WRITTEN THE BALANCE IS PUT
      * BACK SO BALF AND TRANF NEVER DISAGREE, AND THE PAYMENT
      * STAYS QUEUED FOR TOMORROW

           MOVE EXTPF-BANK-ACCOUNT TO BALF-BANK-ACCOUNT
           READ BALF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN BALF-OK
               MOVE BALF-BALANCE TO WS-SAVED-BALANCE
               ADD EXTPF-AMOUNT TO BALF-BALANCE
               REWRITE FS-BALF
                   INVALID KEY CONTINUE
               END-REWRITE
           WHEN BALF-NOTFND
               MOVE 0 TO WS-SAVED-BALANCE
               MOVE EXTPF-BANK-ACCOUNT TO BALF-BANK-ACCOUNT
               MOVE EXTPF-AMOUNT TO BALF-BALANCE
               WRITE FS-BALF
                   INVALID KEY CONTINUE
               END-WRITE
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF BALF-OK THEN
               PERFORM WRITE-TRANF-PARA
               IF TRANF-WRITTEN THEN
                   PERFORM MARK-REJECTED-PARA
               ELSE
                   MOVE WS-SAVED-BALANCE TO BALF-BALANCE
                   REWRITE FS-BALF
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF NOT BALF-OK THEN
                       DISPLAY 'EXTPAYB: BALF BACK-OUT FAILED FOR '
                           BALF-BANK-ACCOUNT ' STATUS '
                           WS-BALF-STATUS
                   END-IF
                   ADD 1 TO WS-FAILED-COUNT
               END-IF
           ELSE
               DISPLAY 'EXTPAYB: BALF UPDATE FAILED FOR '
                   BALF-BANK-ACCOUNT ' STATUS ' WS-BALF-STATUS
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF
           EXIT.

       WRITE-TRANF-PARA.
      * JOURNAL THE RE-CREDIT: TYPE 'R', SIGNED EFFECT (POSITIVE)
      * IN THE AMOUNT, THE ORIGINAL 'E' ROW'S KEY IN
      * TRANF-ORIG-KEY, SEQUENCE BUMPED ON A DUPLICATE KEY THE
      * SAME WAY EVERY TRANF WRITER DOES

           MOVE EXTPF-BANK-ACCOUNT TO TRANF-BANK-ACCOUNT
           MOVE WS-POST-TIMESTAMP TO TRANF-TIMESTAMP
           MOVE 0 TO TRANF-SEQ
           MOVE 'R' TO TRANF-TYPE
           MOVE EXTPF-AMOUNT TO TRANF-AMOUNT
           MOVE BALF-BALANCE TO TRANF-BALANCE-AFTER
           MOVE EXTPF-KEY TO TRANF-ORIG-KEY
           MOVE 'BTCH' TO TRANF-TERMINAL
           MOVE WS-POST-DATE TO TRANF-POST-DATE
           MOVE SPACES TO TRANF-FX-CURRENCY
           MOVE 0 TO TRANF-FX-AMOUNT
           MOVE 0 TO TRANF-FX-RATE

           MOVE 'N' TO WS-WRITE-DONE
           MOVE 'N' TO WS-TRANF-WRITTEN

           PERFORM WRITE-TRANF-ATTEMPT-PARA
               UNTIL WRITE-DONE
           EXIT.

       WRITE-TRANF-ATTEMPT-PARA.
           WRITE FS-TRANF
               INVALID KEY CONTINUE
           END-WRITE

           EVALUATE TRUE
           WHEN TRANF-OK
               MOVE 'Y' TO WS-TRANF-WRITTEN
               MOVE 'Y' TO WS-WRITE-DONE
           WHEN TRANF-DUPKEY
               IF TRANF-SEQ < 999 THEN
                   ADD 1 TO TRANF-SEQ
               ELSE
                   DISPLAY 'EXTPAYB: TRANF SEQUENCE EXHAUSTED FOR '
                       TRANF-BANK-ACCOUNT
                   MOVE 'Y' TO WS-RUN-FAILED
                   MOVE 'Y' TO WS-WRITE-DONE
               END-IF
           WHEN OTHER
               DISPLAY 'EXTPAYB: TRANF WRITE FAILED FOR '
                   TRANF-BANK-ACCOUNT ' STATUS ' WS-TRANF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'Y' TO WS-WRITE-DONE
           END-EVALUATE
           EXIT.

       MARK-REJECTED-PARA.
           MOVE 'R' TO EXTPF-STATUS
           MOVE WS-POST-DATE TO EXTPF-RETURN-DATE
           MOVE 'ACCOUNT NOT PLN' TO EXTPF-RETURN-REASON

           REWRITE FS-EXTPF

           IF NOT EXTPF-OK THEN
      * THE CUSTOMER IS RE-CREDITED BUT THE PAYMENT STILL SHOWS
      * QUEUED - IT MUST BE MARKED BY HAND BEFORE A RERUN
               DISPLAY 'EXTPAYB: EXTPF REWRITE FAILED FOR '
                   EXTPF-KEY ' STATUS ' WS-EXTPF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF

           ADD 1 TO WS-REJECTED-COUNT
           MOVE EXTPF-KEY TO DL-PAYMENT-ID
           MOVE WS-ACCT-CURRENCY TO DL-CURRENCY
           MOVE EXTPF-AMOUNT TO DL-AMOUNT
           MOVE 'ACCOUNT NOT PLN' TO DL-REASON
           MOVE WS-DETAIL-LINE TO EXTPAY-RPT-LINE
           WRITE EXTPAY-RPT-LINE
           EXIT.

       WRITE-TRAILER-PARA.
           MOVE SPACES TO FS-PAYOUT
           MOVE 'T' TO PAYOUT-REC-TYPE
           MOVE WS-SENT-COUNT TO PAYOUT-COUNT
           MOVE WS-SENT-HASH TO PAYOUT-TOTAL
           PERFORM WRITE-PAYOUT-PARA
           EXIT.

       WRITE-PAYOUT-PARA.
           WRITE FS-PAYOUT

           IF NOT PAYOUT-OK THEN
               DISPLAY 'EXTPAYB: PAYOUT WRITE FAILED, STATUS '
                   WS-PAYOUT-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF
           EXIT.

       WRITE-REPORT-PARA.
           MOVE SPACES TO EXTPAY-RPT-LINE
           WRITE EXTPAY-RPT-LINE

           MOVE WS-READ-COUNT TO RL-COUNT
           MOVE WS-READ-LINE TO EXTPAY-RPT-LINE
           WRITE EXTPAY-RPT-LINE

           MOVE WS-SENT-COUNT TO SL-COUNT
           MOVE WS-SENT-HASH TO SL-HASH
           MOVE WS-SENT-LINE TO EXTPAY-RPT-LINE
           WRITE EXTPAY-RPT-LINE

           MOVE WS-FAILED-COUNT TO FL-COUNT
           MOVE WS-FAILED-HASH TO FL-HASH
           MOVE WS-FAILED-LINE TO EXTPAY-RPT-LINE
           WRITE EXTPAY-RPT-LINE

           MOVE SPACES TO EXTPAY-RPT-LINE
           WRITE EXTPAY-RPT-LINE

           MOVE WS-AWAITING-COUNT TO AL-COUNT
           MOVE WS-AWAITING-LINE TO EXTPAY-RPT-LINE
           WRITE EXTPAY-RPT-LINE

           MOVE WS-RETURNED-COUNT TO RTL-COUNT
           MOVE WS-RETURNED-LINE TO EXTPAY-RPT-LINE
           WRITE EXTPAY-RPT-LINE

           MOVE WS-REJECTED-COUNT TO RJL-COUNT
           MOVE WS-REJECTED-LINE TO EXTPAY-RPT-LINE
           WRITE EXTPAY-RPT-LINE
           EXIT.

           COPY RUNCTLP.
