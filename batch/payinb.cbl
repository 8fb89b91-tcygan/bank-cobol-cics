      * BENEFICIARY ACCOUNT X(26), AMOUNT 11 DIGITS WITH TWO
      * IMPLIED DECIMALS, SENDER REFERENCE X(20)), VALIDATES
      * EACH BENEFICIARY AGAINST DATAF (CLOSED AND UNKNOWN
      * ACCOUNTS ARE REJECTED, AND SO IS A FOREIGN-CURRENCY
      * ACCOUNT - CLEARING CREDITS ARE PLN), POSTS THE GOOD ONES
      * TO BALF AND JOURNALS EACH AS A TYPE 'P' (EXTERNAL CREDIT)
      * TRANF ROW STAMPED MIDNIGHT OF THE SYSIN POSTING DATE - SO
      * THE CUSTOMER'S STATEMENT SHOWS AN EXTERNAL CREDIT, NOT A
      * COUNTER DEPOSIT. TRECONCB'S REPLAY ADDS ANY UNKNOWN
      * TYPE'S SIGNED AMOUNT, SO 'P' ROWS PROVE OUT LIKE THE
      * REST
      * HOUSE AND ACCOUNTING CAN PROVE THE RUN WAS COMPLETE.
      * A FILE ERROR DURING POSTING ENDS THE JOB RC=8 AND THE
      * NIGHTLY TRECONCB REPORT GETS LOOKED AT
      *
      * A POSTED CREDIT OVER THE BENEFICIARY PRODUCT'S PRODF HOLD
      * THRESHOLD IS NOT AVAILABLE STRAIGHT AWAY: A 'CL' FUNDS
      * HOLD FOR THE WHOLE CREDIT GOES ON FHOLDF, KEYED LIKE ITS
      * TRANF ROW AND RELEASED BY HLDRELB AFTER THE PRODUCT'S
      * HOLD DAYS. HOLDS PLACED ARE COUNTED ON THE CONTROL REPORT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS TRANF-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT PRODF ASSIGN TO PRODF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRODF-CODE
               FILE STATUS IS WS-PRODF-STATUS.

           SELECT FHOLDF ASSIGN TO FHOLDF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FHOLDF-KEY
               FILE STATUS IS WS-FHOLDF-STATUS.

           SELECT PAYRET ASSIGN TO PAYRET
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAYRET-STATUS.
           SELECT PAYIN-RPT ASSIGN TO PAYINR
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
           05  DATAF-CLOSE-TIMESTAMP  PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05  DATAF-PRODUCT-CODE     PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN (ISO CODE, FROM ITS
      * PRODUCT - SEE PRODF)
           05  DATAF-CURRENCY         PIC X(3).

       FD  BALF.
       01  FS-BALF.
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
           05  FHOLDF-RELEASE-DATE    PIC X(8).
           05  FHOLDF-PLACED-BY       PIC X(8).
           05  FHOLDF-RELEASED-TIMESTAMP PIC X(15).
           05  FHOLDF-RELEASED-BY     PIC X(8).

       FD  PAYRET.
       01  FS-PAYRET.
       FD  PAYIN-RPT.
       01  PAYIN-RPT-LINE             PIC X(90).

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

       01  WS-PAYIN-STATUS            PIC XX.
           88  PAYIN-OK               VALUE '00'.

           88  TRANF-OK               VALUE '00'.
           88  TRANF-DUPKEY           VALUE '22'.

       01  WS-PRODF-STATUS            PIC XX.
           88  PRODF-OK               VALUE '00'.
           88  PRODF-NOTFND           VALUE '23'.

       01  WS-FHOLDF-STATUS           PIC XX.
           88  FHOLDF-OK              VALUE '00'.
           88  FHOLDF-DUPKEY          VALUE '22'.

       01  WS-PAYRET-STATUS           PIC XX.
           88  PAYRET-OK              VALUE '00'.

       01  WS-WRITE-DONE              PIC X VALUE 'N'.
           88  WRITE-DONE             VALUE 'Y'.

       01  WS-HOLD-WRITE-DONE         PIC X VALUE 'N'.
           88  HOLD-WRITE-DONE        VALUE 'Y'.

      * RELEASE DATE OF A CLEARING HOLD: POSTING DATE PLUS THE
      * PRODUCT'S HOLD DAYS
       01  WS-HOLD-DATE-NUM           PIC 9(8) VALUE 0.

       01  WS-RUN-FAILED              PIC X VALUE 'N'.
           88  RUN-FAILED             VALUE 'Y'.


       01  WS-REJECT-REASON           PIC X(20).

       01  WS-HOME-CURRENCY           PIC X(3) VALUE 'PLN'.

       01  WS-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-POSTED-COUNT            PIC 9(7) VALUE 0.
       01  WS-RETURNED-COUNT          PIC 9(7) VALUE 0.
       01  WS-READ-HASH               PIC 9(13)V99 VALUE 0.
       01  WS-POSTED-HASH             PIC 9(13)V99 VALUE 0.
       01  WS-RETURNED-HASH           PIC 9(13)V99 VALUE 0.
       01  WS-HELD-COUNT              PIC 9(7) VALUE 0.
       01  WS-HELD-HASH               PIC 9(13)V99 VALUE 0.

       01  WS-HEADING-1 PIC X(60) VALUE
           'PAYINB - INBOUND CLEARING CREDITS CONTROL REPORT'.
           05  FILLER             PIC X(8) VALUE '  HASH: '.
           05  RTL-HASH           PIC Z(12)9.99.

       01  WS-HELD-LINE.
           05  FILLER             PIC X(27) VALUE
               'POSTED CREDITS HELD:       '.
           05  HL-COUNT           PIC ZZZZZZ9.
           05  FILLER             PIC X(8) VALUE '  HASH: '.
           05  HL-HASH            PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'PAYINB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF EOF-PARM OR PARM-POST-DATE IS NOT NUMERIC THEN
               DISPLAY 'PAYINB: MISSING OR INVALID SYSIN DATE CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           OPEN INPUT DATAF
           OPEN I-O BALF
           OPEN I-O TRANF
           OPEN INPUT PRODF
           OPEN I-O FHOLDF
           OPEN OUTPUT PAYRET
           OPEN OUTPUT PAYIN-RPT

           CLOSE DATAF
           CLOSE BALF
           CLOSE TRANF
           CLOSE PRODF
           CLOSE FHOLDF
           CLOSE PAYRET
           CLOSE PAYIN-RPT

           DISPLAY 'PAYINB: POSTED ' WS-POSTED-COUNT
               ' OF ' WS-READ-COUNT ' CREDIT(S), RETURNED '
               WS-RETURNED-COUNT ', HELD ' WS-HELD-COUNT

           IF RUN-FAILED THEN
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-POSTED-COUNT TO WS-RUNCTL-OUT-COUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
      * THE BENEFICIARY MUST BE A REAL, OPEN ACCOUNT ON DATAF -
      * CLOSED AND UNKNOWN ACCOUNTS GO BACK TO THE CLEARING
      * HOUSE, AND A DATAF READ ERROR RETURNS THE CREDIT RATHER
      * THAN GUESSING THE MONEY IN. THE CREDIT IS IN PLN, SO AN
      * ACCOUNT HELD IN ANY OTHER CURRENCY GOES BACK TOO (NO
      * CURRENCY ON DATAF IS A PLN ACCOUNT)

           MOVE PAYIN-BANK-ACCOUNT TO DATAF-BANK-NUMBER
           READ DATAF

           EVALUATE TRUE
           WHEN DATAF-OK
               EVALUATE TRUE
               WHEN DATAF-ACCT-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
                   PERFORM RETURN-CREDIT-PARA
               WHEN DATAF-CURRENCY NOT = SPACES AND
                    DATAF-CURRENCY NOT = LOW-VALUES AND
                    DATAF-CURRENCY NOT = WS-HOME-CURRENCY
                   MOVE 'ACCOUNT NOT PLN' TO WS-REJECT-REASON
                   PERFORM RETURN-CREDIT-PARA
               WHEN OTHER
                   PERFORM POST-CREDIT-PARA
               END-EVALUATE
           WHEN DATAF-NOTFND
               MOVE 'ACCOUNT UNKNOWN' TO WS-REJECT-REASON
               PERFORM RETURN-CREDIT-PARA
           MOVE BALF-BALANCE TO TRANF-BALANCE-AFTER
           MOVE SPACES TO TRANF-ORIG-KEY
           MOVE 'BTCH' TO TRANF-TERMINAL
           MOVE WS-POST-DATE TO TRANF-POST-DATE
           MOVE SPACES TO TRANF-FX-CURRENCY
           MOVE 0 TO TRANF-FX-AMOUNT
           MOVE 0 TO TRANF-FX-RATE

           MOVE 'N' TO WS-WRITE-DONE

               ADD 1 TO WS-POSTED-COUNT
               ADD PAYIN-AMOUNT TO WS-POSTED-HASH
               MOVE 'Y' TO WS-WRITE-DONE
               PERFORM APPLY-HOLD-RULE-PARA
           WHEN TRANF-DUPKEY
               IF TRANF-SEQ < 999 THEN
                   ADD 1 TO TRANF-SEQ
           END-EVALUATE
           EXIT.

       APPLY-HOLD-RULE-PARA.
      * THE CREDIT IS POSTED AND JOURNALLED - HOLD IT IF IT IS
      * OVER THE BENEFICIARY PRODUCT'S HOLD THRESHOLD. A BLANK
      * PRODUCT CODE IS A CURRENT ACCOUNT; A PRODUCT NOT ON PRODF
      * HOLDS NOTHING. A PRODF OR FHOLDF ERROR LEAVES THE CREDIT
      * POSTED BUT UNHELD AND ENDS THE JOB RC=8 SO OPERATIONS
      * CAN PLACE THE HOLD BY HAND ON MAPHLDP

           IF DATAF-PRODUCT-CODE = SPACES OR
              DATAF-PRODUCT-CODE = LOW-VALUES THEN
               MOVE 'CA' TO PRODF-CODE
           ELSE
               MOVE DATAF-PRODUCT-CODE TO PRODF-CODE
           END-IF
           READ PRODF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN PRODF-OK
               IF PRODF-HOLD-THRESHOLD > 0 AND
                  PAYIN-AMOUNT > PRODF-HOLD-THRESHOLD THEN
                   PERFORM WRITE-HOLD-PARA
               END-IF
           WHEN PRODF-NOTFND
               CONTINUE
           WHEN OTHER
               DISPLAY 'PAYINB: PRODF READ FAILED FOR '
                   PRODF-CODE ' STATUS ' WS-PRODF-STATUS
                   ', CREDIT TO ' TRANF-BANK-ACCOUNT ' NOT HELD'
               MOVE 'Y' TO WS-RUN-FAILED
           END-EVALUATE
           EXIT.

       WRITE-HOLD-PARA.
      * THE 'CL' HOLD CARRIES THE SAME TIMESTAMP AND SEQUENCE AS
      * THE 'P' TRANF ROW IT HOLDS, BUMPED ONLY IF THAT KEY IS
      * ALREADY TAKEN ON FHOLDF

           MOVE TRANF-BANK-ACCOUNT TO FHOLDF-BANK-ACCOUNT
           MOVE TRANF-TIMESTAMP TO FHOLDF-TIMESTAMP
           MOVE TRANF-SEQ TO FHOLDF-SEQ
           MOVE PAYIN-AMOUNT TO FHOLDF-AMOUNT
           MOVE 'CL' TO FHOLDF-REASON
           MOVE 'A' TO FHOLDF-STATUS
           MOVE WS-POST-DATE TO WS-HOLD-DATE-NUM
           COMPUTE WS-HOLD-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOLD-DATE-NUM)
               + PRODF-HOLD-DAYS)
           MOVE WS-HOLD-DATE-NUM TO FHOLDF-RELEASE-DATE
           MOVE 'PAYINB' TO FHOLDF-PLACED-BY
           MOVE SPACES TO FHOLDF-RELEASED-TIMESTAMP
           MOVE SPACES TO FHOLDF-RELEASED-BY

           MOVE 'N' TO WS-HOLD-WRITE-DONE
           PERFORM WRITE-HOLD-ATTEMPT-PARA
               UNTIL HOLD-WRITE-DONE
           EXIT.

       WRITE-HOLD-ATTEMPT-PARA.
           WRITE FS-FHOLDF
               INVALID KEY CONTINUE
           END-WRITE

           EVALUATE TRUE
           WHEN FHOLDF-OK
               ADD 1 TO WS-HELD-COUNT
               ADD PAYIN-AMOUNT TO WS-HELD-HASH
               MOVE 'Y' TO WS-HOLD-WRITE-DONE
           WHEN FHOLDF-DUPKEY
               IF FHOLDF-SEQ < 999 THEN
                   ADD 1 TO FHOLDF-SEQ
               ELSE
                   DISPLAY 'PAYINB: FHOLDF SEQUENCE EXHAUSTED FOR '
                       FHOLDF-BANK-ACCOUNT
                   MOVE 'Y' TO WS-RUN-FAILED
                   MOVE 'Y' TO WS-HOLD-WRITE-DONE
               END-IF
           WHEN OTHER
               DISPLAY 'PAYINB: FHOLDF WRITE FAILED FOR '
                   FHOLDF-BANK-ACCOUNT ' STATUS ' WS-FHOLDF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'Y' TO WS-HOLD-WRITE-DONE
           END-EVALUATE
           EXIT.

       RETURN-CREDIT-PARA.
      * ONE RETURNS RECORD PER REJECT: THE ORIGINAL CREDIT PLUS
      * THE REASON, SO THE CLEARING HOUSE CAN RECYCLE OR REPAIR
           MOVE WS-RETURNED-HASH TO RTL-HASH
           MOVE WS-RETURNED-LINE TO PAYIN-RPT-LINE
           WRITE PAYIN-RPT-LINE

           MOVE SPACES TO PAYIN-RPT-LINE
           WRITE PAYIN-RPT-LINE

           MOVE WS-HELD-COUNT TO HL-COUNT
           MOVE WS-HELD-HASH TO HL-HASH
           MOVE WS-HELD-LINE TO PAYIN-RPT-LINE
           WRITE PAYIN-RPT-LINE
           EXIT.

           COPY RUNCTLP.
