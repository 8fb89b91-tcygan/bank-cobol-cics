      * 'TARGET CLOSED' / 'TARGET UNKNOWN' RESULT LINE. FILE ERRORS (A FAILED REWRITE OR JOURNAL APPEND)
      * END THE JOB RC=8 SO THE NIGHTLY TRECONCB RECONCILIATION
      * GETS LOOKED AT, SAME RULE INTACCRB POSTS BY
      *
      * THE FUNDS CHECK IS MADE AGAINST THE AVAILABLE BALANCE,
      * THE SAME AS MAPBANKP: FUNDS UNDER A FHOLDF HOLD STILL
      * ACTIVE ON THE POSTING DATE CANNOT PAY AN ORDER
      *
      * A SOURCE ACCOUNT THAT IS A TERM DEPOSIT STILL ACTIVE ON
      * TDF IS LOCKED UNTIL MATURITY, THE SAME RULE MAPBANKP
      * APPLIES TO A KEYED TRANSFER - ITS ORDERS ARE SKIPPED AS
      * 'SOURCE TERM LOCKED' UNTIL TDMATB MATURES THE DEPOSIT OR
      * A SUPERVISOR BREAKS IT ON MAPTDBP
      *
      * THE ORDER AMOUNT IS IN THE SOURCE ACCOUNT'S CURRENCY AND
      * IS NEVER CONVERTED. MAPSTOP REFUSES A TARGET HELD IN
      * ANOTHER CURRENCY, BUT AN ORDER SET UP BEFORE THAT CHECK
      * (OR ONE WHOSE ACCOUNTS WERE SINCE CONVERTED) IS SKIPPED
      * AS 'CURRENCY MISMATCH' RATHER THAN CREDIT THE SAME NUMBER
      * OF UNITS OF ANOTHER CURRENCY. A BLANK CURRENCY MEANS THE
      * HOME CURRENCY (PLN), AS EVERYWHERE ELSE
      *
      * EVERY ORDER SKIPPED FOR INSUFFICIENT FUNDS OR A BAD TARGET
      * IS ALSO WRITTEN TO THE STOREXC EXTRACT (75 BYTES: POSTING
      * DATE, SOURCE ACCOUNT, ORDER NUMBER, TARGET ACCOUNT,
      * AMOUNT, REASON 'NF' NO FUNDS / 'TC' TARGET CLOSED / 'TU'
      * TARGET UNKNOWN / 'TL' SOURCE TERM LOCKED / 'CM' CURRENCY
      * MISMATCH) SO THE NIGHTLY
      * ALERTB JOB CAN TELL THE
      * CUSTOMER. ORDERS STOPPED BY A FILE ERROR ARE NOT THE
      * CUSTOMER'S PROBLEM AND ARE NOT EXTRACTED

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS ODLIMF-BANK-ACCOUNT
               FILE STATUS IS WS-ODLIMF-STATUS.

           SELECT FHOLDF ASSIGN TO FHOLDF
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHOLDF-KEY
               FILE STATUS IS WS-FHOLDF-STATUS.

           SELECT TDF ASSIGN TO TDF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TDF-BANK-ACCOUNT
               FILE STATUS IS WS-TDF-STATUS.

           SELECT TRANF ASSIGN TO TRANF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
           SELECT STORDR-RPT ASSIGN TO STORDRR
               ORGANIZATION LINE SEQUENTIAL.

           SELECT STORDR-EXC ASSIGN TO STOREXC
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STOREXC-STATUS.

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

      * TERM-DEPOSIT CONTROL RECORD (LAYOUT IN JCL/TDF.JCL) - ONLY
      * THE STATUS MATTERS HERE
       FD  TDF.
       01  FS-TDF.
           05  TDF-BANK-ACCOUNT       PIC X(26).
           05  FILLER                 PIC X(57).
           05  TDF-STATUS             PIC X.
               88  TDF-ACTIVE         VALUE 'A'.
           05  FILLER                 PIC X(46).

       FD  TRANF.
       01  FS-TRANF.
           05  TRANF-KEY.
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

       FD  STORDR-RPT.
       01  STORDR-RPT-LINE            PIC X(110).

      * ONE RECORD PER ORDER SKIPPED FOR A REASON THE CUSTOMER
      * CAN ACT ON - READ BY ALERTB
       FD  STORDR-EXC.
       01  FS-STOREXC.
           05  STOREXC-POST-DATE      PIC X(8).
           05  STOREXC-BANK-ACCOUNT   PIC X(26).
           05  STOREXC-ORDER-NUM      PIC 9(2).
           05  STOREXC-TARGET-ACCOUNT PIC X(26).
           05  STOREXC-AMOUNT         PIC 9(9)V99.
           05  STOREXC-REASON         PIC X(2).

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

       01  WS-STANDF-STATUS           PIC XX.
           88  STANDF-OK              VALUE '00'.

       01  WS-ODLIMF-STATUS           PIC XX.
           88  ODLIMF-OK              VALUE '00'.

       01  WS-FHOLDF-STATUS           PIC XX.
           88  FHOLDF-OK              VALUE '00'.
           88  FHOLDF-NOTFND          VALUE '23'.
           88  FHOLDF-EOF             VALUE '10'.

       01  WS-TDF-STATUS              PIC XX.
           88  TDF-OK                 VALUE '00'.
           88  TDF-NOTFND             VALUE '23'.

       01  WS-TRANF-STATUS            PIC XX.
           88  TRANF-OK               VALUE '00'.
           88  TRANF-DUPKEY           VALUE '22'.

       01  WS-STOREXC-STATUS          PIC XX.
           88  STOREXC-OK             VALUE '00'.

      * SET WHEN A STOREXC WRITE FAILS - THE POSTINGS STAND BUT
      * THE CUSTOMERS WILL NOT HEAR ABOUT THE SKIPS, SO RC=8
       01  WS-EXTRACT-FAILED          PIC X VALUE 'N'.
           88  EXTRACT-FAILED         VALUE 'Y'.

       01  WS-EOF-PARM                PIC X VALUE 'N'.
           88  EOF-PARM               VALUE 'Y'.

       01  WS-WRITE-DONE              PIC X VALUE 'N'.
           88  WRITE-DONE             VALUE 'Y'.

       01  WS-HOLD-SCAN-DONE          PIC X VALUE 'N'.
           88  HOLD-SCAN-DONE         VALUE 'Y'.

      * SET BY GET-HELD-AMOUNT-PARA - AN FHOLDF ERROR REFUSES THE
      * ORDER RATHER THAN LET HELD FUNDS PAY IT
       01  WS-HELD-KNOWN              PIC X VALUE 'N'.
           88  HELD-AMOUNT-KNOWN      VALUE 'Y'.

      * SET 'N' BY POST-ORDER-PARA ON ANY FILE ERROR SO THE
      * ORDER'S REPORT LINE SHOWS WHAT STOPPED IT
       01  WS-ORDER-OK                PIC X VALUE 'Y'.
       01  WS-TARGET-USABLE           PIC X VALUE 'N'.
           88  TARGET-USABLE          VALUE 'Y'.

      * SET BY CHECK-SOURCE-TERM-PARA: 'N' WHEN THE SOURCE IS AN
      * ACTIVE TERM DEPOSIT (OR TDF CANNOT BE READ) AND THE ORDER
      * MUST NOT DRAW ON IT
       01  WS-SOURCE-FREE             PIC X VALUE 'Y'.
           88  SOURCE-FREE            VALUE 'Y'.

      * SET BY CHECK-CURRENCY-PARA: 'N' WHEN THE SOURCE AND THE
      * TARGET ARE HELD IN DIFFERENT CURRENCIES (OR THE SOURCE
      * CANNOT BE READ) AND THE ORDER MUST NOT BE POSTED
       01  WS-CURRENCY-MATCH          PIC X VALUE 'Y'.
           88  CURRENCY-MATCH         VALUE 'Y'.

       01  WS-HOME-CURRENCY           PIC X(3) VALUE 'PLN'.
       01  WS-TARGET-CURRENCY         PIC X(3).
       01  WS-SOURCE-CURRENCY         PIC X(3).

      * THE POSTING DATE OFF SYSIN EXPANDED TO A FULL TIMESTAMP
      * (MIDNIGHT AT ITS START) FOR THE TRANF LEGS, AND ITS DAY
      * OF MONTH THE ORDERS ARE MATCHED AGAINST
      * FUNDS CHECK - NO ODLIMF RECORD MEANS THE HARD ZERO FLOOR
       01  WS-OVERDRAFT-LIMIT         PIC 9(9) VALUE 0.

      * TOTAL OF THE SOURCE ACCOUNT'S HOLDS STILL ACTIVE ON THE
      * POSTING DATE, SET BY GET-HELD-AMOUNT-PARA
       01  WS-HELD-AMOUNT             PIC 9(9)V99 VALUE 0.

       01  WS-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-DUE-COUNT               PIC 9(7) VALUE 0.
       01  WS-POSTED-COUNT            PIC 9(7) VALUE 0.
       01  WS-SKIPPED-COUNT           PIC 9(7) VALUE 0.
       01  WS-BAD-TARGET-COUNT        PIC 9(7) VALUE 0.
       01  WS-TERM-LOCKED-COUNT       PIC 9(7) VALUE 0.
       01  WS-CURRENCY-SKIP-COUNT     PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT            PIC 9(7) VALUE 0.
       01  WS-EXTRACTED-COUNT         PIC 9(7) VALUE 0.
       01  WS-TOTAL-POSTED            PIC S9(11)V99 VALUE 0.

       01  WS-HEADING-1 PIC X(60) VALUE
               'SKIPPED - BAD TARGET:      '.
           05  SL7-BAD-TARGET     PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-9.
           05  FILLER             PIC X(27) VALUE
               'SKIPPED - TERM LOCKED:     '.
           05  SL9-TERM-LOCKED    PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-10.
           05  FILLER             PIC X(27) VALUE
               'SKIPPED - CURRENCY MISMATCH'.
           05  SL10-CURRENCY      PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER             PIC X(27) VALUE
               'TOTAL AMOUNT POSTED:       '.
           05  SL6-TOTAL          PIC -(10)9.99.

       01  WS-SUMMARY-LINE-8.
           05  FILLER             PIC X(27) VALUE
               'SKIPS EXTRACTED FOR ALERTS:'.
           05  SL8-EXTRACTED      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'STORDRB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF EOF-PARM OR PARM-POST-DATE IS NOT NUMERIC THEN
               DISPLAY 'STORDRB: MISSING OR INVALID SYSIN DATE CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           OPEN I-O BALF
           OPEN INPUT DATAF
           OPEN INPUT ODLIMF
           OPEN INPUT FHOLDF
           OPEN INPUT TDF
           OPEN I-O TRANF
           OPEN OUTPUT STORDR-RPT
           OPEN OUTPUT STORDR-EXC

           IF NOT STOREXC-OK THEN
               DISPLAY 'STORDRB: OPEN STOREXC FAILED, STATUS '
                   WS-STOREXC-STATUS
               MOVE 'Y' TO WS-EXTRACT-FAILED
           END-IF

           PERFORM WRITE-HEADINGS-PARA

           CLOSE BALF
           CLOSE DATAF
           CLOSE ODLIMF
           CLOSE FHOLDF
           CLOSE TDF
           CLOSE TRANF
           CLOSE STORDR-RPT
           CLOSE STORDR-EXC

           DISPLAY 'STORDRB: POSTED ' WS-POSTED-COUNT
               ' OF ' WS-DUE-COUNT ' ORDER(S) DUE'

           IF WS-FAILED-COUNT > 0 OR EXTRACT-FAILED THEN
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-POSTED-COUNT TO WS-RUNCTL-OUT-COUNT
           MOVE WS-TOTAL-POSTED TO WS-RUNCTL-AMOUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
      * MAPBANKP'S DEBIT-AND-CREDIT-PARA APPLIES - THE BALANCE
      * PLUS ANY AUTHORIZED ODLIMF OVERDRAFT LIMIT MUST COVER
      * THE AMOUNT, AND NO BALF RECORD MEANS A ZERO BALANCE THAT
      * CAN STILL FUND THE ORDER OUT OF ITS OVERDRAFT FACILITY,
      * LESS ANY FUNDS UNDER AN ACTIVE HOLD), THEN CREDIT THE
      * TARGET AND JOURNAL BOTH LEGS. A BAD TARGET LEAVES THE
      * ORDER ON FILE WITH ITS OWN RESULT LINE, SAME AS THE
      * INSUFFICIENT-FUNDS CASE, AND SO DO A SOURCE LOCKED AS
      * AN ACTIVE TERM DEPOSIT AND A TARGET HELD IN ANOTHER
      * CURRENCY

           MOVE 'Y' TO WS-ORDER-OK
           MOVE 'Y' TO WS-SOURCE-FREE
           MOVE 'Y' TO WS-CURRENCY-MATCH

           PERFORM CHECK-TARGET-DATAF-PARA
           IF TARGET-USABLE THEN
               PERFORM CHECK-CURRENCY-PARA
           END-IF
           IF TARGET-USABLE AND CURRENCY-MATCH THEN
               PERFORM CHECK-SOURCE-TERM-PARA
           END-IF

           IF NOT TARGET-USABLE OR NOT CURRENCY-MATCH OR
              NOT SOURCE-FREE THEN
               PERFORM WRITE-DETAIL-PARA
           ELSE
               PERFORM GET-HELD-AMOUNT-PARA
               IF HELD-AMOUNT-KNOWN THEN
                   PERFORM POST-USABLE-ORDER-PARA
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 'FILE ERROR' TO DL-RESULT
                   PERFORM WRITE-DETAIL-PARA
               END-IF
           END-IF
           EXIT.

                   MOVE 'TARGET CLOSED' TO DL-RESULT
               ELSE
                   MOVE 'Y' TO WS-TARGET-USABLE
                   MOVE DATAF-CURRENCY TO WS-TARGET-CURRENCY
               END-IF
           WHEN DATAF-NOTFND
               ADD 1 TO WS-BAD-TARGET-COUNT
           END-EVALUATE
           EXIT.

       CHECK-CURRENCY-PARA.
      * THE ORDER AMOUNT IS IN THE SOURCE ACCOUNT'S CURRENCY AND
      * IS POSTED UNCONVERTED TO BOTH LEGS, SO THE TARGET MUST BE
      * HELD IN THE SAME CURRENCY. A SOURCE MISSING FROM DATAF
      * (OR UNREADABLE) HAS NO KNOWN CURRENCY AND IS REFUSED AS A
      * FILE ERROR RATHER THAN GUESSED

           MOVE STANDF-BANK-ACCOUNT TO DATAF-BANK-NUMBER
           READ DATAF
               INVALID KEY CONTINUE
           END-READ

           IF DATAF-OK THEN
               MOVE DATAF-CURRENCY TO WS-SOURCE-CURRENCY
               IF WS-SOURCE-CURRENCY = SPACES OR
                  WS-SOURCE-CURRENCY = LOW-VALUES THEN
                   MOVE WS-HOME-CURRENCY TO WS-SOURCE-CURRENCY
               END-IF
               IF WS-TARGET-CURRENCY = SPACES OR
                  WS-TARGET-CURRENCY = LOW-VALUES THEN
                   MOVE WS-HOME-CURRENCY TO WS-TARGET-CURRENCY
               END-IF
               IF WS-SOURCE-CURRENCY NOT = WS-TARGET-CURRENCY THEN
                   MOVE 'N' TO WS-CURRENCY-MATCH
                   ADD 1 TO WS-CURRENCY-SKIP-COUNT
                   MOVE 'CURRENCY MISMATCH' TO DL-RESULT
               END-IF
           ELSE
               DISPLAY 'STORDRB: DATAF READ FAILED FOR SOURCE '
                   DATAF-BANK-NUMBER ' STATUS ' WS-DATAF-STATUS
               MOVE 'N' TO WS-CURRENCY-MATCH
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'FILE ERROR' TO DL-RESULT
           END-IF
           EXIT.

       CHECK-SOURCE-TERM-PARA.
      * NO TDF RECORD IS THE NORMAL CASE - AN ORDINARY ACCOUNT.
      * A BROKEN OR MATURED DEPOSIT IS NO LONGER LOCKED; A READ
      * ERROR REFUSES THE ORDER RATHER THAN RISK A LOCKED DEPOSIT

           MOVE STANDF-BANK-ACCOUNT TO TDF-BANK-ACCOUNT
           READ TDF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN TDF-OK
               IF TDF-ACTIVE THEN
                   MOVE 'N' TO WS-SOURCE-FREE
                   ADD 1 TO WS-TERM-LOCKED-COUNT
                   MOVE 'SOURCE TERM LOCKED' TO DL-RESULT
               END-IF
           WHEN TDF-NOTFND
               CONTINUE
           WHEN OTHER
               DISPLAY 'STORDRB: TDF READ FAILED FOR '
                   TDF-BANK-ACCOUNT ' STATUS ' WS-TDF-STATUS
               MOVE 'N' TO WS-SOURCE-FREE
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'FILE ERROR' TO DL-RESULT
           END-EVALUATE
           EXIT.

       POST-USABLE-ORDER-PARA.
      * THE TARGET IS LIVE - MOVE THE MONEY


           EVALUATE TRUE
           WHEN BALF-OK
               IF BALF-BALANCE - WS-HELD-AMOUNT
                   + WS-OVERDRAFT-LIMIT >= STANDF-AMOUNT THEN
                   SUBTRACT STANDF-AMOUNT FROM BALF-BALANCE
                   MOVE BALF-BALANCE TO WS-SOURCE-BALANCE
                   REWRITE FS-BALF
      * FACILITY IS ALL THE ORDER CAN DRAW, AND THE BALF RECORD
      * IS CREATED OVERDRAWN THE SAME WAY MAPBANKP'S TRANSFER
      * FUNDS CHECK CREATES IT
               IF WS-OVERDRAFT-LIMIT - WS-HELD-AMOUNT
                   >= STANDF-AMOUNT THEN
                   MOVE STANDF-BANK-ACCOUNT TO BALF-BANK-ACCOUNT
                   COMPUTE BALF-BALANCE = 0 - STANDF-AMOUNT
                   MOVE BALF-BALANCE TO WS-SOURCE-BALANCE
           END-IF
           EXIT.

       GET-HELD-AMOUNT-PARA.
      * TOTALS THE SOURCE ACCOUNT'S FHOLDF HOLDS THAT ARE STILL
      * ACTIVE ON THE POSTING DATE (NO RELEASE DATE, OR ONE AFTER
      * IT) - THE SAME RULE AS MAPBANKP'S GET-HELD-AMOUNT-PARA.
      * THE HOLD KEY LEADS WITH THE ACCOUNT, SO ONE START AND A
      * SHORT RUN OF READ NEXTS COVERS THEM ALL

           MOVE 0 TO WS-HELD-AMOUNT
           MOVE 'Y' TO WS-HELD-KNOWN
           MOVE 'N' TO WS-HOLD-SCAN-DONE

           MOVE LOW-VALUES TO FHOLDF-KEY
           MOVE STANDF-BANK-ACCOUNT TO FHOLDF-BANK-ACCOUNT
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
               DISPLAY 'STORDRB: FHOLDF START FAILED FOR '
                   STANDF-BANK-ACCOUNT ' STATUS ' WS-FHOLDF-STATUS
               MOVE 'N' TO WS-HELD-KNOWN
           END-EVALUATE
           EXIT.

       READ-NEXT-HOLD-PARA.
           READ FHOLDF NEXT RECORD
               AT END CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN FHOLDF-OK
               IF FHOLDF-BANK-ACCOUNT = STANDF-BANK-ACCOUNT THEN
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
               DISPLAY 'STORDRB: FHOLDF READ FAILED FOR '
                   STANDF-BANK-ACCOUNT ' STATUS ' WS-FHOLDF-STATUS
               MOVE 'N' TO WS-HELD-KNOWN
               MOVE 'Y' TO WS-HOLD-SCAN-DONE
           END-EVALUATE
           EXIT.

       CREDIT-TARGET-PARA.
      * CREDIT THE TARGET SIDE, CREATING ITS BALF RECORD IF THIS
      * IS ITS FIRST TRANSACTION, THE SAME WAY MAPBANKP'S
           MOVE 0 TO TRANF-SEQ
           MOVE SPACES TO TRANF-ORIG-KEY
           MOVE 'BTCH' TO TRANF-TERMINAL
           MOVE WS-POST-DATE TO TRANF-POST-DATE
           MOVE SPACES TO TRANF-FX-CURRENCY
           MOVE 0 TO TRANF-FX-AMOUNT
           MOVE 0 TO TRANF-FX-RATE

           MOVE 'N' TO WS-WRITE-DONE

           MOVE STANDF-AMOUNT TO DL-AMOUNT
           MOVE WS-DETAIL-LINE TO STORDR-RPT-LINE
           WRITE STORDR-RPT-LINE

           MOVE SPACES TO STOREXC-REASON
           EVALUATE DL-RESULT
           WHEN 'INSUFFICIENT FUNDS'
               MOVE 'NF' TO STOREXC-REASON
           WHEN 'TARGET CLOSED'
               MOVE 'TC' TO STOREXC-REASON
           WHEN 'TARGET UNKNOWN'
               MOVE 'TU' TO STOREXC-REASON
           WHEN 'SOURCE TERM LOCKED'
               MOVE 'TL' TO STOREXC-REASON
           WHEN 'CURRENCY MISMATCH'
               MOVE 'CM' TO STOREXC-REASON
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF STOREXC-REASON NOT = SPACES AND NOT EXTRACT-FAILED THEN
               PERFORM WRITE-EXTRACT-PARA
           END-IF
           EXIT.

       WRITE-EXTRACT-PARA.
      * THE REASON IS ALREADY SET - FILL IN THE ORDER AND WRITE
      * ONE STOREXC RECORD FOR ALERTB

           MOVE WS-POST-DATE TO STOREXC-POST-DATE
           MOVE STANDF-BANK-ACCOUNT TO STOREXC-BANK-ACCOUNT
           MOVE STANDF-ORDER-NUM TO STOREXC-ORDER-NUM
           MOVE STANDF-TARGET-ACCOUNT TO STOREXC-TARGET-ACCOUNT
           MOVE STANDF-AMOUNT TO STOREXC-AMOUNT

           WRITE FS-STOREXC

           IF STOREXC-OK THEN
               ADD 1 TO WS-EXTRACTED-COUNT
           ELSE
               DISPLAY 'STORDRB: STOREXC WRITE FAILED, STATUS '
                   WS-STOREXC-STATUS ' ' STANDF-KEY
               MOVE 'Y' TO WS-EXTRACT-FAILED
           END-IF
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE WS-SUMMARY-LINE-7 TO STORDR-RPT-LINE
           WRITE STORDR-RPT-LINE

           MOVE WS-TERM-LOCKED-COUNT TO SL9-TERM-LOCKED
           MOVE WS-SUMMARY-LINE-9 TO STORDR-RPT-LINE
           WRITE STORDR-RPT-LINE

           MOVE WS-CURRENCY-SKIP-COUNT TO SL10-CURRENCY
           MOVE WS-SUMMARY-LINE-10 TO STORDR-RPT-LINE
           WRITE STORDR-RPT-LINE

           MOVE WS-FAILED-COUNT TO SL5-FAILED
           MOVE WS-SUMMARY-LINE-5 TO STORDR-RPT-LINE
           WRITE STORDR-RPT-LINE
           MOVE WS-TOTAL-POSTED TO SL6-TOTAL
           MOVE WS-SUMMARY-LINE-6 TO STORDR-RPT-LINE
           WRITE STORDR-RPT-LINE

           MOVE WS-EXTRACTED-COUNT TO SL8-EXTRACTED
           MOVE WS-SUMMARY-LINE-8 TO STORDR-RPT-LINE
           WRITE STORDR-RPT-LINE
           EXIT.

           COPY RUNCTLP.
