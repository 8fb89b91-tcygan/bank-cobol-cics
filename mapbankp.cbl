      * account's history sits together on file) so there is a
      * running transaction history. a transfer writes one TRANF
      * leg per side ('T' out of the source, 'F' into the target)
      * so both customers see their side of it. BETWEEN ACCOUNTS
      * OF DIFFERENT CURRENCIES (SEE DATAF-CURRENCY) THE TARGET IS
      * CREDITED THE AMOUNT CONVERTED AT THE DAY'S RATEF RATES,
      * AND BOTH LEGS CARRY THE OTHER LEG'S CURRENCY AND AMOUNT
      * AND THE RATE APPLIED.
      * EVERY TRANF ROW ALSO CARRIES THE BUSINESS DAY IT BELONGS TO,
      * TAKEN FROM THE BUSDATE CONTROL RECORD - THE NEXT BUSINESS
      * DAY ONCE BUSDAYB HAS TAKEN THE END-OF-DAY CUTOFF. NO
      * BUSINESS DATE, NO POSTING.
      * WITHDRAWALS AND TRANSFERS OUT ARE CHECKED AGAINST THE
      * AVAILABLE BALANCE - BALF LESS THE ACCOUNT'S ACTIVE FHOLDF
      * FUNDS HOLDS - AND A CASH DEPOSIT OVER THE PRODF HOLD
      * THRESHOLD IS ITSELF HELD FOR THE PRODUCT'S HOLD DAYS.
      * AN EXTERNAL PAYMENT (OPTION 'E') PAYS A BENEFICIARY AT
      * ANOTHER BANK: BALF IS DEBITED STRAIGHT AWAY WITH A TYPE
      * 'E' TRANF ROW AND THE PAYMENT IS QUEUED ON EXTPF UNDER
      * THAT ROW'S KEY FOR THE NIGHTLY EXTPAYB CLEARING FILE.
      * CLEARING IS IN PLN ONLY, SO A FOREIGN-CURRENCY ACCOUNT
      * CANNOT PAY OUT THIS WAY.
      * A TERM DEPOSIT (AN ACTIVE RECORD ON TDF) TAKES DEPOSITS AND
      * TRANSFERS IN, BUT NOTHING LEAVES IT - NO WITHDRAWAL,
      * TRANSFER OUT OR EXTERNAL PAYMENT - UNTIL TDMATB MATURES IT
      * OR A SUPERVISOR BREAKS IT ON MAPTDBP

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           05 NOTFND-ERROR-MSG PIC X(28)
               VALUE 'THERE IS NO SUCH BANK NUMBER'.
           05 INVALID-OPTION-MSG PIC X(41)
               VALUE 'OPTION MUST BE D, W, B, H, T OR E'.
           05 DEPOSIT-OK-MSG PIC X(26)
               VALUE 'DEPOSIT OK, NEW BALANCE: '.
           05 WITHDRAW-OK-MSG PIC X(27)
               VALUE 'WITHDRAW OK, NEW BALANCE: '.
           05 TRANSFER-OK-MSG PIC X(26)
               VALUE 'TRANSFER OK, NEW BALANCE: '.
           05 PAYMENT-QUEUED-MSG PIC X(26)
               VALUE 'PAYMENT QUEUED, BALANCE: '.
           05 INSUFFICIENT-FUNDS-MSG PIC X(22)
               VALUE 'INSUFFICIENT FUNDS'.
      * SHOWN WITH THE HELD AMOUNT WHEN HOLDS ARE WHAT MADE THE
      * FUNDS INSUFFICIENT, SO THE TELLER CAN EXPLAIN IT
           05 FUNDS-HELD-MSG PIC X(27)
               VALUE 'INSUFFICIENT FUNDS, HELD: '.
           05 DEPOSIT-HELD-MSG PIC X(27)
               VALUE 'DEPOSIT HELD, NEW BALANCE: '.
           05 TARGET-NOTFND-MSG PIC X(31)
               VALUE 'THERE IS NO SUCH TARGET ACCOUNT'.
           05 INVALID-TARGET-MSG PIC X(30)
               VALUE 'AMOUNT MUST BE A VALID NUMBER'.
           05 BAD-CHECK-DIGIT-MSG PIC X(36)
               VALUE 'TARGET ACCOUNT FAILS ITS CHECK DIGIT'.
           05 INVALID-BENEFICIARY-MSG PIC X(45)
               VALUE 'GIVE US THE BENEFICIARY BANK CODE AND ACCOUNT'.
           05 NO-FX-RATE-MSG PIC X(40)
               VALUE 'NO EXCHANGE RATE FOR TODAY - TRY LATER'.
           05 EXTERNAL-PLN-ONLY-MSG PIC X(30)
               VALUE 'EXTERNAL PAYMENTS ARE PLN ONLY'.
           05 TERM-LOCKED-LINE.
               10 FILLER PIC X(28)
                   VALUE 'TERM DEPOSIT - LOCKED UNTIL '.
               10 TLL-MATURITY-DATE PIC X(8).

      * program variables where screen variables goes
       01 SCREEN-DATA.
               88 BALANCE-OPERATION  VALUE 'B'.
               88 HISTORY-OPERATION  VALUE 'H'.
               88 TRANSFER-OPERATION VALUE 'T'.
               88 EXTERNAL-OPERATION VALUE 'E'.
      * AMOUNT AS KEYED: EITHER NINE WHOLE-UNIT DIGITS (THE OLD
      * FORM) OR NINE DIGITS, A DECIMAL POINT AND EXACTLY TWO
      * CENTS DIGITS - BALF AND TRANF HAVE ALWAYS CARRIED CENTS,
      * target bank account a transfer pays into, only used when
      * TRANSFER-OPERATION is picked
           05 USER-TARGET-ACCOUNT PIC X(26).
      * beneficiary at another bank an external payment pays,
      * only used when EXTERNAL-OPERATION is picked
           05 USER-BENE-BANK      PIC X(11).
           05 USER-BENE-ACCOUNT   PIC X(34).
           05 USER-BENE-REFERENCE PIC X(18).

      * dataf file, only the bank account and the status byte are
      * needed here - a closed account is treated like one that
           05 DATAF-STATUS       PIC X.
               88 DATAF-ACCT-CLOSED VALUE 'C'.
           05 FILLER             PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF), READ
      * FOR THE HOLD RULE ON A CASH DEPOSIT
           05 DATAF-PRODUCT-CODE PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN (ISO CODE, FROM ITS
      * PRODUCT - SEE PRODF)
           05 DATAF-CURRENCY     PIC X(3).

      * prodf file, the product record. ONLY THE UNCLEARED-FUNDS
      * HOLD RULE IS USED HERE: A DEPOSIT OVER THE THRESHOLD IS
      * HELD FOR THE NUMBER OF DAYS (A ZERO THRESHOLD MEANS THE
      * PRODUCT NEVER HOLDS)
       01 FS-PRODF.
           05 PRODF-CODE           PIC X(2).
           05 FILLER               PIC X(35).
           05 FILLER               PIC X(21).
           05 PRODF-HOLD-THRESHOLD PIC 9(9).
           05 PRODF-HOLD-DAYS      PIC 9(3).
           05 FILLER               PIC X(9).

      * fholdf file, one record per funds hold. AN ACTIVE HOLD
      * (STATUS 'A' AND NO RELEASE DATE, OR A RELEASE DATE STILL
      * IN THE FUTURE) TAKES ITS AMOUNT OUT OF THE AVAILABLE
      * BALANCE. DEPOSIT HOLDS ARE KEYED WITH THE SAME TIMESTAMP
      * AS THE DEPOSIT'S TRANF ROW
       01 FS-FHOLDF.
           05 FHOLDF-KEY.
               10 FHOLDF-BANK-ACCOUNT PIC X(26).
               10 FHOLDF-TIMESTAMP    PIC X(15).
               10 FHOLDF-SEQ          PIC 9(3).
           05 FHOLDF-AMOUNT        PIC 9(9)V99.
           05 FHOLDF-REASON        PIC X(2).
           05 FHOLDF-STATUS        PIC X.
               88 FHOLDF-ACTIVE    VALUE 'A'.
           05 FHOLDF-RELEASE-DATE  PIC X(8).
           05 FHOLDF-PLACED-BY     PIC X(8).
           05 FHOLDF-RELEASED-TIMESTAMP PIC X(15).
           05 FHOLDF-RELEASED-BY   PIC X(8).

      * SET BY GET-HELD-AMOUNT-PARA BEFORE EVERY WITHDRAWAL OR
      * TRANSFER FUNDS CHECK: THE TOTAL OF THE ACCOUNT'S ACTIVE
      * HOLDS AS OF TODAY
       01 WS-HELD-AMOUNT PIC 9(9)V99 VALUE 0.

       01 WS-HOLD-DATE-NUM PIC 9(8) VALUE 0.

       01 IF-HELD-AMOUNT-KNOWN PIC X.
           88 HELD-AMOUNT-KNOWN VALUE 'Y'.

       01 IF-HOLD-BROWSE-DONE PIC X.
           88 HOLD-BROWSE-DONE VALUE 'Y'.

      * SET BY PLACE-DEPOSIT-HOLD-PARA: WHETHER THE HOLD RULE WAS
      * APPLIED CLEANLY, AND WHETHER IT ACTUALLY PLACED A HOLD
       01 IF-HOLD-WRITE-OK PIC X.
           88 HOLD-WRITE-OK VALUE 'Y'.

       01 IF-HOLD-WRITE-DONE PIC X.
           88 HOLD-WRITE-DONE VALUE 'Y'.

       01 IF-HOLD-PLACED PIC X VALUE 'N'.
           88 HOLD-PLACED VALUE 'Y'.

      * extpf file, the outbound external payment queue. ONE
      * RECORD PER PAYMENT, KEYED LIKE ITS TYPE 'E' TRANF ROW.
      * WRITTEN HERE AS 'Q' QUEUED; EXTPAYB SENDS IT TO THE
      * CLEARING HOUSE ('S') AND EXTRETB MARKS IT 'R' IF IT COMES
      * BACK RETURNED
       01 FS-EXTPF.
           05 EXTPF-KEY            PIC X(44).
           05 EXTPF-BENE-BANK      PIC X(11).
           05 EXTPF-BENE-ACCOUNT   PIC X(34).
           05 EXTPF-REFERENCE      PIC X(18).
           05 EXTPF-AMOUNT         PIC 9(9)V99.
           05 EXTPF-STATUS         PIC X.
           05 EXTPF-SENT-DATE      PIC X(8).
           05 EXTPF-RETURN-DATE    PIC X(8).
           05 EXTPF-RETURN-REASON  PIC X(20).

       01 IF-EXTPF-WRITE-OK PIC X.
           88 EXTPF-WRITE-OK VALUE 'Y'.

      * balf file, holds the running balance per bank account
       01 FS-BALF.
      * (EIBTRMID ONLINE, A PSEUDO-TERMINAL LIKE 'BTCH' FOR THE
      * BATCH POSTERS) - SEE THE TLRPRFB TELLER PROOF REPORT
           05 TRANF-TERMINAL       PIC X(4).
      * BUSINESS DAY THE POSTING BELONGS TO (YYYYMMDD) - THE
      * BUSDATE DATE, OR THE NEXT BUSINESS DAY ONCE BUSDAYB
      * HAS TAKEN THE END-OF-DAY CUTOFF (SEE GET-POST-DATE-PARA)
           05 TRANF-POST-DATE      PIC X(8).
      * CROSS-CURRENCY TRANSFER LEGS ONLY: THE OTHER LEG'S
      * CURRENCY AND AMOUNT, AND THE RATE APPLIED (TARGET UNITS
      * PER SOURCE UNIT) - SPACES/ZERO ON EVERY OTHER RECORD
      * (SEE VERIFY-TARGET-AND-POST-PARA)
           05 TRANF-FX-CURRENCY    PIC X(3).
           05 TRANF-FX-AMOUNT      PIC S9(9)V99.
           05 TRANF-FX-RATE        PIC 9(5)V9(6).

      * limitf file, one control record (key 'LIMITS') holding
      * the per-transaction maximums and the compliance reporting

       01 WS-LIMIT-CAP PIC 9(9) VALUE 0.

      * busdate file, one control record (key 'BUSDATE') holding
      * the current business date. BUSDAYB SETS THE CUTOFF SWITCH
      * AT END OF DAY, AFTER WHICH NEW POSTINGS BELONG TO THE NEXT
      * BUSINESS DATE CARRIED ON THE SAME RECORD
       01 FS-BUSDATE.
           05 BUSDATE-ID              PIC X(8).
           05 BUSDATE-DATE            PIC X(8).
           05 BUSDATE-DORM-DAYS       PIC 9(4).
           05 BUSDATE-CUTOFF          PIC X.
               88 BUSDATE-CUTOFF-TAKEN VALUE 'Y'.
           05 BUSDATE-NEXT-DATE       PIC X(8).

       01 IF-POST-DATE-OK PIC X.
           88 POST-DATE-OK VALUE 'Y'.

      * tdf file, one record per term-deposit account. ONLY THE
      * STATUS AND MATURITY DATE ARE USED HERE: AN ACTIVE ('A')
      * DEPOSIT IS LOCKED AGAINST DEBITS UNTIL IT MATURES
       01 FS-TDF.
           05 TDF-BANK-ACCOUNT        PIC X(26).
           05 FILLER                  PIC X(14).
           05 TDF-START-DATE          PIC X(8).
           05 TDF-MATURITY-DATE       PIC X(8).
           05 FILLER                  PIC X(27).
           05 TDF-STATUS              PIC X.
               88 TDF-ACTIVE          VALUE 'A'.
           05 FILLER                  PIC X(46).

      * SET BY CHECK-TERM-LOCK-PARA FOR A DEBIT: 'Y' THE ACCOUNT IS
      * A LOCKED TERM DEPOSIT, 'N' IT IS FREE TO DEBIT, 'O' TDF
      * COULD NOT BE READ (FAILS CLOSED)
       01 IF-TERM-LOCK PIC X.
           88 TERM-LOCKED     VALUE 'Y'.
           88 TERM-NOT-LOCKED VALUE 'N'.
           88 TERM-LOCK-ERROR VALUE 'O'.

      * ratef file, one record per foreign currency: the day's
      * rate as home-currency (PLN) units per one unit of the
      * currency, dated with the business date RATELDB loaded it
      * for. THE HOME CURRENCY IS NEVER ON FILE - ITS RATE IS 1
       01 FS-RATEF.
           05 RATEF-CURRENCY          PIC X(3).
           05 RATEF-RATE-DATE         PIC X(8).
           05 RATEF-RATE              PIC 9(5)V9(6).

      * SET BY SET-CREDIT-AMOUNT-PARA FOR EVERY TRANSFER: THE TWO
      * ACCOUNTS' CURRENCIES, WHAT THE TARGET IS CREDITED (IN ITS
      * OWN CURRENCY) AND, WHEN THE CURRENCIES DIFFER, THE RATE
      * APPLIED AS TARGET UNITS PER SOURCE UNIT.
      * GET-FX-RATE-PARA LOOKS WS-RATE-CURRENCY UP INTO
      * WS-RATE-FOUND
       01 FX-TRANSFER-DATA.
           05 WS-HOME-CURRENCY        PIC X(3) VALUE 'PLN'.
           05 WS-SOURCE-CURRENCY      PIC X(3).
           05 WS-TARGET-CURRENCY      PIC X(3).
           05 WS-SOURCE-RATE          PIC 9(5)V9(6) VALUE 0.
           05 WS-TARGET-RATE          PIC 9(5)V9(6) VALUE 0.
           05 WS-FX-RATE              PIC 9(5)V9(6) VALUE 0.
           05 WS-CREDIT-AMOUNT        PIC 9(9)V99 VALUE 0.
           05 WS-RATE-CURRENCY        PIC X(3).
           05 WS-RATE-FOUND           PIC 9(5)V9(6) VALUE 0.

       01 IF-CROSS-CURRENCY PIC X VALUE 'N'.
           88 CROSS-CURRENCY VALUE 'Y'.

       01 IF-FX-RATE-OK PIC X.
           88 FX-RATE-OK VALUE 'Y'.

      * odlimf file, one record per account with an authorized
      * overdraft facility granted through MAPODLP. THE LIMIT IS
      * HOW FAR BELOW ZERO THE FUNDS CHECKS MAY LET THE BALANCE
       01 TRANF-POST-DATA.
           05 POST-BANK-ACCOUNT    PIC X(26).
           05 POST-TYPE            PIC X.
           05 POST-AMOUNT          PIC S9(9)V99.
           05 POST-BALANCE-AFTER   PIC S9(9)V99.
      * FILLED ONLY FOR THE LEGS OF A CROSS-CURRENCY TRANSFER
           05 POST-FX-CURRENCY     PIC X(3) VALUE SPACES.
           05 POST-FX-AMOUNT       PIC S9(9)V99 VALUE 0.
           05 POST-FX-RATE         PIC 9(5)V9(6) VALUE 0.

      * IN-STORAGE RING OF THE ACCOUNT'S TRANF RECORDS GATHERED BY
      * GATHER-HISTORY-PARA FOR THE STATEMENT SCREEN. THE BROWSE

               EVALUATE TRUE
               WHEN DATAF-EXIST
                   MOVE 'N' TO IF-TERM-LOCK
                   IF WITHDRAW-OPERATION OR TRANSFER-OPERATION OR
                      EXTERNAL-OPERATION THEN
                       PERFORM CHECK-TERM-LOCK-PARA
                   END-IF
                   EVALUATE TRUE
                   WHEN TERM-LOCKED
                       PERFORM SEND-TERM-LOCKED-MSG
                   WHEN TERM-LOCK-ERROR
                       PERFORM SEND-ERROR-MSG
                   WHEN DEPOSIT-OPERATION
                       PERFORM DEPOSIT-PARA
                   WHEN WITHDRAW-OPERATION
                       PERFORM HISTORY-PARA
                   WHEN TRANSFER-OPERATION
                       PERFORM TRANSFER-PARA
                   WHEN EXTERNAL-OPERATION
                       PERFORM EXTERNAL-PAYMENT-PARA
                   WHEN OTHER
                       PERFORM SEND-INVALID-OPTION-MSG
                   END-EVALUATE
               END-EVALUATE
           EXIT.

       CHECK-TERM-LOCK-PARA.
      * A DEBIT MAY NOT TOUCH AN ACTIVE TERM DEPOSIT. NO TDF RECORD
      * IS AN ORDINARY ACCOUNT; A BROKEN OR MATURED-AND-SWEPT ONE
      * IS NO LONGER LOCKED. A READ ERROR FAILS CLOSED - WE DO NOT
      * KNOW THE MONEY IS FREE, SO IT DOES NOT MOVE

           MOVE USER-BANK-ACCOUNT TO TDF-BANK-ACCOUNT

           EXEC CICS
           READ FILE('TDF')
           INTO(FS-TDF)
           RIDFLD(TDF-BANK-ACCOUNT)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               IF TDF-ACTIVE THEN
                   MOVE 'Y' TO IF-TERM-LOCK
               ELSE
                   MOVE 'N' TO IF-TERM-LOCK
               END-IF
           WHEN DFHRESP(NOTFND)
               MOVE 'N' TO IF-TERM-LOCK
           WHEN OTHER
               MOVE 'O' TO IF-TERM-LOCK
           END-EVALUATE
           EXIT.

       GET-THE-DATA.
      * paragraph will get data from screen
      * and save it to correct variables
               MOVE OPTI  TO USER-OPERATION
               MOVE AMTI  TO USER-AMOUNT-TEXT
               MOVE TNUMI TO USER-TARGET-ACCOUNT
               MOVE BBNKI TO USER-BENE-BANK
               MOVE BACCI TO USER-BENE-ACCOUNT
               MOVE BREFI TO USER-BENE-REFERENCE
      * BMS PADS UNKEYED POSITIONS WITH NULLS - THE BENEFICIARY
      * FIELDS GO OUT ON THE CLEARING FILE, SO MAKE THEM SPACES
               INSPECT USER-BENE-BANK
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT USER-BENE-ACCOUNT
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT USER-BENE-REFERENCE
                   REPLACING ALL LOW-VALUE BY SPACE
               MOVE 'Y' TO IF-RECEIVED
           WHEN DFHRESP(MAPFAIL)
               MOVE 'M' TO IF-RECEIVED

       POST-DEPOSIT-PARA.
      * PARAGRAPH ADDS USER-AMOUNT TO THE ACCOUNT'S BALF BALANCE,
      * CREATING THE BALF RECORD IF THIS IS ITS FIRST TRANSACTION.
      * THE BALANCE, THE TRANF ROW AND ANY FUNDS HOLD THE PRODUCT
      * RULE PLACES ON THE DEPOSIT GO IN TOGETHER OR NOT AT ALL

               MOVE USER-BANK-ACCOUNT TO BALF-BANK-ACCOUNT

                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       PERFORM RECORD-DEPOSIT-TRANF
                       IF TRANF-WRITE-OK THEN
                           PERFORM PLACE-DEPOSIT-HOLD-PARA
                       END-IF
                       IF TRANF-WRITE-OK AND HOLD-WRITE-OK THEN
                           PERFORM SEND-DEPOSIT-OK-MSG
                       ELSE
                           PERFORM BACK-OUT-POSTING-PARA
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       PERFORM RECORD-DEPOSIT-TRANF
                       IF TRANF-WRITE-OK THEN
                           PERFORM PLACE-DEPOSIT-HOLD-PARA
                       END-IF
                       IF TRANF-WRITE-OK AND HOLD-WRITE-OK THEN
                           PERFORM SEND-DEPOSIT-OK-MSG
                       ELSE
                           PERFORM BACK-OUT-POSTING-PARA
           PERFORM RECORD-TRANF-PARA
           EXIT.

       PLACE-DEPOSIT-HOLD-PARA.
      * APPLIES THE PRODUCT'S UNCLEARED-FUNDS RULE TO THE DEPOSIT
      * JUST JOURNALLED: AN AMOUNT OVER THE PRODF HOLD THRESHOLD
      * IS HELD ON FHOLDF UNTIL TODAY PLUS THE PRODUCT'S HOLD
      * DAYS, KEYED WITH THE DEPOSIT'S OWN TRANF TIMESTAMP. AN
      * ACCOUNT WITHOUT A PRODUCT CODE IS A CURRENT ACCOUNT, AS
      * EVERYWHERE ELSE; A PRODUCT NOT ON FILE HOLDS NOTHING. A
      * REAL READ OR WRITE ERROR LEAVES IF-HOLD-WRITE-OK 'N' SO
      * THE CALLER BACKS THE DEPOSIT OUT RATHER THAN RELEASE
      * FUNDS THE RULE WOULD HAVE HELD

           MOVE 'Y' TO IF-HOLD-WRITE-OK
           MOVE 'N' TO IF-HOLD-PLACED

           IF DATAF-PRODUCT-CODE = SPACES OR
              DATAF-PRODUCT-CODE = LOW-VALUES THEN
               MOVE 'CA' TO PRODF-CODE
           ELSE
               MOVE DATAF-PRODUCT-CODE TO PRODF-CODE
           END-IF

           EXEC CICS
           READ FILE('PRODF')
           INTO(FS-PRODF)
           RIDFLD(PRODF-CODE)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               IF PRODF-HOLD-THRESHOLD > 0 AND
                  USER-AMOUNT > PRODF-HOLD-THRESHOLD THEN
                   PERFORM WRITE-DEPOSIT-HOLD-PARA
               END-IF
           WHEN DFHRESP(NOTFND)
               CONTINUE
           WHEN OTHER
               MOVE 'N' TO IF-HOLD-WRITE-OK
           END-EVALUATE
           EXIT.

       WRITE-DEPOSIT-HOLD-PARA.
      * BUILDS THE 'DP' HOLD FOR THE WHOLE DEPOSIT. WS-TS-DATE
      * STILL CARRIES TODAY FROM RECORD-TRANF-PARA. THE HOLD TAKES
      * THE DEPOSIT'S FULL TRANF KEY, SAME AS PAYINB, SO A
      * REVERSAL (MAPREVP/MAPAPRP) CAN FIND AND RELEASE IT

           MOVE USER-BANK-ACCOUNT TO FHOLDF-BANK-ACCOUNT
           MOVE TRANF-TIMESTAMP TO FHOLDF-TIMESTAMP
           MOVE TRANF-SEQ TO FHOLDF-SEQ
           MOVE USER-AMOUNT TO FHOLDF-AMOUNT
           MOVE 'DP' TO FHOLDF-REASON
           MOVE 'A' TO FHOLDF-STATUS
           MOVE WS-TS-DATE TO WS-HOLD-DATE-NUM
           COMPUTE WS-HOLD-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOLD-DATE-NUM)
               + PRODF-HOLD-DAYS)
           MOVE WS-HOLD-DATE-NUM TO FHOLDF-RELEASE-DATE
           MOVE 'MAPBANKP' TO FHOLDF-PLACED-BY
           MOVE SPACES TO FHOLDF-RELEASED-TIMESTAMP
           MOVE SPACES TO FHOLDF-RELEASED-BY

           MOVE 'N' TO IF-HOLD-WRITE-DONE
           PERFORM WRITE-FHOLDF-RECORD-PARA
               UNTIL HOLD-WRITE-DONE
           EXIT.

       WRITE-FHOLDF-RECORD-PARA.
      * ONE WRITE ATTEMPT AGAINST FHOLDF, BUMPING THE SEQUENCE ON
      * DUPREC THE SAME WAY WRITE-TRANF-RECORD-PARA DOES

           EXEC CICS
           WRITE FILE('FHOLDF')
           FROM(FS-FHOLDF)
           RIDFLD(FHOLDF-KEY)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE 'Y' TO IF-HOLD-PLACED
               MOVE 'Y' TO IF-HOLD-WRITE-DONE
           WHEN DFHRESP(DUPREC)
               IF FHOLDF-SEQ < 999 THEN
                   ADD 1 TO FHOLDF-SEQ
               ELSE
                   MOVE 'N' TO IF-HOLD-WRITE-OK
                   MOVE 'Y' TO IF-HOLD-WRITE-DONE
               END-IF
           WHEN OTHER
               MOVE 'N' TO IF-HOLD-WRITE-OK
               MOVE 'Y' TO IF-HOLD-WRITE-DONE
           END-EVALUATE
           EXIT.

       WITHDRAW-PARA.
      * PARAGRAPH VALIDATES THE AMOUNT AND HANDS THE POSTING TO
      * POST-WITHDRAW-PARA. VALIDATE-AMOUNT-PARA VETS THE KEYED
               PERFORM CHECK-AMOUNT-LIMIT-PARA
               EVALUATE TRUE
               WHEN AMOUNT-ALLOWED
                   PERFORM GET-HELD-AMOUNT-PARA
                   IF HELD-AMOUNT-KNOWN THEN
                       PERFORM POST-WITHDRAW-PARA
                   ELSE
                       PERFORM SEND-ERROR-MSG
                   END-IF
               WHEN AMOUNT-OVER-LIMIT
                   PERFORM SEND-OVER-LIMIT-MSG
               WHEN OTHER
      * ZERO. AN ACCOUNT WITH NO BALF RECORD YET HAS A ZERO
      * BALANCE, SO ITS OVERDRAFT LIMIT IS ALL IT CAN DRAW - THE
      * BALF RECORD IS CREATED OVERDRAWN, SAME WAY MAPREVP
      * CREATES ONE FOR A REVERSAL. FUNDS UNDER AN ACTIVE HOLD
      * (WS-HELD-AMOUNT, SEE GET-HELD-AMOUNT-PARA) ARE NOT
      * AVAILABLE TO DRAW

               PERFORM GET-OVERDRAFT-LIMIT-PARA
               MOVE USER-BANK-ACCOUNT TO BALF-BANK-ACCOUNT

               EVALUATE RESPCODE
               WHEN DFHRESP(NORMAL)
                   IF BALF-BALANCE - WS-HELD-AMOUNT
                       + WS-OVERDRAFT-LIMIT >= USER-AMOUNT THEN
                       SUBTRACT USER-AMOUNT FROM BALF-BALANCE
                       EXEC CICS
                       REWRITE FILE('BALF')
                       PERFORM SEND-INSUFFICIENT-FUNDS-MSG
                   END-IF
               WHEN DFHRESP(NOTFND)
                   IF WS-OVERDRAFT-LIMIT - WS-HELD-AMOUNT
                       >= USER-AMOUNT THEN
                       COMPUTE BALF-BALANCE = 0 - USER-AMOUNT
                       EXEC CICS
                       WRITE FILE('BALF')
           END-IF
           EXIT.

       GET-HELD-AMOUNT-PARA.
      * TOTALS THE ACCOUNT'S ACTIVE FHOLDF HOLDS INTO
      * WS-HELD-AMOUNT. THE HOLD KEY LEADS WITH THE BANK ACCOUNT,
      * SO THE BROWSE STARTS AT THE ACCOUNT'S FIRST HOLD AND STOPS
      * AT THE NEXT ACCOUNT'S. A HOLD WITH A RELEASE DATE OF
      * TODAY OR EARLIER HAS MATURED EVEN IF THE NIGHTLY HLDRELB
      * HAS NOT MARKED IT RELEASED YET. ANY BROWSE ERROR LEAVES
      * IF-HELD-AMOUNT-KNOWN 'N' - THE DEBIT IS REFUSED RATHER
      * THAN LET HELD FUNDS GO

           MOVE 0 TO WS-HELD-AMOUNT
           MOVE 'N' TO IF-HELD-AMOUNT-KNOWN
           MOVE 'N' TO IF-HOLD-BROWSE-DONE

           EXEC CICS
           ASKTIME
           ABSTIME(WS-TIMESTAMP)
           END-EXEC
           EXEC CICS
           FORMATTIME
           ABSTIME(WS-TIMESTAMP)
           YYYYMMDD(WS-TS-DATE)
           TIME(WS-TS-TIME)
           END-EXEC

           MOVE LOW-VALUES TO FHOLDF-KEY
           MOVE USER-BANK-ACCOUNT TO FHOLDF-BANK-ACCOUNT

           EXEC CICS
           STARTBR
           FILE('FHOLDF')
           RIDFLD(FHOLDF-KEY)
           REQID('HOLD')
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE 'Y' TO IF-HELD-AMOUNT-KNOWN
               PERFORM READ-NEXT-HOLD-PARA
                   UNTIL HOLD-BROWSE-DONE
               EXEC CICS
               ENDBR
               FILE('FHOLDF')
               REQID('HOLD')
               RESP(RESPCODE)
               END-EXEC
           WHEN DFHRESP(NOTFND)
      * NOTHING ON FILE AT OR PAST THIS ACCOUNT - NO HOLDS
               MOVE 'Y' TO IF-HELD-AMOUNT-KNOWN
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           EXIT.

       READ-NEXT-HOLD-PARA.
      * ONE READNEXT OF THE HOLD BROWSE FOR GET-HELD-AMOUNT-PARA

           EXEC CICS
           READNEXT
           FILE('FHOLDF')
           INTO(FS-FHOLDF)
           RIDFLD(FHOLDF-KEY)
           REQID('HOLD')
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               IF FHOLDF-BANK-ACCOUNT = USER-BANK-ACCOUNT THEN
                   IF FHOLDF-ACTIVE AND
                      (FHOLDF-RELEASE-DATE = SPACES OR
                       FHOLDF-RELEASE-DATE > WS-TS-DATE) THEN
                       ADD FHOLDF-AMOUNT TO WS-HELD-AMOUNT
                   END-IF
               ELSE
                   MOVE 'Y' TO IF-HOLD-BROWSE-DONE
               END-IF
           WHEN DFHRESP(ENDFILE)
               MOVE 'Y' TO IF-HOLD-BROWSE-DONE
           WHEN OTHER
               MOVE 'N' TO IF-HELD-AMOUNT-KNOWN
               MOVE 'Y' TO IF-HOLD-BROWSE-DONE
           END-EVALUATE
           EXIT.

       RECORD-WITHDRAW-TRANF.
      * FILLS TRANF-POST-DATA FOR THE WITHDRAWAL JUST POSTED AND
      * APPENDS THE JOURNAL ROW
      * ACCOUNT WITHOUT ARRIVING IN THE OTHER.
      * FUNDS RULES ARE THE SAME AS WITHDRAW-PARA: NO BALF RECORD
      * MEANS A ZERO BALANCE, AND THE BALANCE PLUS ANY AUTHORIZED
      * ODLIMF OVERDRAFT LIMIT MUST COVER THE AMOUNT.
      * THE AMOUNT IS KEYED, LIMIT-CHECKED AND DEBITED IN THE
      * SOURCE ACCOUNT'S CURRENCY; THE TARGET IS CREDITED IN ITS
      * OWN (SEE SET-CREDIT-AMOUNT-PARA)

           PERFORM VALIDATE-AMOUNT-PARA
           IF NOT AMOUNT-VALID THEN

       VERIFY-TARGET-AND-POST-PARA.
      * THE AMOUNT HAS PASSED ITS CHECKS - VERIFY THE TARGET
      * ACCOUNT IS REAL ON DATAF, WORK OUT WHAT IT IS CREDITED
      * AND THEN MOVE THE MONEY. FS-DATAF STILL HOLDS THE SOURCE
      * ACCOUNT FROM CHECK-DATAF-FOR-ACCOUNT, SO ITS CURRENCY IS
      * KEPT BEFORE THE TARGET READ OVERWRITES IT

           MOVE DATAF-CURRENCY TO WS-SOURCE-CURRENCY
           PERFORM CHECK-TARGET-DATAF-PARA

           EVALUATE TRUE
           WHEN TARGET-DATAF-EXIST
               MOVE DATAF-CURRENCY TO WS-TARGET-CURRENCY
               PERFORM SET-CREDIT-AMOUNT-PARA
               IF NOT FX-RATE-OK THEN
                   PERFORM SEND-NO-FX-RATE-MSG
               ELSE
                   PERFORM GET-HELD-AMOUNT-PARA
                   IF HELD-AMOUNT-KNOWN THEN
                       PERFORM DEBIT-AND-CREDIT-PARA
                   ELSE
                       PERFORM SEND-ERROR-MSG
                   END-IF
               END-IF
           WHEN TARGET-DATAF-NOT-EXIST
               PERFORM SEND-TARGET-NOTFND-MSG
           WHEN OTHER
           END-EVALUATE
           EXIT.

       SET-CREDIT-AMOUNT-PARA.
      * A TRANSFER BETWEEN ACCOUNTS OF THE SAME CURRENCY CREDITS
      * EXACTLY WHAT IT DEBITS. BETWEEN DIFFERENT CURRENCIES THE
      * TARGET IS CREDITED USER-AMOUNT CONVERTED THROUGH THE HOME
      * CURRENCY AT TODAY'S RATEF RATES (ROUNDED TO THE CENT),
      * AND THE CROSS RATE IS KEPT FOR THE JOURNAL. A RATE THAT
      * IS MISSING OR NOT DATED THE CURRENT BUSINESS DATE LEAVES
      * IF-FX-RATE-OK 'N' AND THE TRANSFER IS REFUSED - NEVER
      * CONVERTED AT AN OLD RATE. AN ACCOUNT WITH NO CURRENCY ON
      * DATAF IS A HOME-CURRENCY ACCOUNT

           IF WS-SOURCE-CURRENCY = SPACES OR
              WS-SOURCE-CURRENCY = LOW-VALUES THEN
               MOVE WS-HOME-CURRENCY TO WS-SOURCE-CURRENCY
           END-IF
           IF WS-TARGET-CURRENCY = SPACES OR
              WS-TARGET-CURRENCY = LOW-VALUES THEN
               MOVE WS-HOME-CURRENCY TO WS-TARGET-CURRENCY
           END-IF

           MOVE 'N' TO IF-CROSS-CURRENCY
           MOVE 'Y' TO IF-FX-RATE-OK
           MOVE USER-AMOUNT TO WS-CREDIT-AMOUNT
           MOVE 0 TO WS-FX-RATE

           IF WS-SOURCE-CURRENCY NOT = WS-TARGET-CURRENCY THEN
               MOVE 'Y' TO IF-CROSS-CURRENCY
      * THE RATES MUST BE DATED TODAY - READ THE BUSINESS DATE
               PERFORM GET-POST-DATE-PARA
               IF NOT POST-DATE-OK THEN
                   MOVE 'N' TO IF-FX-RATE-OK
               ELSE
                   MOVE WS-SOURCE-CURRENCY TO WS-RATE-CURRENCY
                   PERFORM GET-FX-RATE-PARA
                   MOVE WS-RATE-FOUND TO WS-SOURCE-RATE
                   MOVE WS-TARGET-CURRENCY TO WS-RATE-CURRENCY
                   PERFORM GET-FX-RATE-PARA
                   MOVE WS-RATE-FOUND TO WS-TARGET-RATE
               END-IF

               IF FX-RATE-OK THEN
                   COMPUTE WS-FX-RATE ROUNDED =
                       WS-SOURCE-RATE / WS-TARGET-RATE
                       ON SIZE ERROR
                           MOVE 'N' TO IF-FX-RATE-OK
                   END-COMPUTE
                   COMPUTE WS-CREDIT-AMOUNT ROUNDED =
                       USER-AMOUNT * WS-SOURCE-RATE / WS-TARGET-RATE
                       ON SIZE ERROR
                           MOVE 'N' TO IF-FX-RATE-OK
                   END-COMPUTE
      * AN AMOUNT THAT CONVERTS TO NOTHING IS NOT A TRANSFER
                   IF WS-FX-RATE = 0 OR WS-CREDIT-AMOUNT = 0 THEN
                       MOVE 'N' TO IF-FX-RATE-OK
                   END-IF
               END-IF
           END-IF
           EXIT.

       GET-FX-RATE-PARA.
      * LOOKS UP WS-RATE-CURRENCY'S RATE INTO WS-RATE-FOUND. THE
      * HOME CURRENCY IS 1 WITHOUT A READ; ANY OTHER CURRENCY
      * NEEDS A NON-ZERO RATEF RATE DATED THE BUSINESS DATE JUST
      * READ BY GET-POST-DATE-PARA, OTHERWISE IF-FX-RATE-OK IS
      * SET TO 'N'

           MOVE 0 TO WS-RATE-FOUND

           IF WS-RATE-CURRENCY = WS-HOME-CURRENCY THEN
               MOVE 1 TO WS-RATE-FOUND
           ELSE
               MOVE WS-RATE-CURRENCY TO RATEF-CURRENCY

               EXEC CICS
               READ FILE('RATEF')
               INTO(FS-RATEF)
               RIDFLD(RATEF-CURRENCY)
               RESP(RESPCODE)
               END-EXEC

               IF RESPCODE = DFHRESP(NORMAL) AND
                  RATEF-RATE-DATE = BUSDATE-DATE AND
                  RATEF-RATE IS NUMERIC THEN
                   MOVE RATEF-RATE TO WS-RATE-FOUND
               END-IF

               IF WS-RATE-FOUND = 0 THEN
                   MOVE 'N' TO IF-FX-RATE-OK
               END-IF
           END-IF
           EXIT.

       VALIDATE-AMOUNT-PARA.
      * PARAGRAPH VALIDATES THE KEYED AMOUNT AS STRICTLY AS THE
      * OLD IS NUMERIC CHECK DID AND FILLS USER-AMOUNT IN CENTS.
                   MOVE LIMITF-WITHDRAW-MAX TO WS-LIMIT-CAP
               WHEN TRANSFER-OPERATION
                   MOVE LIMITF-TRANSFER-MAX TO WS-LIMIT-CAP
      * MONEY LEAVING THE BANK IS CAPPED THE SAME AS A TRANSFER
               WHEN EXTERNAL-OPERATION
                   MOVE LIMITF-TRANSFER-MAX TO WS-LIMIT-CAP
               WHEN OTHER
                   MOVE 0 TO WS-LIMIT-CAP
               END-EVALUATE
      * THE FUNDS CHECK HONOURS THE ACCOUNT'S AUTHORIZED ODLIMF
      * OVERDRAFT LIMIT, SAME RULE AS POST-WITHDRAW-PARA - A
      * SOURCE WITH NO BALF RECORD YET CAN STILL FUND A TRANSFER
      * OUT OF ITS OVERDRAFT FACILITY. HELD FUNDS ARE NOT
      * AVAILABLE TO TRANSFER EITHER

           PERFORM GET-OVERDRAFT-LIMIT-PARA
           MOVE USER-BANK-ACCOUNT TO BALF-BANK-ACCOUNT

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               IF BALF-BALANCE - WS-HELD-AMOUNT
                   + WS-OVERDRAFT-LIMIT >= USER-AMOUNT THEN
                   SUBTRACT USER-AMOUNT FROM BALF-BALANCE
                   EXEC CICS
                   REWRITE FILE('BALF')
                   PERFORM SEND-INSUFFICIENT-FUNDS-MSG
               END-IF
           WHEN DFHRESP(NOTFND)
               IF WS-OVERDRAFT-LIMIT - WS-HELD-AMOUNT
                   >= USER-AMOUNT THEN
                   COMPUTE BALF-BALANCE = 0 - USER-AMOUNT
                   EXEC CICS
                   WRITE FILE('BALF')
           EXIT.

       CREDIT-TARGET-PARA.
      * CREDITS THE TARGET SIDE OF A TRANSFER WITH WS-CREDIT-AMOUNT
      * (USER-AMOUNT IN THE TARGET'S CURRENCY, SEE
      * SET-CREDIT-AMOUNT-PARA). THE SOURCE DEBIT IS
      * ALREADY REWRITTEN, SO ANY FAILURE IN HERE MUST ROLL THE
      * WHOLE UNIT OF WORK BACK - OTHERWISE THE MONEY WOULD JUST
      * VANISH FROM THE SOURCE ACCOUNT

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               ADD WS-CREDIT-AMOUNT TO BALF-TGT-BALANCE
               EXEC CICS
               REWRITE FILE('BALF')
               FROM(FS-BALF-TGT)
                   PERFORM BACK-OUT-POSTING-PARA
               END-IF
           WHEN DFHRESP(NOTFND)
               MOVE WS-CREDIT-AMOUNT TO BALF-TGT-BALANCE
               EXEC CICS
               WRITE FILE('BALF')
               FROM(FS-BALF-TGT)
      * THE TARGET, EACH WITH ITS OWN BALANCE AFTER, SO EACH
      * CUSTOMER'S HISTORY SHOWS THEIR SIDE OF THE TRANSFER.
      * IF-TRANF-WRITE-OK IS LEFT SHOWING WHETHER BOTH LEGS MADE
      * IT, THE SECOND LEG ISN'T EVEN TRIED AFTER A FAILED FIRST.
      * EACH LEG'S AMOUNT IS IN ITS OWN ACCOUNT'S CURRENCY; ACROSS
      * CURRENCIES EACH ALSO CARRIES THE OTHER LEG'S CURRENCY AND
      * AMOUNT AND THE RATE APPLIED

           MOVE USER-BANK-ACCOUNT TO POST-BANK-ACCOUNT
           MOVE 'T' TO POST-TYPE
           MOVE USER-AMOUNT TO POST-AMOUNT
           MOVE BALF-BALANCE TO POST-BALANCE-AFTER
           IF CROSS-CURRENCY THEN
               MOVE WS-TARGET-CURRENCY TO POST-FX-CURRENCY
               MOVE WS-CREDIT-AMOUNT TO POST-FX-AMOUNT
               MOVE WS-FX-RATE TO POST-FX-RATE
           END-IF
           PERFORM RECORD-TRANF-PARA

           IF TRANF-WRITE-OK THEN
               MOVE USER-TARGET-ACCOUNT TO POST-BANK-ACCOUNT
               MOVE 'F' TO POST-TYPE
               MOVE WS-CREDIT-AMOUNT TO POST-AMOUNT
               MOVE BALF-TGT-BALANCE TO POST-BALANCE-AFTER
               IF CROSS-CURRENCY THEN
                   MOVE WS-SOURCE-CURRENCY TO POST-FX-CURRENCY
                   MOVE USER-AMOUNT TO POST-FX-AMOUNT
                   MOVE WS-FX-RATE TO POST-FX-RATE
               END-IF
               PERFORM RECORD-TRANF-PARA
           END-IF
           EXIT.

       EXTERNAL-PAYMENT-PARA.
      * PARAGRAPH PAYS USER-AMOUNT TO A BENEFICIARY AT ANOTHER
      * BANK. THE BENEFICIARY CANNOT BE CHECKED HERE - ONLY THE
      * RECEIVING BANK KNOWS ITS ACCOUNTS, AND A BAD ONE COMES
      * BACK ON THE CLEARING HOUSE RETURNS (SEE EXTRETB) - SO
      * THE BANK CODE AND ACCOUNT ONLY HAVE TO BE KEYED. THE
      * AMOUNT IS VETTED LIKE ANY OTHER, MUST NOT BE ZERO, AND
      * IS CAPPED BY THE LIMITF TRANSFER MAXIMUM. FUNDS RULES ARE
      * THE SAME AS A WITHDRAWAL: BALF LESS ACTIVE HOLDS PLUS ANY
      * ODLIMF OVERDRAFT LIMIT MUST COVER IT. THE CLEARING HOUSE
      * SETTLES IN PLN ONLY, SO THE ACCOUNT (STILL IN FS-DATAF
      * FROM CHECK-DATAF-FOR-ACCOUNT) MUST BE A PLN ACCOUNT

           PERFORM VALIDATE-AMOUNT-PARA
           IF DATAF-CURRENCY NOT = SPACES AND
              DATAF-CURRENCY NOT = LOW-VALUES AND
              DATAF-CURRENCY NOT = WS-HOME-CURRENCY THEN
               PERFORM SEND-EXTERNAL-PLN-ONLY-MSG
           ELSE
           IF NOT AMOUNT-VALID OR USER-AMOUNT = 0 THEN
               PERFORM SEND-INVALID-AMOUNT-MSG
           ELSE
           IF USER-BENE-BANK = SPACES OR
              USER-BENE-ACCOUNT = SPACES THEN
               PERFORM SEND-INVALID-BENEFICIARY-MSG
           ELSE
               PERFORM CHECK-AMOUNT-LIMIT-PARA
               EVALUATE TRUE
               WHEN AMOUNT-ALLOWED
                   PERFORM GET-HELD-AMOUNT-PARA
                   IF HELD-AMOUNT-KNOWN THEN
                       PERFORM POST-EXTERNAL-PAYMENT-PARA
                   ELSE
                       PERFORM SEND-ERROR-MSG
                   END-IF
               WHEN AMOUNT-OVER-LIMIT
                   PERFORM SEND-OVER-LIMIT-MSG
               WHEN OTHER
                   PERFORM SEND-ERROR-MSG
               END-EVALUATE
           END-IF
           END-IF
           END-IF
           EXIT.

       POST-EXTERNAL-PAYMENT-PARA.
      * DEBITS BALF, JOURNALS THE TYPE 'E' ROW AND QUEUES THE
      * PAYMENT ON EXTPF - ALL THREE OR NONE, SAME RULE AS A
      * DEPOSIT AND ITS HOLD. A BALF RECORD THAT DOES NOT EXIST
      * YET IS CREATED OVERDRAWN, SAME AS POST-WITHDRAW-PARA

               PERFORM GET-OVERDRAFT-LIMIT-PARA
               MOVE USER-BANK-ACCOUNT TO BALF-BANK-ACCOUNT

               EXEC CICS
               READ FILE('BALF')
               INTO(FS-BALF)
               RIDFLD(BALF-BANK-ACCOUNT)
               UPDATE
               RESP(RESPCODE)
               END-EXEC

               EVALUATE RESPCODE
               WHEN DFHRESP(NORMAL)
                   IF BALF-BALANCE - WS-HELD-AMOUNT
                       + WS-OVERDRAFT-LIMIT >= USER-AMOUNT THEN
                       SUBTRACT USER-AMOUNT FROM BALF-BALANCE
                       EXEC CICS
                       REWRITE FILE('BALF')
                       FROM(FS-BALF)
                       RESP(RESPCODE)
                       END-EXEC
                       IF RESPCODE = DFHRESP(NORMAL) THEN
                           PERFORM RECORD-EXTERNAL-PAYMENT-PARA
                       ELSE
                           PERFORM SEND-ERROR-MSG
                       END-IF
                   ELSE
                       PERFORM SEND-INSUFFICIENT-FUNDS-MSG
                   END-IF
               WHEN DFHRESP(NOTFND)
                   IF WS-OVERDRAFT-LIMIT - WS-HELD-AMOUNT
                       >= USER-AMOUNT THEN
                       COMPUTE BALF-BALANCE = 0 - USER-AMOUNT
                       EXEC CICS
                       WRITE FILE('BALF')
                       FROM(FS-BALF)
                       RIDFLD(BALF-BANK-ACCOUNT)
                       RESP(RESPCODE)
                       END-EXEC
                       IF RESPCODE = DFHRESP(NORMAL) THEN
                           PERFORM RECORD-EXTERNAL-PAYMENT-PARA
                       ELSE
                           PERFORM SEND-ERROR-MSG
                       END-IF
                   ELSE
                       PERFORM SEND-INSUFFICIENT-FUNDS-MSG
                   END-IF
               WHEN OTHER
                   PERFORM SEND-ERROR-MSG
               END-EVALUATE
           EXIT.

       RECORD-EXTERNAL-PAYMENT-PARA.
      * THE BALF DEBIT IS REWRITTEN - JOURNAL IT AND QUEUE THE
      * PAYMENT, OR BACK THE WHOLE THING OUT. THE 'E' ROW
      * CARRIES ITS SIGNED EFFECT (NEGATIVE) IN THE AMOUNT, SAME
      * AS THE FEECHGB FEES, SO TRECONCB AND GLEXTRB NEED NO
      * SPECIAL CASE FOR IT

           MOVE USER-BANK-ACCOUNT TO POST-BANK-ACCOUNT
           MOVE 'E' TO POST-TYPE
           COMPUTE POST-AMOUNT = 0 - USER-AMOUNT
           MOVE BALF-BALANCE TO POST-BALANCE-AFTER
           PERFORM RECORD-TRANF-PARA

           MOVE 'N' TO IF-EXTPF-WRITE-OK
           IF TRANF-WRITE-OK THEN
               PERFORM QUEUE-EXTERNAL-PAYMENT-PARA
           END-IF

           IF TRANF-WRITE-OK AND EXTPF-WRITE-OK THEN
               PERFORM SEND-PAYMENT-QUEUED-MSG
           ELSE
               PERFORM BACK-OUT-POSTING-PARA
           END-IF
           EXIT.

       QUEUE-EXTERNAL-PAYMENT-PARA.
      * THE QUEUE RECORD TAKES THE 'E' ROW'S OWN KEY, WHICH IS
      * ALSO THE PAYMENT'S IDENTITY ON THE CLEARING FILE. THE
      * TRANF KEY IS UNIQUE, SO A DUPREC HERE IS A REAL ERROR

           MOVE TRANF-KEY TO EXTPF-KEY
           MOVE USER-BENE-BANK TO EXTPF-BENE-BANK
           MOVE USER-BENE-ACCOUNT TO EXTPF-BENE-ACCOUNT
           MOVE USER-BENE-REFERENCE TO EXTPF-REFERENCE
           MOVE USER-AMOUNT TO EXTPF-AMOUNT
           MOVE 'Q' TO EXTPF-STATUS
           MOVE SPACES TO EXTPF-SENT-DATE
           MOVE SPACES TO EXTPF-RETURN-DATE
           MOVE SPACES TO EXTPF-RETURN-REASON

           EXEC CICS
           WRITE FILE('EXTPF')
           FROM(FS-EXTPF)
           RIDFLD(EXTPF-KEY)
           RESP(RESPCODE)
           END-EXEC

           IF RESPCODE = DFHRESP(NORMAL) THEN
               MOVE 'Y' TO IF-EXTPF-WRITE-OK
           END-IF
           EXIT.

       BALANCE-INQUIRY-PARA.
      * PARAGRAPH REPORTS THE ACCOUNT'S CURRENT BALF BALANCE,
      * ZERO IF THE ACCOUNT HAS NEVER HAD A TRANSACTION
           WHEN 'P'
      * EXTERNAL CREDIT POSTED BY THE PAYINB CLEARING INTAKE
               MOVE 'EXT CREDIT' TO HDL-TYPE
           WHEN 'M'
      * MONTH-END FEES CHARGED BY FEECHGB
               MOVE 'MONTHLY FEE' TO HDL-TYPE
           WHEN 'L'
               MOVE 'LOW BAL FEE' TO HDL-TYPE
           WHEN 'X'
               MOVE 'OVERLMT FEE' TO HDL-TYPE
           WHEN 'E'
      * EXTERNAL PAYMENT TO ANOTHER BANK, AND ITS RE-CREDIT WHEN
      * THE CLEARING HOUSE RETURNS IT (EXTRETB)
               MOVE 'EXT PAYMENT' TO HDL-TYPE
           WHEN 'R'
               MOVE 'PAYMENT RTN' TO HDL-TYPE
           WHEN 'K'
      * PENALTY FOR BREAKING A TERM DEPOSIT EARLY (MAPTDBP)
               MOVE 'BRK PENALTY' TO HDL-TYPE
           WHEN 'N'
      * PERSONAL LOAN PAID OUT (MAPLONP) AND ITS INSTALLMENTS
      * COLLECTED (LOANCOLB)
               MOVE 'LOAN ADVANCE' TO HDL-TYPE
           WHEN 'Q'
               MOVE 'LOAN REPAYMT' TO HDL-TYPE
           WHEN 'C'
      * CHEQUE DRAWN ON THE ACCOUNT, PRESENTED THROUGH THE
      * CLEARING HOUSE AND PAID (CHQINB)
               MOVE 'CHEQUE PAID' TO HDL-TYPE
           WHEN OTHER
               MOVE HT-TYPE(WS-HIST-SLOT) TO HDL-TYPE
           END-EVALUATE
      * NUMBER STARTS AT 000 AND IS BUMPED ON DUPREC, SO TWO
      * POSTINGS TO THE SAME ACCOUNT IN THE SAME MILLISECOND BOTH
      * GET THEIR ROW INSTEAD OF ONE SILENTLY VANISHING. THE
      * OUTCOME IS LEFT IN IF-TRANF-WRITE-OK FOR THE CALLER. A ROW
      * WITH NO BUSINESS DATE IS NEVER WRITTEN - IF BUSDATE CANNOT
      * BE READ THE WRITE IS TREATED AS FAILED AND THE CALLER
      * BACKS THE POSTING OUT

           PERFORM GET-POST-DATE-PARA

           EXEC CICS
           ASKTIME
           MOVE POST-AMOUNT TO TRANF-AMOUNT
           MOVE POST-BALANCE-AFTER TO TRANF-BALANCE-AFTER
           MOVE SPACES TO TRANF-ORIG-KEY
           MOVE POST-FX-CURRENCY TO TRANF-FX-CURRENCY
           MOVE POST-FX-AMOUNT TO TRANF-FX-AMOUNT
           MOVE POST-FX-RATE TO TRANF-FX-RATE
      * THE TERMINAL THAT KEYED THE POSTING, FOR THE TLRPRFB
      * TELLER PROOF REPORT AND DISPUTE WORK
           MOVE EIBTRMID TO TRANF-TERMINAL

           MOVE 'N' TO IF-TRANF-WRITE-OK
           MOVE 'N' TO IF-TRANF-WRITE-DONE
           IF NOT POST-DATE-OK THEN
               MOVE 'Y' TO IF-TRANF-WRITE-DONE
           END-IF

           PERFORM WRITE-TRANF-RECORD-PARA
               UNTIL TRANF-WRITE-DONE
           EXIT.

       GET-POST-DATE-PARA.
      * READS THE BUSDATE CONTROL RECORD AND SETS TRANF-POST-DATE
      * TO THE BUSINESS DAY THE POSTING BELONGS TO: THE CURRENT
      * BUSINESS DATE, OR THE NEXT ONE ONCE THE END-OF-DAY CUTOFF
      * IS TAKEN. IF-POST-DATE-OK IS 'N' WHEN THERE IS NO USABLE
      * DATE

           MOVE 'N' TO IF-POST-DATE-OK
           MOVE SPACES TO TRANF-POST-DATE
           MOVE 'BUSDATE' TO BUSDATE-ID

           EXEC CICS
           READ FILE('BUSDATE')
           INTO(FS-BUSDATE)
           RIDFLD(BUSDATE-ID)
           RESP(RESPCODE)
           END-EXEC

           IF RESPCODE = DFHRESP(NORMAL) THEN
               IF BUSDATE-CUTOFF-TAKEN THEN
                   MOVE BUSDATE-NEXT-DATE TO TRANF-POST-DATE
               ELSE
                   MOVE BUSDATE-DATE TO TRANF-POST-DATE
               END-IF
               IF TRANF-POST-DATE IS NUMERIC THEN
                   MOVE 'Y' TO IF-POST-DATE-OK
               END-IF
           END-IF
           EXIT.

       WRITE-TRANF-RECORD-PARA.
      * ONE WRITE ATTEMPT AGAINST TRANF FOR RECORD-TRANF-PARA.
      * DUPREC MEANS ANOTHER ROW ALREADY OWNS THIS ACCOUNT /
           EXIT.

       SEND-DEPOSIT-OK-MSG.
           IF HOLD-PLACED THEN
               MOVE DEPOSIT-HELD-MSG TO RL-TEXT
           ELSE
               MOVE DEPOSIT-OK-MSG TO RL-TEXT
           END-IF
           MOVE BALF-BALANCE TO RL-AMOUNT
           MOVE RESULT-LINE TO MSGO
           PERFORM SEND-THE-DATA
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-PAYMENT-QUEUED-MSG.
           MOVE PAYMENT-QUEUED-MSG TO RL-TEXT
           MOVE BALF-BALANCE TO RL-AMOUNT
           MOVE RESULT-LINE TO MSGO
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-INVALID-BENEFICIARY-MSG.
           MOVE INVALID-BENEFICIARY-MSG TO MSGO
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-BALANCE-MSG.
           MOVE BALANCE-IS-MSG TO RL-TEXT
           MOVE BALF-BALANCE TO RL-AMOUNT
           EXIT.

       SEND-INSUFFICIENT-FUNDS-MSG.
           IF WS-HELD-AMOUNT > 0 THEN
               MOVE FUNDS-HELD-MSG TO RL-TEXT
               MOVE WS-HELD-AMOUNT TO RL-AMOUNT
               MOVE RESULT-LINE TO MSGO
           ELSE
               MOVE INSUFFICIENT-FUNDS-MSG TO MSGO
           END-IF
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-NO-FX-RATE-MSG.
           MOVE NO-FX-RATE-MSG TO MSGO
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-EXTERNAL-PLN-ONLY-MSG.
           MOVE EXTERNAL-PLN-ONLY-MSG TO MSGO
           PERFORM SEND-THE-DATA
           EXIT.

           PERFORM SEND-THE-DATA
           EXIT.

       SEND-TERM-LOCKED-MSG.
           MOVE TDF-MATURITY-DATE TO TLL-MATURITY-DATE
           MOVE TERM-LOCKED-LINE TO MSGO
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-NOTFND-ERROR-MSG.
           MOVE NOTFND-ERROR-MSG TO MSGO
           PERFORM SEND-THE-DATA
