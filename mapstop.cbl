      * keyed transfer.
      * same session rule as MAPBANKP: only the account this
      * terminal authenticated through MAPLOGP may have its
      * standing orders touched.
      * THE ORDER AMOUNT IS IN THE CUSTOMER'S OWN CURRENCY AND
      * STORDRB NEVER CONVERTS IT, SO A TARGET HELD IN ANOTHER
      * CURRENCY IS REFUSED HERE (A BLANK CURRENCY ON DATAF MEANS
      * THE HOME CURRENCY, PLN)

       DATA DIVISION.
       WORKING-STORAGE SECTION.
               VALUE 'TOO MANY STANDING ORDERS ON THE ACCOUNT'.
           05 BAD-CHECK-DIGIT-MSG PIC X(36)
               VALUE 'TARGET ACCOUNT FAILS ITS CHECK DIGIT'.
           05 CURRENCY-DIFFERS-MSG PIC X(45)
               VALUE 'TARGET ACCOUNT IS HELD IN ANOTHER CURRENCY'.

      * program variables where screen variables goes
       01 SCREEN-DATA.
           05 USER-DAY           PIC 9(2).
           05 USER-ORDER-TEXT    PIC X(2).

      * dataf file, only the bank account, the status byte and
      * the currency are needed here - a closed account is
      * treated like one that does not exist, same as MAPBANKP's
      * target check
       01 FS-DATAF.
           05 DATAF-BANK-ACCOUNT PIC X(26).
           05 FILLER             PIC X(123).
           05 FILLER             PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05 FILLER             PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN
           05 DATAF-CURRENCY     PIC X(3).

       01 WS-HOME-CURRENCY       PIC X(3) VALUE 'PLN'.
       01 WS-TARGET-CURRENCY     PIC X(3).
       01 WS-SOURCE-CURRENCY     PIC X(3).

      * standf file, one record per standing order. THE KEY LEADS
      * WITH THE BANK ACCOUNT SO ONE ACCOUNT'S ORDERS ARE A
           88 TARGET-DATAF-NOT-EXIST VALUE 'N'.
           88 TARGET-DATAF-OTHER-ERROR VALUE 'O'.

      * SET BY CHECK-SAME-CURRENCY-PARA
       01 IF-SAME-CURRENCY PIC X.
           88 SAME-CURRENCY          VALUE 'Y'.
           88 CURRENCY-DIFFERS       VALUE 'N'.
           88 CURRENCY-OTHER-ERROR   VALUE 'O'.

      * SET BY WRITE-STANDF-RECORD-PARA SO ADD-ORDER-PARA CAN
      * TELL WHETHER THE ORDER ACTUALLY MADE IT TO FILE
       01 IF-STANDF-WRITE-OK PIC X.
      * PARAGRAPH VALIDATES A NEW STANDING ORDER THE SAME WAY
      * TRANSFER-PARA IN MAPBANKP VALIDATES A TRANSFER - AMOUNT
      * NUMERIC, TARGET KEYED, DIFFERENT FROM THE OWN ACCOUNT AND
      * REAL ON DATAF - PLUS THE DAY OF MONTH AND THE TARGET'S
      * CURRENCY, THEN WRITES THE STANDF RECORD. A DAY OF 29-31
      * SIMPLY DOES NOT POST IN A MONTH THAT HAS NO SUCH DAY

           PERFORM VALIDATE-AMOUNT-PARA
           IF NOT AMOUNT-VALID THEN
                   PERFORM CHECK-TARGET-DATAF-PARA
                   EVALUATE TRUE
                   WHEN TARGET-DATAF-EXIST
                       PERFORM CHECK-SAME-CURRENCY-PARA
                       EVALUATE TRUE
                       WHEN SAME-CURRENCY
                           PERFORM WRITE-ORDER-PARA
                       WHEN CURRENCY-DIFFERS
                           PERFORM SEND-CURRENCY-DIFFERS-MSG
                       WHEN OTHER
                           PERFORM SEND-ERROR-MSG
                       END-EVALUATE
                   WHEN TARGET-DATAF-NOT-EXIST
                       PERFORM SEND-TARGET-NOTFND-MSG
                   WHEN OTHER
                   MOVE 'N' TO IF-TARGET-DATAF-EXIST
               ELSE
                   MOVE 'Y' TO IF-TARGET-DATAF-EXIST
                   MOVE DATAF-CURRENCY TO WS-TARGET-CURRENCY
               END-IF
           WHEN DFHRESP(NOTFND)
               MOVE 'N' TO IF-TARGET-DATAF-EXIST
           END-EVALUATE
           EXIT.

       CHECK-SAME-CURRENCY-PARA.
      * paragraph reads the customer's own account off DATAF and
      * compares its currency with the target's, which
      * CHECK-TARGET-DATAF-PARA has just kept. STORDRB POSTS THE
      * AMOUNT UNCONVERTED TO BOTH LEGS, SO THEY MUST MATCH

           MOVE USER-BANK-ACCOUNT TO DATAF-BANK-ACCOUNT

           EXEC CICS
           READ FILE('DATAF')
           INTO(FS-DATAF)
           RIDFLD(DATAF-BANK-ACCOUNT)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE DATAF-CURRENCY TO WS-SOURCE-CURRENCY
               IF WS-SOURCE-CURRENCY = SPACES OR
                  WS-SOURCE-CURRENCY = LOW-VALUES THEN
                   MOVE WS-HOME-CURRENCY TO WS-SOURCE-CURRENCY
               END-IF
               IF WS-TARGET-CURRENCY = SPACES OR
                  WS-TARGET-CURRENCY = LOW-VALUES THEN
                   MOVE WS-HOME-CURRENCY TO WS-TARGET-CURRENCY
               END-IF
               IF WS-SOURCE-CURRENCY = WS-TARGET-CURRENCY THEN
                   MOVE 'Y' TO IF-SAME-CURRENCY
               ELSE
                   MOVE 'N' TO IF-SAME-CURRENCY
               END-IF
           WHEN OTHER
               MOVE 'O' TO IF-SAME-CURRENCY
           END-EVALUATE
           EXIT.

       WRITE-ORDER-PARA.
      * PARAGRAPH APPENDS THE VALIDATED ORDER TO STANDF. THE
      * ORDER NUMBER STARTS AT 01 AND IS BUMPED ON DUPREC, SO AN
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-CURRENCY-DIFFERS-MSG.
           MOVE CURRENCY-DIFFERS-MSG TO MSGO
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-SAME-ACCOUNT-MSG.
           MOVE SAME-ACCOUNT-MSG TO MSGO
           PERFORM SEND-THE-DATA
