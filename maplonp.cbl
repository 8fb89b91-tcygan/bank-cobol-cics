       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPLONP.

      * staff personal-loan booking, reachable from mapmenup as
      * option G. a personal loan is an installment loan booked
      * against a customer's current account: the LOANF record
      * carries the principal, fixed annual rate, term and
      * repayment day, and LNSCHF carries its amortisation
      * schedule, one record per monthly installment.
      * this screen lists the loans on an account (L) or books a
      * new one (B). booking works out the level monthly
      * installment (annuity method, interest on the outstanding
      * principal at rate / 12 a month - the last installment
      * takes up the rounding), writes the loan and every line of
      * its schedule, and pays the principal out to the account
      * (type 'N', loan advance). the first installment falls on
      * the repayment day of the month after the booking date; the
      * day is kept to 01-28 so every month has it. the daily
      * LOANCOLB collects the installments from the same account.
      * the loan, its schedule, the BALF update and the journal
      * row are one unit of work - any failure backs them all out.
      * a closed account, or one locked as an active term deposit,
      * cannot take a loan. access to the 'LOAN' transaction is
      * restricted to lending staff through transaction security

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY MAPLON.
           COPY COMMSESS.
           COPY SESSIDLE.

       01 RESPCODE PIC S9(8) COMP.

       01 WS-TIMESTAMP PIC S9(14) COMP.
      * HUMAN-READABLE STAMP, YYYYMMDDHHMMSS WITH A TRAILING
      * SPACE, BUILT FROM ASKTIME BY FORMATTIME
       01 WS-TIMESTAMP-FORMAT.
           05 WS-TS-DATE PIC X(8).
           05 WS-TS-TIME PIC X(6).
           05 FILLER     PIC X VALUE SPACE.

       01 MESSAGES-TO-USER.
           05 INVALID-KEY-MSG PIC X(11) VALUE 'INVALID KEY'.
           05 MAPFAIL-MSG PIC X(31)
               VALUE 'YOU DID NOT PROVIDE PROPER DATA'.
           05 ERROR-MSG PIC X(20) VALUE 'SOMETHING WENT WRONG'.
           05 NOTFND-ERROR-MSG PIC X(28)
               VALUE 'THERE IS NO SUCH BANK NUMBER'.
           05 INVALID-ACTION-MSG PIC X(40)
               VALUE 'ACTION MUST BE L (LIST) OR B (BOOK)'.
           05 INVALID-AMOUNT-MSG PIC X(45)
               VALUE 'PRINCIPAL MUST BE NNNNNNNNN OR NNNNNNNNN.NN'.
           05 INVALID-RATE-MSG PIC X(45)
               VALUE 'RATE MUST BE NN OR NN.NNNN, AT MOST 25.0000'.
           05 INVALID-TERM-MSG PIC X(40)
               VALUE 'TERM MUST BE 001-360 MONTHS'.
           05 INVALID-DAY-MSG PIC X(40)
               VALUE 'REPAYMENT DAY MUST BE 01-28'.
           05 ACCOUNT-CLOSED-MSG PIC X(40)
               VALUE 'ACCOUNT IS CLOSED - NO NEW LOANS'.
           05 TERM-DEPOSIT-MSG PIC X(40)
               VALUE 'A TERM DEPOSIT CANNOT TAKE A LOAN'.
           05 NO-BUSDATE-MSG PIC X(40)
               VALUE 'BUSINESS DATE UNAVAILABLE - TRY LATER'.
           05 TOO-MANY-LOANS-MSG PIC X(40)
               VALUE 'ACCOUNT ALREADY CARRIES 99 LOANS'.
           05 LOANS-SHOWN-MSG PIC X(40)
               VALUE 'LOANS ON THIS ACCOUNT SHOWN'.
           05 NO-LOANS-MSG PIC X(40)
               VALUE 'NO LOANS ON THIS ACCOUNT'.

      * program variables where screen variables goes
       01 SCREEN-DATA.
           05 USER-BANK-ACCOUNT PIC X(26).
           05 USER-ACTION       PIC X.
               88 LIST-ACTION        VALUE 'L'.
               88 BOOK-ACTION        VALUE 'B'.
      * PRINCIPAL AS KEYED, SAME FIELD RULES AS THE MAPBANKP
      * BANKING SCREEN AMOUNT: NINE WHOLE-UNIT DIGITS ALONE, OR
      * NINE DIGITS, A DECIMAL POINT AND EXACTLY TWO CENTS
      * DIGITS. SEE VALIDATE-AMOUNT-PARA
           05 USER-AMOUNT-TEXT   PIC X(12).
           05 USER-AMOUNT-PARTS REDEFINES USER-AMOUNT-TEXT.
               10 UA-WHOLE-TEXT  PIC X(9).
               10 UA-DOT         PIC X.
               10 UA-CENTS-TEXT  PIC X(2).
           05 USER-AMOUNT        PIC 9(9)V99.
           05 UA-WHOLE           PIC 9(9).
           05 UA-CENTS           PIC 9(2).
      * ANNUAL RATE AS KEYED: TWO WHOLE DIGITS ALONE, OR TWO
      * DIGITS, A DECIMAL POINT AND EXACTLY FOUR DECIMALS - THE
      * SAME PRECISION PRODF AND TDF CARRY. SEE VALIDATE-RATE-PARA
           05 USER-RATE-TEXT     PIC X(7).
           05 USER-RATE-PARTS REDEFINES USER-RATE-TEXT.
               10 UR-WHOLE-TEXT  PIC X(2).
               10 UR-DOT         PIC X.
               10 UR-FRAC-TEXT   PIC X(4).
           05 USER-RATE          PIC 9(2)V9(4).
           05 UR-WHOLE           PIC 9(2).
           05 UR-FRAC            PIC 9(4).
           05 USER-TERM-TEXT     PIC X(3).
           05 USER-TERM          PIC 9(3).
           05 USER-DAY-TEXT      PIC X(2).
           05 USER-DAY           PIC 9(2).

      * LENDING LIMITS. THE RATE CEILING ALSO KEEPS THE ANNUITY
      * GROWTH FACTOR INSIDE WS-GROWTH OVER THE LONGEST TERM
       01 WS-MAX-LOAN-RATE PIC 9(2)V9(4) VALUE 25.0000.
       01 WS-MAX-LOAN-TERM PIC 9(3) VALUE 360.

      * THE MESSAGE FOR THE BOTTOM LINE, HELD WHILE THE LOAN LIST
      * IS REBUILT UNDERNEATH IT
       01 WS-USER-MSG PIC X(60).

      * dataf file. THE ACCOUNT KEYED MUST EXIST; ITS CURRENCY AND
      * PRIMARY CUSTOMER GO ON THE LOAN
       01 FS-DATAF.
           05 DATAF-BANK-ACCOUNT PIC X(26).
           05 FILLER             PIC X(112).
           05 DATAF-ID-NUM       PIC X(11).
           05 DATAF-STATUS       PIC X.
               88 DATAF-ACCT-CLOSED VALUE 'C'.
           05 FILLER             PIC X(15).
           05 DATAF-PRODUCT-CODE PIC X(2).
           05 DATAF-CURRENCY     PIC X(3).

       01 WS-LOAN-CURRENCY PIC X(3).
       01 WS-LOAN-ID-NUM   PIC X(11).

      * tdf file (LAYOUT IN JCL/TDF.JCL) - ONLY THE STATUS MATTERS
      * HERE: AN ACTIVE TERM DEPOSIT CANNOT PAY INSTALLMENTS
       01 FS-TDF.
           05 TDF-BANK-ACCOUNT   PIC X(26).
           05 FILLER             PIC X(57).
           05 TDF-STATUS         PIC X.
               88 TDF-ACTIVE     VALUE 'A'.
           05 FILLER             PIC X(46).

      * loanf file, one record per personal loan (SEE LOANF.JCL)
       01 FS-LOANF.
           05 LOANF-KEY.
               10 LOANF-BANK-ACCOUNT  PIC X(26).
               10 LOANF-LOAN-NUM      PIC 9(2).
           05 LOANF-ID-NUM            PIC X(11).
           05 LOANF-CURRENCY          PIC X(3).
           05 LOANF-PRINCIPAL         PIC 9(9)V99.
           05 LOANF-RATE              PIC 9(2)V9(4).
           05 LOANF-TERM-MONTHS       PIC 9(3).
           05 LOANF-REPAY-DAY         PIC 9(2).
           05 LOANF-INSTALLMENT       PIC 9(9)V99.
           05 LOANF-BOOKED-DATE       PIC X(8).
           05 LOANF-FIRST-DUE-DATE    PIC X(8).
           05 LOANF-LAST-DUE-DATE     PIC X(8).
           05 LOANF-OUTSTANDING       PIC 9(9)V99.
           05 LOANF-PAID-COUNT        PIC 9(3).
           05 LOANF-INTEREST-PAID     PIC 9(9)V99.
           05 LOANF-ARREARS-COUNT     PIC 9(3).
           05 LOANF-ARREARS-AMOUNT    PIC 9(9)V99.
           05 LOANF-ARREARS-SINCE     PIC X(8).
           05 LOANF-STATUS            PIC X.
               88 LOANF-ACTIVE        VALUE 'A'.
               88 LOANF-PAID-OFF      VALUE 'P'.
           05 LOANF-BOOKED-BY         PIC X(8).

      * lnschf file, one record per installment (SEE LNSCHF.JCL)
       01 FS-LNSCHF.
           05 LNSCHF-KEY.
               10 LNSCHF-BANK-ACCOUNT PIC X(26).
               10 LNSCHF-LOAN-NUM     PIC 9(2).
               10 LNSCHF-INST-NUM     PIC 9(3).
           05 LNSCHF-DUE-DATE         PIC X(8).
           05 LNSCHF-AMOUNT           PIC 9(9)V99.
           05 LNSCHF-INTEREST         PIC 9(9)V99.
           05 LNSCHF-PRINCIPAL        PIC 9(9)V99.
           05 LNSCHF-BALANCE-AFTER    PIC 9(9)V99.
           05 LNSCHF-STATUS           PIC X.
           05 LNSCHF-PAID-DATE        PIC X(8).

      * balf file, one record per account with its balance
       01 FS-BALF.
           05 BALF-BANK-ACCOUNT PIC X(26).
           05 BALF-BALANCE      PIC S9(9)V99.

      * tranf file, the transaction journal (SEE MAPBANKP)
       01 FS-TRANF.
           05 TRANF-KEY.
               10 TRANF-BANK-ACCOUNT   PIC X(26).
               10 TRANF-TIMESTAMP      PIC X(15).
               10 TRANF-SEQ            PIC 9(3).
           05 TRANF-TYPE           PIC X.
           05 TRANF-AMOUNT         PIC S9(9)V99.
           05 TRANF-BALANCE-AFTER  PIC S9(9)V99.
           05 TRANF-ORIG-KEY       PIC X(44).
      * FOUR-CHARACTER IDENTITY OF THE POSTING TERMINAL
      * (EIBTRMID ONLINE, A PSEUDO-TERMINAL LIKE 'BTCH' FOR THE
      * BATCH POSTERS) - SEE THE TLRPRFB TELLER PROOF REPORT
           05 TRANF-TERMINAL       PIC X(4).
      * BUSINESS DAY THE POSTING BELONGS TO (YYYYMMDD) - THE
      * BUSDATE DATE, OR THE NEXT BUSINESS DAY ONCE BUSDAYB
      * HAS TAKEN THE END-OF-DAY CUTOFF (SEE MAPBANKP)
           05 TRANF-POST-DATE      PIC X(8).
      * CROSS-CURRENCY TRANSFER LEGS ONLY: THE OTHER LEG'S
      * CURRENCY AND AMOUNT, AND THE RATE APPLIED (TARGET UNITS
      * PER SOURCE UNIT) - SPACES/ZERO ON EVERY OTHER RECORD
           05 TRANF-FX-CURRENCY    PIC X(3).
           05 TRANF-FX-AMOUNT      PIC S9(9)V99.
           05 TRANF-FX-RATE        PIC 9(5)V9(6).

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

      * THE BOOKING DATE, SPLIT SO THE DUE DATES CAN BE COUNTED
      * ON FROM ITS MONTH
       01 WS-POST-DATE PIC X(8).
       01 WS-POST-DATE-R REDEFINES WS-POST-DATE.
           05 WS-POST-YYYY PIC 9(4).
           05 WS-POST-MM   PIC 9(2).
           05 WS-POST-DD   PIC 9(2).

       01 IF-POST-DATE-OK PIC X.
           88 POST-DATE-OK VALUE 'Y'.

       01 WS-STAFF-ID PIC X(8).

      * THE AMORTISATION: MONTHLY RATE, (1 + RATE) TO THE POWER OF
      * THE TERM, THE LEVEL INSTALLMENT AND THE RUNNING PRINCIPAL
      * AS EACH SCHEDULE LINE IS BUILT
       01 SCHEDULE-VARS.
           05 WS-MONTHLY-RATE      PIC 9V9(12) VALUE 0.
           05 WS-GROWTH            PIC 9(6)V9(12) VALUE 0.
           05 WS-INSTALLMENT       PIC 9(9)V99 VALUE 0.
           05 WS-SCHED-BALANCE     PIC 9(9)V99 VALUE 0.
           05 WS-INTEREST-PART     PIC 9(9)V99 VALUE 0.
           05 WS-PRINCIPAL-PART    PIC S9(9)V99 VALUE 0.
           05 WS-INST-NUM          PIC 9(3) VALUE 0.

      * DUE DATE OF INSTALLMENT WS-INST-NUM, SET BY
      * CALC-DUE-DATE-PARA
       01 WS-DUE-DATE.
           05 WS-DUE-YYYY PIC 9(4).
           05 WS-DUE-MM   PIC 9(2).
           05 WS-DUE-DD   PIC 9(2).
       01 WS-MONTH-COUNT  PIC 9(7).
       01 WS-MONTH-REM    PIC 9(2).

       01 RESULT-LINE.
           05 FILLER       PIC X(5) VALUE 'LOAN '.
           05 RL-LOAN-NUM  PIC 99.
           05 FILLER       PIC X(21) VALUE ' BOOKED, INSTALLMENT '.
           05 RL-AMOUNT    PIC Z(8)9.99.

      * THE LOAN LIST: A HEADING AND ONE LINE PER LOAN
       01 LOAN-HEADING-LINE.
           05 FILLER PIC X(6)  VALUE 'NO CCY'.
           05 FILLER PIC X(13) VALUE '    PRINCIPAL'.
           05 FILLER PIC X(8)  VALUE '    RATE'.
           05 FILLER PIC X(5)  VALUE ' TERM'.
           05 FILLER PIC X(13) VALUE '  INSTALLMENT'.
           05 FILLER PIC X(13) VALUE '  OUTSTANDING'.
           05 FILLER PIC X(4)  VALUE ' ARR'.
           05 FILLER PIC X(7)  VALUE ' STATUS'.

       01 LOAN-DETAIL-LINE.
           05 LNL-NUM         PIC 99.
           05 FILLER          PIC X VALUE SPACE.
           05 LNL-CURRENCY    PIC X(3).
           05 FILLER          PIC X VALUE SPACE.
           05 LNL-PRINCIPAL   PIC Z(8)9.99.
           05 FILLER          PIC X VALUE SPACE.
           05 LNL-RATE        PIC Z9.9999.
           05 FILLER          PIC X VALUE SPACE.
           05 LNL-TERM        PIC ZZ9.
           05 FILLER          PIC X VALUE SPACE.
           05 LNL-INSTALLMENT PIC Z(8)9.99.
           05 FILLER          PIC X VALUE SPACE.
           05 LNL-OUTSTANDING PIC Z(8)9.99.
           05 FILLER          PIC X VALUE SPACE.
           05 LNL-ARREARS     PIC ZZ9.
           05 FILLER          PIC X VALUE SPACE.
           05 LNL-STATUS      PIC X(8).

      * BROWSE KEY FOR THE LOAN LIST, KEPT APART FROM LOANF-KEY
      * SO THE LIST NEVER DISTURBS A LOAN BEING BOOKED
       01 LIST-KEY.
           05 LIST-BANK-ACCOUNT PIC X(26).
           05 FILLER            PIC X(2).

       01 LIST-VARS.
           05 WS-LINE-SUB      PIC S9(4) COMP VALUE 0.
           05 WS-LIST-LIMIT    PIC S9(4) COMP VALUE 6.
           05 WS-LOAN-COUNT    PIC S9(4) COMP VALUE 0.

       01 IF-LIST-DONE PIC X VALUE 'N'.
           88 LIST-DONE VALUE 'Y'.

       01 IF-RECEIVED PIC X.
           88 RECEIVED-SUCCESSFULLY VALUE 'Y'.
           88 MAPFAIL-ERROR         VALUE 'M'.
           88 OTHER-RECEIVE-ERROR   VALUE 'N'.

       01 IF-DATAF-EXIST PIC X.
           88 DATAF-EXIST     VALUE 'Y'.
           88 DATAF-CLOSED    VALUE 'C'.
           88 DATAF-NOT-EXIST VALUE 'N'.
           88 DATAF-OTHER-ERROR VALUE 'O'.

       01 IF-AMOUNT-VALID PIC X.
           88 AMOUNT-VALID VALUE 'Y'.

       01 IF-RATE-VALID PIC X.
           88 RATE-VALID VALUE 'Y'.

       01 IF-TERM-VALID PIC X.
           88 TERM-VALID VALUE 'Y'.

       01 IF-DAY-VALID PIC X.
           88 DAY-VALID VALUE 'Y'.

       01 IF-ACCOUNT-FREE PIC X.
           88 ACCOUNT-FREE VALUE 'Y'.

       01 IF-BALF-READ-OK PIC X.
           88 BALF-READ-OK VALUE 'Y'.

       01 IF-BALF-ON-FILE PIC X.
           88 BALF-ON-FILE VALUE 'Y'.

       01 IF-POSTED-OK PIC X.
           88 POSTED-OK VALUE 'Y'.

       01 IF-LOANF-WRITE-OK PIC X.
           88 LOANF-WRITE-OK VALUE 'Y'.

       01 IF-LOANF-WRITE-DONE PIC X.
           88 LOANF-WRITE-DONE VALUE 'Y'.

       01 IF-TRANF-WRITE-OK PIC X.
           88 TRANF-WRITE-OK VALUE 'Y'.

       01 IF-TRANF-WRITE-DONE PIC X.
           88 TRANF-WRITE-DONE VALUE 'Y'.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(72).

       PROCEDURE DIVISION.
       MAIN.
           IF EIBCALEN = LENGTH OF COMM-SESSION THEN
               MOVE DFHCOMMAREA TO COMM-SESSION
           ELSE
      * NO SESSION YET (OR A COMMAREA FROM BEFORE THIS VERSION)
               MOVE 'I' TO SESS-SCREEN-STATE
               MOVE SPACES TO SESS-SIGNED-ACCOUNT
               MOVE SPACES TO SESS-PROG-AREA
           END-IF
           PERFORM CHECK-SESSION-IDLE-PARA


           IF EIBCALEN = 0 OR SESS-FRESH-ENTRY THEN
      * first display of this screen - either a brand new
      * terminal session or the menu just XCTLED here
               MOVE 'I' TO SESS-SCREEN-STATE
               PERFORM FIRST-TIME-RUN-PARA
           ELSE
      * logic below will allow user action to be processed

               EVALUATE EIBAID
               WHEN DFHENTER
      * when enter will be pressed

                   PERFORM PROCESS-THE-DATA-PARA
               WHEN DFHPF3

      * when f3 button will be pressed
                   PERFORM EXIT-PARA
               WHEN DFHPF1

      * when f1 button will be pressed
                   PERFORM CLEAR-THE-SCREEN-PARA
               WHEN OTHER
      * when non of that will be pressed

                   PERFORM INVALID-KEY-PARA
               END-EVALUATE
           END-IF
      * code below will stop transaction

           EXEC CICS
           RETURN
           TRANSID('LOAN') COMMAREA(COMM-SESSION)
           END-EXEC
           GOBACK.

       INVALID-KEY-PARA.
      * this paragraph will send to the user
      * information that he pressed strange key

           MOVE INVALID-KEY-MSG TO MSGO
           PERFORM SEND-THE-DATA
           EXIT.

       CLEAR-THE-SCREEN-PARA.
      * paragraph will delete all informations from the screen

           MOVE LOW-VALUES TO MAP1O
           PERFORM SEND-THE-DATA-ER
           EXIT.

       FIRST-TIME-RUN-PARA.
      * paragraph is executed only on the start of the transaction

           MOVE LOW-VALUES TO MAP1O
           PERFORM SEND-THE-MAP
           EXIT.

       SEND-THE-MAP.
      * PARAGRAPH WILL SEND WHOLE MAP TO THE USER

           EXEC CICS
           SEND MAP('MAP1') MAPSET('MAPLON')
           FROM(MAP1O)
           RESP(RESPCODE)
           ERASE
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               CONTINUE
           WHEN OTHER
               PERFORM ABNORMAL-EXIT-PARA
           END-EVALUATE
           EXIT.

       SEND-THE-DATA.
      * paragraph send data to the user (not the whole map)

           EXEC CICS
           SEND MAP('MAP1') MAPSET('MAPLON')
           DATAONLY
           FREEKB
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               CONTINUE
           WHEN OTHER
               PERFORM ABNORMAL-EXIT-PARA
           END-EVALUATE
           EXIT.

       SEND-THE-DATA-ER.
      * PARAGRAPH WILL SEND THE DATA TO THE MAP AND ALSO WILL
      * CLEAR THE UNPROTECTED FIELDS
           EXEC CICS
           SEND MAP('MAP1') MAPSET('MAPLON')
           DATAONLY
           FREEKB
           ERASEAUP
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               CONTINUE
           WHEN OTHER
               PERFORM ABNORMAL-EXIT-PARA
           END-EVALUATE
           EXIT.

       PROCESS-THE-DATA-PARA.
      * main logic of the program
      * this paragraph will call other to maintain readability.
      * THE ACCOUNT MUST BE ON DATAF, THEN THE ACTION IS CARRIED
      * OUT AND THE ACCOUNT'S LOANS ARE SHOWN UNDER IT

           PERFORM GET-THE-DATA

           EVALUATE TRUE
           WHEN RECEIVED-SUCCESSFULLY
               MOVE USER-BANK-ACCOUNT TO DATAF-BANK-ACCOUNT
               PERFORM CHECK-DATAF-FOR-ACCOUNT
               EVALUATE TRUE
               WHEN DATAF-EXIST
                   PERFORM PROCESS-THE-ACTION-PARA
               WHEN DATAF-CLOSED
                   PERFORM PROCESS-THE-ACTION-PARA
               WHEN DATAF-NOT-EXIST
                   MOVE NOTFND-ERROR-MSG TO WS-USER-MSG
               WHEN OTHER
                   MOVE ERROR-MSG TO WS-USER-MSG
               END-EVALUATE
               MOVE WS-USER-MSG TO MSGO
               PERFORM SEND-THE-DATA
           WHEN MAPFAIL-ERROR
               PERFORM MAPFAIL-ERROR-PARA
           WHEN OTHER-RECEIVE-ERROR
               PERFORM SEND-ERROR-MSG
           END-EVALUATE
           EXIT.

       GET-THE-DATA.
      * paragraph will get data from screen
      * and save it to correct variables

           MOVE LOW-VALUES TO MAP1I

           EXEC CICS
           RECEIVE MAP('MAP1') MAPSET('MAPLON')
           INTO(MAP1I)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE BNUMI TO USER-BANK-ACCOUNT
               MOVE OPTI  TO USER-ACTION
               MOVE AMTI  TO USER-AMOUNT-TEXT
               MOVE RATEI TO USER-RATE-TEXT
               MOVE TERMI TO USER-TERM-TEXT
               MOVE DAYI  TO USER-DAY-TEXT
               MOVE 'Y' TO IF-RECEIVED
           WHEN DFHRESP(MAPFAIL)
               MOVE 'M' TO IF-RECEIVED
           WHEN OTHER
               MOVE 'N' TO IF-RECEIVED
           END-EVALUATE
           EXIT.

       CHECK-DATAF-FOR-ACCOUNT.
      * paragraph will check if bank account provided by the user
      * is a real account in dataf file. A CLOSED ACCOUNT IS
      * FLAGGED SEPARATELY - ITS LOANS CAN STILL BE LISTED

           EXEC CICS
           READ FILE('DATAF')
           INTO(FS-DATAF)
           RIDFLD(DATAF-BANK-ACCOUNT)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               IF DATAF-ACCT-CLOSED THEN
                   MOVE 'C' TO IF-DATAF-EXIST
               ELSE
                   MOVE 'Y' TO IF-DATAF-EXIST
               END-IF
               MOVE DATAF-CURRENCY TO WS-LOAN-CURRENCY
               IF WS-LOAN-CURRENCY = SPACES OR
                  WS-LOAN-CURRENCY = LOW-VALUES THEN
                   MOVE 'PLN' TO WS-LOAN-CURRENCY
               END-IF
               MOVE DATAF-ID-NUM TO WS-LOAN-ID-NUM
           WHEN DFHRESP(NOTFND)
               MOVE 'N' TO IF-DATAF-EXIST
           WHEN OTHER
               MOVE 'O' TO IF-DATAF-EXIST
           END-EVALUATE
           EXIT.

       PROCESS-THE-ACTION-PARA.
      * CARRY OUT THE ACTION, THEN LIST THE ACCOUNT'S LOANS AS
      * THEY NOW STAND. A CLOSED ACCOUNT'S LOANS CAN ONLY BE
      * LOOKED AT

           MOVE SPACES TO WS-USER-MSG

           EVALUATE TRUE
           WHEN LIST-ACTION
               PERFORM SHOW-LOANS-PARA
           WHEN BOOK-ACTION
               IF DATAF-CLOSED THEN
                   MOVE ACCOUNT-CLOSED-MSG TO WS-USER-MSG
               ELSE
                   PERFORM BOOK-LOAN-PARA
               END-IF
               PERFORM SHOW-LOANS-PARA
           WHEN OTHER
               MOVE INVALID-ACTION-MSG TO WS-USER-MSG
           END-EVALUATE
           EXIT.

       BOOK-LOAN-PARA.
      * EVERY TERM OF THE LOAN IS CHECKED BEFORE ANYTHING IS
      * READ FOR UPDATE, THEN THE ACCOUNT MUST BE FREE TO PAY
      * INSTALLMENTS AND THERE MUST BE A BUSINESS DATE TO BOOK ON

           PERFORM VALIDATE-AMOUNT-PARA
           PERFORM VALIDATE-RATE-PARA
           PERFORM VALIDATE-TERM-AND-DAY-PARA

           EVALUATE TRUE
           WHEN NOT AMOUNT-VALID
               MOVE INVALID-AMOUNT-MSG TO WS-USER-MSG
           WHEN NOT RATE-VALID
               MOVE INVALID-RATE-MSG TO WS-USER-MSG
           WHEN NOT TERM-VALID
               MOVE INVALID-TERM-MSG TO WS-USER-MSG
           WHEN NOT DAY-VALID
               MOVE INVALID-DAY-MSG TO WS-USER-MSG
           WHEN OTHER
               PERFORM CHECK-NOT-TERM-DEPOSIT-PARA
               IF ACCOUNT-FREE THEN
                   PERFORM GET-POST-DATE-PARA
                   IF POST-DATE-OK THEN
                       PERFORM POST-LOAN-PARA
                   ELSE
                       MOVE NO-BUSDATE-MSG TO WS-USER-MSG
                   END-IF
               END-IF
           END-EVALUATE
           EXIT.

       VALIDATE-AMOUNT-PARA.
      * PARAGRAPH VALIDATES THE KEYED PRINCIPAL AND FILLS
      * USER-AMOUNT IN CENTS, SAME RULES AS MAPBANKP'S
      * VALIDATE-AMOUNT-PARA: NINE DIGITS ALONE (WHOLE UNITS,
      * THE TRAILING THREE POSITIONS LEFT UNKEYED), OR NINE
      * DIGITS, A DECIMAL POINT AND EXACTLY TWO CENTS DIGITS.
      * A LOAN OF NOTHING IS REFUSED TOO

           MOVE 'N' TO IF-AMOUNT-VALID
           MOVE 0 TO USER-AMOUNT

           IF UA-WHOLE-TEXT IS NUMERIC THEN
               MOVE UA-WHOLE-TEXT TO UA-WHOLE
               EVALUATE TRUE
               WHEN UA-DOT = '.' AND UA-CENTS-TEXT IS NUMERIC
                   MOVE UA-CENTS-TEXT TO UA-CENTS
                   COMPUTE USER-AMOUNT = UA-WHOLE + UA-CENTS / 100
                   MOVE 'Y' TO IF-AMOUNT-VALID
               WHEN (UA-DOT = SPACE OR UA-DOT = LOW-VALUE) AND
                    (UA-CENTS-TEXT = SPACES OR
                     UA-CENTS-TEXT = LOW-VALUES)
                   MOVE UA-WHOLE TO USER-AMOUNT
                   MOVE 'Y' TO IF-AMOUNT-VALID
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF

           IF USER-AMOUNT = 0 THEN
               MOVE 'N' TO IF-AMOUNT-VALID
           END-IF
           EXIT.

       VALIDATE-RATE-PARA.
      * TWO WHOLE DIGITS ALONE, OR TWO DIGITS, A POINT AND FOUR
      * DECIMALS, NO HIGHER THAN THE LENDING CEILING. A ZERO RATE
      * IS ALLOWED - THE PRINCIPAL IS THEN SIMPLY SPREAD OVER THE
      * TERM

           MOVE 'N' TO IF-RATE-VALID
           MOVE 0 TO USER-RATE

           IF UR-WHOLE-TEXT IS NUMERIC THEN
               MOVE UR-WHOLE-TEXT TO UR-WHOLE
               EVALUATE TRUE
               WHEN UR-DOT = '.' AND UR-FRAC-TEXT IS NUMERIC
                   MOVE UR-FRAC-TEXT TO UR-FRAC
                   COMPUTE USER-RATE = UR-WHOLE + UR-FRAC / 10000
                   MOVE 'Y' TO IF-RATE-VALID
               WHEN (UR-DOT = SPACE OR UR-DOT = LOW-VALUE) AND
                    (UR-FRAC-TEXT = SPACES OR
                     UR-FRAC-TEXT = LOW-VALUES)
                   MOVE UR-WHOLE TO USER-RATE
                   MOVE 'Y' TO IF-RATE-VALID
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF

           IF USER-RATE > WS-MAX-LOAN-RATE THEN
               MOVE 'N' TO IF-RATE-VALID
           END-IF
           EXIT.

       VALIDATE-TERM-AND-DAY-PARA.
      * THE TERM IS 001-360 MONTHS; THE REPAYMENT DAY 01-28 SO
      * IT FALLS IN EVERY MONTH OF THE SCHEDULE

           MOVE 'N' TO IF-TERM-VALID
           MOVE 'N' TO IF-DAY-VALID

           IF USER-TERM-TEXT IS NUMERIC THEN
               MOVE USER-TERM-TEXT TO USER-TERM
               IF USER-TERM > 0 AND
                  USER-TERM NOT > WS-MAX-LOAN-TERM THEN
                   MOVE 'Y' TO IF-TERM-VALID
               END-IF
           END-IF

           IF USER-DAY-TEXT IS NUMERIC THEN
               MOVE USER-DAY-TEXT TO USER-DAY
               IF USER-DAY > 0 AND USER-DAY NOT > 28 THEN
                   MOVE 'Y' TO IF-DAY-VALID
               END-IF
           END-IF
           EXIT.

       CHECK-NOT-TERM-DEPOSIT-PARA.
      * NO TDF RECORD IS THE NORMAL CASE - AN ORDINARY ACCOUNT. A
      * BROKEN OR MATURED DEPOSIT IS AN ORDINARY ACCOUNT AGAIN; AN
      * ACTIVE ONE IS LOCKED AGAINST THE DEBITS THAT WOULD REPAY
      * THE LOAN. A READ ERROR REFUSES THE BOOKING

           MOVE 'N' TO IF-ACCOUNT-FREE
           MOVE USER-BANK-ACCOUNT TO TDF-BANK-ACCOUNT

           EXEC CICS
           READ FILE('TDF')
           INTO(FS-TDF)
           RIDFLD(TDF-BANK-ACCOUNT)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NOTFND)
               MOVE 'Y' TO IF-ACCOUNT-FREE
           WHEN DFHRESP(NORMAL)
               IF TDF-ACTIVE THEN
                   MOVE TERM-DEPOSIT-MSG TO WS-USER-MSG
               ELSE
                   MOVE 'Y' TO IF-ACCOUNT-FREE
               END-IF
           WHEN OTHER
               MOVE ERROR-MSG TO WS-USER-MSG
           END-EVALUATE
           EXIT.

       POST-LOAN-PARA.
      * WRITE THE LOAN, ITS SCHEDULE, THEN PAY THE PRINCIPAL OUT.
      * ANYTHING THAT FAILS PART WAY BACKS THE LOT OUT

           EXEC CICS
           ASSIGN USERID(WS-STAFF-ID)
           END-EXEC

           MOVE 'N' TO IF-POSTED-OK

           PERFORM CALC-INSTALLMENT-PARA
           PERFORM WRITE-LOAN-PARA

           IF LOANF-WRITE-OK THEN
               MOVE 'Y' TO IF-POSTED-OK
               MOVE USER-AMOUNT TO WS-SCHED-BALANCE
               PERFORM WRITE-SCHEDULE-LINE-PARA
                   VARYING WS-INST-NUM FROM 1 BY 1
                   UNTIL WS-INST-NUM > USER-TERM
                   OR NOT POSTED-OK
               IF POSTED-OK THEN
                   PERFORM PAY-OUT-LOAN-PARA
               END-IF
               IF POSTED-OK THEN
                   MOVE LOANF-LOAN-NUM TO RL-LOAN-NUM
                   MOVE WS-INSTALLMENT TO RL-AMOUNT
                   MOVE RESULT-LINE TO WS-USER-MSG
               ELSE
                   PERFORM BACK-OUT-LOAN-PARA
               END-IF
           ELSE
               IF LOANF-LOAN-NUM = 99 THEN
                   MOVE TOO-MANY-LOANS-MSG TO WS-USER-MSG
               ELSE
                   MOVE ERROR-MSG TO WS-USER-MSG
               END-IF
           END-IF
           EXIT.

       CALC-INSTALLMENT-PARA.
      * LEVEL MONTHLY INSTALLMENT THAT CLEARS THE PRINCIPAL OVER
      * THE TERM: P * R * G / (G - 1), WHERE R IS THE MONTHLY RATE
      * AND G IS (1 + R) TO THE POWER OF THE TERM. AT A ZERO RATE
      * IT IS JUST THE PRINCIPAL OVER THE TERM

           IF USER-RATE = 0 THEN
               MOVE 0 TO WS-MONTHLY-RATE
               COMPUTE WS-INSTALLMENT ROUNDED =
                   USER-AMOUNT / USER-TERM
           ELSE
               COMPUTE WS-MONTHLY-RATE = USER-RATE / 1200
               COMPUTE WS-GROWTH =
                   (1 + WS-MONTHLY-RATE) ** USER-TERM
               COMPUTE WS-INSTALLMENT ROUNDED =
                   USER-AMOUNT * WS-MONTHLY-RATE * WS-GROWTH
                   / (WS-GROWTH - 1)
           END-IF

      * A PRINCIPAL OF A FEW CENTS OVER A LONG TERM STILL PAYS
      * SOMETHING EACH MONTH - THE SCHEDULE STOPS SHORT OF ZERO
           IF WS-INSTALLMENT = 0 THEN
               MOVE 0.01 TO WS-INSTALLMENT
           END-IF
           EXIT.

       CALC-DUE-DATE-PARA.
      * INSTALLMENT WS-INST-NUM FALLS ON THE REPAYMENT DAY,
      * WS-INST-NUM MONTHS AFTER THE BOOKING MONTH

           COMPUTE WS-MONTH-COUNT =
               (WS-POST-YYYY * 12) + WS-POST-MM - 1 + WS-INST-NUM
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-DUE-YYYY REMAINDER WS-MONTH-REM
           COMPUTE WS-DUE-MM = WS-MONTH-REM + 1
           MOVE USER-DAY TO WS-DUE-DD
           EXIT.

       WRITE-LOAN-PARA.
      * APPENDS THE LOAN TO LOANF. THE LOAN NUMBER STARTS AT 01
      * AND IS BUMPED ON DUPREC, THE SAME WAY MAPSTOP NUMBERS
      * STANDING ORDERS, SO AN ACCOUNT CAN CARRY SEVERAL LOANS

           MOVE USER-BANK-ACCOUNT TO LOANF-BANK-ACCOUNT
           MOVE 1 TO LOANF-LOAN-NUM
           MOVE WS-LOAN-ID-NUM TO LOANF-ID-NUM
           MOVE WS-LOAN-CURRENCY TO LOANF-CURRENCY
           MOVE USER-AMOUNT TO LOANF-PRINCIPAL
           MOVE USER-RATE TO LOANF-RATE
           MOVE USER-TERM TO LOANF-TERM-MONTHS
           MOVE USER-DAY TO LOANF-REPAY-DAY
           MOVE WS-INSTALLMENT TO LOANF-INSTALLMENT
           MOVE WS-POST-DATE TO LOANF-BOOKED-DATE

           MOVE 1 TO WS-INST-NUM
           PERFORM CALC-DUE-DATE-PARA
           MOVE WS-DUE-DATE TO LOANF-FIRST-DUE-DATE
           MOVE USER-TERM TO WS-INST-NUM
           PERFORM CALC-DUE-DATE-PARA
           MOVE WS-DUE-DATE TO LOANF-LAST-DUE-DATE

           MOVE USER-AMOUNT TO LOANF-OUTSTANDING
           MOVE 0 TO LOANF-PAID-COUNT
           MOVE 0 TO LOANF-INTEREST-PAID
           MOVE 0 TO LOANF-ARREARS-COUNT
           MOVE 0 TO LOANF-ARREARS-AMOUNT
           MOVE SPACES TO LOANF-ARREARS-SINCE
           MOVE 'A' TO LOANF-STATUS
           MOVE WS-STAFF-ID TO LOANF-BOOKED-BY

           MOVE 'N' TO IF-LOANF-WRITE-OK
           MOVE 'N' TO IF-LOANF-WRITE-DONE

           PERFORM WRITE-LOANF-RECORD-PARA
               UNTIL LOANF-WRITE-DONE
           EXIT.

       WRITE-LOANF-RECORD-PARA.
      * ONE WRITE ATTEMPT AGAINST LOANF FOR WRITE-LOAN-PARA.
      * DUPREC MEANS THE ACCOUNT ALREADY OWNS THIS LOAN NUMBER,
      * SO TRY THE NEXT ONE

           EXEC CICS
           WRITE FILE('LOANF')
           FROM(FS-LOANF)
           RIDFLD(LOANF-KEY)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE 'Y' TO IF-LOANF-WRITE-OK
               MOVE 'Y' TO IF-LOANF-WRITE-DONE
           WHEN DFHRESP(DUPREC)
               IF LOANF-LOAN-NUM < 99 THEN
                   ADD 1 TO LOANF-LOAN-NUM
               ELSE
                   MOVE 'Y' TO IF-LOANF-WRITE-DONE
               END-IF
           WHEN OTHER
               MOVE 'Y' TO IF-LOANF-WRITE-DONE
           END-EVALUATE
           EXIT.

       WRITE-SCHEDULE-LINE-PARA.
      * ONE INSTALLMENT: INTEREST ON THE PRINCIPAL STILL OUT FOR
      * THE MONTH, THE REST OF THE INSTALLMENT OFF THE PRINCIPAL.
      * THE LAST INSTALLMENT CLEARS WHATEVER PRINCIPAL THE
      * ROUNDING HAS LEFT, SO THE SCHEDULE ALWAYS ENDS AT ZERO

           COMPUTE WS-INTEREST-PART ROUNDED =
               WS-SCHED-BALANCE * WS-MONTHLY-RATE

           IF WS-INST-NUM = USER-TERM THEN
               MOVE WS-SCHED-BALANCE TO WS-PRINCIPAL-PART
           ELSE
               COMPUTE WS-PRINCIPAL-PART =
                   WS-INSTALLMENT - WS-INTEREST-PART
               IF WS-PRINCIPAL-PART < 0 THEN
                   MOVE 0 TO WS-PRINCIPAL-PART
               END-IF
               IF WS-PRINCIPAL-PART > WS-SCHED-BALANCE THEN
                   MOVE WS-SCHED-BALANCE TO WS-PRINCIPAL-PART
               END-IF
           END-IF

           SUBTRACT WS-PRINCIPAL-PART FROM WS-SCHED-BALANCE

           PERFORM CALC-DUE-DATE-PARA

           MOVE LOANF-BANK-ACCOUNT TO LNSCHF-BANK-ACCOUNT
           MOVE LOANF-LOAN-NUM TO LNSCHF-LOAN-NUM
           MOVE WS-INST-NUM TO LNSCHF-INST-NUM
           MOVE WS-DUE-DATE TO LNSCHF-DUE-DATE
           COMPUTE LNSCHF-AMOUNT =
               WS-INTEREST-PART + WS-PRINCIPAL-PART
           MOVE WS-INTEREST-PART TO LNSCHF-INTEREST
           MOVE WS-PRINCIPAL-PART TO LNSCHF-PRINCIPAL
           MOVE WS-SCHED-BALANCE TO LNSCHF-BALANCE-AFTER
           MOVE 'D' TO LNSCHF-STATUS
           MOVE SPACES TO LNSCHF-PAID-DATE

           EXEC CICS
           WRITE FILE('LNSCHF')
           FROM(FS-LNSCHF)
           RIDFLD(LNSCHF-KEY)
           RESP(RESPCODE)
           END-EXEC

           IF RESPCODE NOT = DFHRESP(NORMAL) THEN
               MOVE 'N' TO IF-POSTED-OK
           END-IF
           EXIT.

       PAY-OUT-LOAN-PARA.
      * CREDIT THE PRINCIPAL TO THE ACCOUNT AND JOURNAL IT AS A
      * LOAN ADVANCE. AN ACCOUNT THAT HAS NEVER HAD A POSTING HAS
      * NO BALF RECORD YET AND IS TAKEN AS A ZERO BALANCE, SAME AS
      * EVERYWHERE ELSE

           MOVE 'N' TO IF-BALF-READ-OK
           MOVE 'N' TO IF-BALF-ON-FILE
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
               MOVE 'Y' TO IF-BALF-READ-OK
               MOVE 'Y' TO IF-BALF-ON-FILE
           WHEN DFHRESP(NOTFND)
               MOVE 0 TO BALF-BALANCE
               MOVE 'Y' TO IF-BALF-READ-OK
           WHEN OTHER
               MOVE 'N' TO IF-POSTED-OK
           END-EVALUATE

           IF BALF-READ-OK THEN
               ADD USER-AMOUNT TO BALF-BALANCE
               IF BALF-ON-FILE THEN
                   EXEC CICS
                   REWRITE FILE('BALF')
                   FROM(FS-BALF)
                   RESP(RESPCODE)
                   END-EXEC
               ELSE
                   EXEC CICS
                   WRITE FILE('BALF')
                   FROM(FS-BALF)
                   RIDFLD(BALF-BANK-ACCOUNT)
                   RESP(RESPCODE)
                   END-EXEC
               END-IF
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   PERFORM RECORD-ADVANCE-TRANF-PARA
               ELSE
                   MOVE 'N' TO IF-POSTED-OK
               END-IF
           END-IF
           EXIT.

       RECORD-ADVANCE-TRANF-PARA.
      * JOURNAL THE ADVANCE AS TYPE 'N', CARRIED POSITIVE (A
      * CREDIT TO THE CUSTOMER) WITH THE BALANCE AFTER IT

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

           MOVE USER-BANK-ACCOUNT TO TRANF-BANK-ACCOUNT
           MOVE WS-TIMESTAMP-FORMAT TO TRANF-TIMESTAMP
           MOVE 0 TO TRANF-SEQ
           MOVE 'N' TO TRANF-TYPE
           MOVE USER-AMOUNT TO TRANF-AMOUNT
           MOVE BALF-BALANCE TO TRANF-BALANCE-AFTER
           MOVE SPACES TO TRANF-ORIG-KEY
           MOVE EIBTRMID TO TRANF-TERMINAL
           MOVE WS-POST-DATE TO TRANF-POST-DATE
           MOVE SPACES TO TRANF-FX-CURRENCY
           MOVE 0 TO TRANF-FX-AMOUNT
           MOVE 0 TO TRANF-FX-RATE

           MOVE 'N' TO IF-TRANF-WRITE-OK
           MOVE 'N' TO IF-TRANF-WRITE-DONE

           PERFORM WRITE-TRANF-RECORD-PARA
               UNTIL TRANF-WRITE-DONE

           IF NOT TRANF-WRITE-OK THEN
               MOVE 'N' TO IF-POSTED-OK
           END-IF
           EXIT.

       WRITE-TRANF-RECORD-PARA.
           EXEC CICS
           WRITE FILE('TRANF')
           FROM(FS-TRANF)
           RIDFLD(TRANF-KEY)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE 'Y' TO IF-TRANF-WRITE-OK
               MOVE 'Y' TO IF-TRANF-WRITE-DONE
           WHEN DFHRESP(DUPREC)
               IF TRANF-SEQ < 999 THEN
                   ADD 1 TO TRANF-SEQ
               ELSE
                   MOVE 'Y' TO IF-TRANF-WRITE-DONE
               END-IF
           WHEN OTHER
               MOVE 'Y' TO IF-TRANF-WRITE-DONE
           END-EVALUATE
           EXIT.

       BACK-OUT-LOAN-PARA.
      * SOMETHING IN THE BOOKING FAILED PART WAY - BACK THE WHOLE
      * UNIT OF WORK OUT SO THERE IS NO LOAN WITHOUT ITS SCHEDULE
      * OR ITS MONEY, AND NO MONEY WITHOUT A LOAN

           EXEC CICS
           SYNCPOINT ROLLBACK
           END-EXEC
           MOVE ERROR-MSG TO WS-USER-MSG
           EXIT.

       SHOW-LOANS-PARA.
      * BROWSE THE ACCOUNT'S KEY RANGE ON LOANF (THE KEY LEADS
      * WITH THE BANK ACCOUNT) AND PUT EACH LOAN, PAID OFF OR
      * NOT, ON THE NEXT FREE LINE UNDER THE HEADING. THE
      * ACTION'S OWN MESSAGE, IF ANY, STAYS ON THE BOTTOM LINE

           PERFORM CLEAR-DETAIL-LINE-PARA
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LIST-LIMIT

           MOVE LOAN-HEADING-LINE TO RLO(1)
           MOVE 1 TO WS-LINE-SUB
           MOVE 0 TO WS-LOAN-COUNT
           MOVE 'N' TO IF-LIST-DONE
           MOVE LOW-VALUES TO LIST-KEY
           MOVE USER-BANK-ACCOUNT TO LIST-BANK-ACCOUNT

           EXEC CICS
           STARTBR
           FILE('LOANF')
           RIDFLD(LIST-KEY)
           REQID('LONL')
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               PERFORM READ-NEXT-LOAN-PARA
                   UNTIL LIST-DONE

               EXEC CICS
               ENDBR
               FILE('LOANF')
               REQID('LONL')
               RESP(RESPCODE)
               END-EXEC
           WHEN DFHRESP(NOTFND)
               CONTINUE
           WHEN OTHER
               IF WS-USER-MSG = SPACES THEN
                   MOVE ERROR-MSG TO WS-USER-MSG
               END-IF
           END-EVALUATE

           IF WS-USER-MSG = SPACES THEN
               IF WS-LOAN-COUNT = 0 THEN
                   MOVE NO-LOANS-MSG TO WS-USER-MSG
               ELSE
                   MOVE LOANS-SHOWN-MSG TO WS-USER-MSG
               END-IF
           END-IF
           EXIT.

       CLEAR-DETAIL-LINE-PARA.
           MOVE SPACES TO RLO(WS-LINE-SUB)
           EXIT.

       READ-NEXT-LOAN-PARA.
           EXEC CICS
           READNEXT
           FILE('LOANF')
           INTO(FS-LOANF)
           RIDFLD(LIST-KEY)
           REQID('LONL')
           RESP(RESPCODE)
           END-EXEC

           IF RESPCODE = DFHRESP(NORMAL) AND
              LOANF-BANK-ACCOUNT = USER-BANK-ACCOUNT THEN
               PERFORM ADD-LOAN-LINE-PARA
           ELSE
               MOVE 'Y' TO IF-LIST-DONE
           END-IF
           EXIT.

       ADD-LOAN-LINE-PARA.
      * ONE LOAN ONTO THE NEXT FREE LINE WHILE THERE IS ONE

           ADD 1 TO WS-LOAN-COUNT

           IF WS-LINE-SUB < WS-LIST-LIMIT THEN
               ADD 1 TO WS-LINE-SUB
               MOVE LOANF-LOAN-NUM TO LNL-NUM
               MOVE LOANF-CURRENCY TO LNL-CURRENCY
               MOVE LOANF-PRINCIPAL TO LNL-PRINCIPAL
               MOVE LOANF-RATE TO LNL-RATE
               MOVE LOANF-TERM-MONTHS TO LNL-TERM
               MOVE LOANF-INSTALLMENT TO LNL-INSTALLMENT
               MOVE LOANF-OUTSTANDING TO LNL-OUTSTANDING
               MOVE LOANF-ARREARS-COUNT TO LNL-ARREARS
               EVALUATE TRUE
               WHEN LOANF-PAID-OFF
                   MOVE 'PAID OFF' TO LNL-STATUS
               WHEN LOANF-ARREARS-COUNT > 0
                   MOVE 'ARREARS' TO LNL-STATUS
               WHEN OTHER
                   MOVE 'ACTIVE' TO LNL-STATUS
               END-EVALUATE
               MOVE LOAN-DETAIL-LINE TO RLO(WS-LINE-SUB)
           END-IF
           EXIT.

       GET-POST-DATE-PARA.
      * SETS WS-POST-DATE FROM THE BUSDATE CONTROL RECORD THE
      * SAME WAY MAPBANKP DOES. IF-POST-DATE-OK IS 'N' WHEN THERE
      * IS NO USABLE DATE, AND THE LOAN IS THEN NOT BOOKED

           MOVE 'N' TO IF-POST-DATE-OK
           MOVE SPACES TO WS-POST-DATE
           MOVE 'BUSDATE' TO BUSDATE-ID

           EXEC CICS
           READ FILE('BUSDATE')
           INTO(FS-BUSDATE)
           RIDFLD(BUSDATE-ID)
           RESP(RESPCODE)
           END-EXEC

           IF RESPCODE = DFHRESP(NORMAL) THEN
               IF BUSDATE-CUTOFF-TAKEN THEN
                   MOVE BUSDATE-NEXT-DATE TO WS-POST-DATE
               ELSE
                   MOVE BUSDATE-DATE TO WS-POST-DATE
               END-IF
               IF WS-POST-DATE IS NUMERIC THEN
                   MOVE 'Y' TO IF-POST-DATE-OK
               END-IF
           END-IF
           EXIT.

       SEND-ERROR-MSG.
           MOVE ERROR-MSG TO MSGO
           PERFORM SEND-THE-DATA
           EXIT.

       MAPFAIL-ERROR-PARA.
           MOVE MAPFAIL-MSG TO MSGO
           PERFORM SEND-THE-MAP
           EXIT.

       EXIT-PARA.
      * paragraph will send control to mapmenup, carrying the
      * session with it
           MOVE 'F' TO SESS-SCREEN-STATE
           EXEC CICS
           XCTL PROGRAM('MAPMENUP') COMMAREA(COMM-SESSION)
           END-EXEC
           GOBACK.

       CHECK-SESSION-IDLE-PARA.
      * A SIGNED-ON SESSION IDLE BEYOND SESS-TIMEOUT-MINUTES IS
      * TREATED AS SIGNED OFF - A TELLER WHO WALKS AWAY MUST NOT
      * LEAVE A LIVE SIGN-ON ON THE TERMINAL. THE LAST-ACTIVITY
      * STAMP (ASKTIME MILLISECONDS) IS REFRESHED ON EVERY
      * INTERACTION; A STAMP FROM BEFORE THIS VERSION (NOT
      * NUMERIC YET) JUST STARTS THE CLOCK NOW

           MOVE 'N' TO IF-SESSION-EXPIRED
           EXEC CICS
           ASKTIME
           ABSTIME(SESS-NOW-TIMESTAMP)
           END-EXEC

           IF NOT SESS-NOT-SIGNED-ON AND
              SESS-LAST-ACTIVITY IS NUMERIC AND
              SESS-LAST-ACTIVITY > 0 THEN
               COMPUTE SESS-IDLE-MINUTES =
                   (SESS-NOW-TIMESTAMP - SESS-LAST-ACTIVITY)
                   / 60000
               IF SESS-IDLE-MINUTES >= SESS-TIMEOUT-MINUTES THEN
                   MOVE SPACES TO SESS-SIGNED-ACCOUNT
                   MOVE 'Y' TO IF-SESSION-EXPIRED
               END-IF
           END-IF

           MOVE SESS-NOW-TIMESTAMP TO SESS-LAST-ACTIVITY
           EXIT.

       ABNORMAL-EXIT-PARA.
      * termination in case of error
           EXEC CICS
           SEND TEXT FROM(ERROR-MSG)
           ERASE
           END-EXEC
           EXEC CICS
           RETURN
           END-EXEC
           GOBACK.
