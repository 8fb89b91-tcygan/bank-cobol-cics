       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPCHQP.

      * cheque books and stop payments, reachable from mapmenup as
      * option H. a customer orders cheque books here (B) - each
      * book is 25 cheques, numbered on from the highest number
      * already issued to the account, and recorded on CHQBKF -
      * and places (S) or lifts (X) stop-payment instructions on
      * CHQSTF, for one cheque or a range of cheque numbers. L
      * lists the account's books and active stops.
      * the daily CHQINB takes in the cheques the clearing house
      * presents against the account and returns any that was not
      * issued to it, has been paid before (CHQPDF), is under an
      * active stop or is not covered by funds.
      * both ends of a stop must be cheque numbers issued to the
      * account, and a single cheque already paid cannot be
      * stopped. a closed account, one locked as an active term
      * deposit, or one held in any currency but PLN (cheques
      * clear in PLN only) cannot order a book. a stop is lifted
      * by the cheque number it was placed from; a lifted stop
      * stays on file until a new stop is placed from the same
      * number.
      * same session rule as MAPBANKP: only the account this
      * terminal authenticated through MAPLOGP may have its
      * cheques touched
      * cheques touched

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY MAPCHQ.
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
           05 NOT-SIGNED-ON-MSG PIC X(35)
               VALUE 'PLEASE LOG IN TO THIS ACCOUNT FIRST'.
           05 INVALID-ACTION-MSG PIC X(40)
               VALUE 'ACTION MUST BE L, B, S OR X'.
           05 INVALID-FROM-MSG PIC X(40)
               VALUE 'CHEQUE NUMBER MUST BE 6 DIGITS'.
           05 INVALID-TO-MSG PIC X(45)
               VALUE 'LAST CHEQUE MUST BE 6 DIGITS, NOT UNDER FIRST'.
           05 ACCOUNT-CLOSED-MSG PIC X(40)
               VALUE 'ACCOUNT IS CLOSED - NO NEW CHEQUE BOOKS'.
           05 TERM-DEPOSIT-MSG PIC X(40)
               VALUE 'A TERM DEPOSIT CANNOT HAVE CHEQUES'.
           05 NOT-PLN-MSG PIC X(40)
               VALUE 'CHEQUES ARE FOR PLN ACCOUNTS ONLY'.
           05 NO-BUSDATE-MSG PIC X(40)
               VALUE 'BUSINESS DATE UNAVAILABLE - TRY LATER'.
           05 NUMBERS-USED-UP-MSG PIC X(40)
               VALUE 'NO CHEQUE NUMBERS LEFT ON THIS ACCOUNT'.
           05 NOT-ISSUED-MSG PIC X(45)
               VALUE 'CHEQUE NUMBER WAS NOT ISSUED TO THIS ACCOUNT'.
           05 ALREADY-PAID-MSG PIC X(45)
               VALUE 'CHEQUE IS ALREADY PAID - IT CANNOT BE STOPPED'.
           05 STOP-ACTIVE-MSG PIC X(45)
               VALUE 'A STOP FROM THAT CHEQUE IS ALREADY ACTIVE'.
           05 STOP-PLACED-MSG PIC X(40)
               VALUE 'STOP PAYMENT PLACED'.
           05 NO-SUCH-STOP-MSG PIC X(45)
               VALUE 'NO ACTIVE STOP FROM THAT CHEQUE NUMBER'.
           05 STOP-LIFTED-MSG PIC X(40)
               VALUE 'STOP PAYMENT LIFTED'.
           05 CHEQUES-SHOWN-MSG PIC X(40)
               VALUE 'CHEQUE BOOKS AND ACTIVE STOPS SHOWN'.
           05 LIST-FULL-MSG PIC X(45)
               VALUE 'MORE BOOKS AND STOPS THAN THE SCREEN SHOWS'.
           05 NO-BOOKS-MSG PIC X(40)
               VALUE 'NO CHEQUE BOOKS ON THIS ACCOUNT'.

      * program variables where screen variables goes
       01 SCREEN-DATA.
           05 USER-BANK-ACCOUNT PIC X(26).
           05 USER-ACTION       PIC X.
               88 LIST-ACTION        VALUE 'L'.
               88 BOOK-ACTION        VALUE 'B'.
               88 STOP-ACTION        VALUE 'S'.
               88 LIFT-ACTION        VALUE 'X'.
           05 USER-FROM-TEXT    PIC X(6).
           05 USER-FROM-NUM REDEFINES USER-FROM-TEXT PIC 9(6).
           05 USER-TO-TEXT      PIC X(6).
           05 USER-TO-NUM REDEFINES USER-TO-TEXT PIC 9(6).

      * CHEQUE NUMBERING: A BOOK IS WS-BOOK-SIZE CHEQUES AND AN
      * ACCOUNT'S NUMBERS RUN ON FROM 000001 UP TO THE HIGHEST
      * NUMBER THE SIX-DIGIT FIELD HOLDS
       01 WS-BOOK-SIZE       PIC 9(6) VALUE 25.
       01 WS-MAX-CHEQUE-NUM  PIC 9(6) VALUE 999999.

      * CHEQUES CLEAR IN THE HOME CURRENCY ONLY
       01 WS-HOME-CURRENCY   PIC X(3) VALUE 'PLN'.

      * THE MESSAGE FOR THE BOTTOM LINE, HELD WHILE THE LIST IS
      * REBUILT UNDERNEATH IT
       01 WS-USER-MSG PIC X(60).

      * dataf file, only the bank account and the status byte are
      * needed here
       01 FS-DATAF.
           05 DATAF-BANK-ACCOUNT PIC X(26).
           05 FILLER             PIC X(123).
           05 DATAF-STATUS       PIC X.
               88 DATAF-ACCT-CLOSED VALUE 'C'.
           05 FILLER             PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05 FILLER             PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN (SPACES MEANS PLN)
           05 DATAF-CURRENCY     PIC X(3).

      * tdf file (LAYOUT IN JCL/TDF.JCL) - ONLY THE STATUS MATTERS
      * HERE: AN ACTIVE TERM DEPOSIT CANNOT BE DRAWN ON BY CHEQUE
       01 FS-TDF.
           05 TDF-BANK-ACCOUNT   PIC X(26).
           05 FILLER             PIC X(57).
           05 TDF-STATUS         PIC X.
               88 TDF-ACTIVE     VALUE 'A'.
           05 FILLER             PIC X(46).

      * chqbkf file, one record per cheque book (SEE CHQBKF.JCL)
       01 FS-CHQBKF.
           05 CHQBKF-KEY.
               10 CHQBKF-BANK-ACCOUNT PIC X(26).
               10 CHQBKF-FIRST-NUM    PIC 9(6).
           05 CHQBKF-LAST-NUM         PIC 9(6).
           05 CHQBKF-ISSUED-DATE      PIC X(8).
           05 CHQBKF-TERMINAL         PIC X(4).

      * chqstf file, one record per stop instruction (SEE
      * CHQSTF.JCL)
       01 FS-CHQSTF.
           05 CHQSTF-KEY.
               10 CHQSTF-BANK-ACCOUNT PIC X(26).
               10 CHQSTF-FROM-NUM     PIC 9(6).
           05 CHQSTF-TO-NUM           PIC 9(6).
           05 CHQSTF-STATUS           PIC X.
               88 CHQSTF-ACTIVE       VALUE 'A'.
               88 CHQSTF-LIFTED       VALUE 'L'.
           05 CHQSTF-PLACED-TIMESTAMP PIC X(15).
           05 CHQSTF-PLACED-TERMINAL  PIC X(4).
           05 CHQSTF-LIFTED-TIMESTAMP PIC X(15).
           05 CHQSTF-LIFTED-TERMINAL  PIC X(4).

      * chqpdf file, one record per paid cheque (SEE CHQPDF.JCL).
      * ONLY WHETHER THE CHEQUE IS THERE MATTERS HERE
       01 FS-CHQPDF.
           05 CHQPDF-KEY.
               10 CHQPDF-BANK-ACCOUNT PIC X(26).
               10 CHQPDF-CHEQUE-NUM   PIC 9(6).
           05 FILLER                  PIC X(83).

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

       01 WS-POST-DATE PIC X(8).

       01 IF-POST-DATE-OK PIC X.
           88 POST-DATE-OK VALUE 'Y'.

      * SET BY SCAN-BOOKS-PARA: THE HIGHEST CHEQUE NUMBER ISSUED
      * TO THE ACCOUNT, AND WHETHER THE KEYED FIRST AND LAST
      * NUMBERS EACH FALL IN ONE OF ITS BOOKS
       01 SCAN-VARS.
           05 WS-LAST-ISSUED   PIC 9(6) VALUE 0.
           05 WS-STOP-TO-NUM   PIC 9(6) VALUE 0.

       01 IF-SCAN-OK PIC X.
           88 SCAN-OK VALUE 'Y'.

       01 IF-FROM-ISSUED PIC X.
           88 FROM-ISSUED VALUE 'Y'.

       01 IF-TO-ISSUED PIC X.
           88 TO-ISSUED VALUE 'Y'.

       01 RESULT-LINE.
           05 FILLER       PIC X(28)
               VALUE 'CHEQUE BOOK ISSUED, NUMBERS '.
           05 RL-FIRST-NUM PIC 9(6).
           05 FILLER       PIC X(4) VALUE ' TO '.
           05 RL-LAST-NUM  PIC 9(6).

      * THE LIST: A HEADING, THEN THE ACCOUNT'S ACTIVE STOPS AND
      * ITS CHEQUE BOOKS, ONE PER LINE
       01 CHEQUE-HEADING-LINE.
           05 FILLER PIC X(27) VALUE 'ITEM  FIRST    LAST    DATE'.

       01 CHEQUE-DETAIL-LINE.
           05 CDL-ITEM        PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CDL-FIRST-NUM   PIC 9(6).
           05 FILLER          PIC X(3) VALUE ' - '.
           05 CDL-LAST-NUM    PIC 9(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CDL-WHAT        PIC X(7).
           05 FILLER          PIC X VALUE SPACE.
           05 CDL-DATE        PIC X(8).

      * BROWSE KEY FOR THE LIST AND THE BOOK SCAN, KEPT APART
      * FROM THE RECORD KEYS SO A BROWSE NEVER DISTURBS THE
      * RECORD BEING WRITTEN
       01 LIST-KEY.
           05 LIST-BANK-ACCOUNT PIC X(26).
           05 FILLER            PIC X(6).

       01 LIST-VARS.
           05 WS-LINE-SUB      PIC S9(4) COMP VALUE 0.
           05 WS-LIST-LIMIT    PIC S9(4) COMP VALUE 6.
           05 WS-BOOK-COUNT    PIC S9(4) COMP VALUE 0.
           05 WS-STOP-COUNT    PIC S9(4) COMP VALUE 0.

       01 IF-LIST-DONE PIC X VALUE 'N'.
           88 LIST-DONE VALUE 'Y'.

       01 IF-LIST-FULL PIC X VALUE 'N'.
           88 LIST-FULL VALUE 'Y'.

       01 IF-RECEIVED PIC X.
           88 RECEIVED-SUCCESSFULLY VALUE 'Y'.
           88 MAPFAIL-ERROR         VALUE 'M'.
           88 OTHER-RECEIVE-ERROR   VALUE 'N'.

       01 IF-DATAF-EXIST PIC X.
           88 DATAF-EXIST     VALUE 'Y'.
           88 DATAF-CLOSED    VALUE 'C'.
           88 DATAF-NOT-EXIST VALUE 'N'.
           88 DATAF-OTHER-ERROR VALUE 'O'.

       01 IF-ACCOUNT-FREE PIC X.
           88 ACCOUNT-FREE VALUE 'Y'.

       01 IF-RANGE-VALID PIC X.
           88 RANGE-VALID VALUE 'Y'.

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
           IF SESSION-EXPIRED THEN
               PERFORM SESSION-EXPIRED-PARA
           END-IF


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
           TRANSID('CHEQ') COMMAREA(COMM-SESSION)
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
           SEND MAP('MAP1') MAPSET('MAPCHQ')
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
           SEND MAP('MAP1') MAPSET('MAPCHQ')
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
           SEND MAP('MAP1') MAPSET('MAPCHQ')
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
      * this paragraph will call other to maintain readability

           PERFORM GET-THE-DATA

           EVALUATE TRUE
           WHEN RECEIVED-SUCCESSFULLY

      * ONLY THE ACCOUNT THIS TERMINAL AUTHENTICATED THROUGH
      * MAPLOGP MAY HAVE ITS CHEQUES TOUCHED - A STOP OR A NEW
      * BOOK ON SOMEBODY ELSE'S ACCOUNT WOULD BE FRAUD
               IF SESS-NOT-SIGNED-ON OR
                  USER-BANK-ACCOUNT NOT = SESS-SIGNED-ACCOUNT THEN
                   PERFORM SEND-NOT-SIGNED-ON-MSG
               ELSE
                   PERFORM PROCESS-THE-ACTION-PARA
                   MOVE WS-USER-MSG TO MSGO
                   PERFORM SEND-THE-DATA
               END-IF

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
           RECEIVE MAP('MAP1') MAPSET('MAPCHQ')
           INTO(MAP1I)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE BNUMI TO USER-BANK-ACCOUNT
               MOVE OPTI  TO USER-ACTION
               MOVE FNUMI TO USER-FROM-TEXT
               MOVE TNUMI TO USER-TO-TEXT
               MOVE 'Y' TO IF-RECEIVED
           WHEN DFHRESP(MAPFAIL)
               MOVE 'M' TO IF-RECEIVED
           WHEN OTHER
               MOVE 'N' TO IF-RECEIVED
           END-EVALUATE
           EXIT.

       PROCESS-THE-ACTION-PARA.
      * CARRY OUT THE ACTION, THEN LIST THE ACCOUNT'S BOOKS AND
      * STOPS AS THEY NOW STAND. THE STAMP IS TAKEN ONCE UP FRONT
      * FOR ANY STOP PLACED OR LIFTED

           MOVE SPACES TO WS-USER-MSG

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

           EVALUATE TRUE
           WHEN LIST-ACTION
               PERFORM SHOW-CHEQUES-PARA
           WHEN BOOK-ACTION
               PERFORM ORDER-BOOK-PARA
               PERFORM SHOW-CHEQUES-PARA
           WHEN STOP-ACTION
               PERFORM PLACE-STOP-PARA
               PERFORM SHOW-CHEQUES-PARA
           WHEN LIFT-ACTION
               PERFORM LIFT-STOP-PARA
               PERFORM SHOW-CHEQUES-PARA
           WHEN OTHER
               MOVE INVALID-ACTION-MSG TO WS-USER-MSG
           END-EVALUATE
           EXIT.

       ORDER-BOOK-PARA.
      * A NEW BOOK NEEDS AN OPEN PLN ACCOUNT THAT IS FREE TO BE
      * DRAWN ON AND A BUSINESS DATE TO ISSUE IT ON - CHEQUES
      * ARE PRESENTED THROUGH PLN CLEARING, SO CHQINB WOULD
      * RETURN EVERY CHEQUE DRAWN ON ANY OTHER CURRENCY

           PERFORM CHECK-DATAF-FOR-ACCOUNT

           EVALUATE TRUE
           WHEN DATAF-CLOSED
               MOVE ACCOUNT-CLOSED-MSG TO WS-USER-MSG
           WHEN NOT DATAF-EXIST
               MOVE ERROR-MSG TO WS-USER-MSG
           WHEN DATAF-CURRENCY NOT = SPACES AND
                DATAF-CURRENCY NOT = LOW-VALUES AND
                DATAF-CURRENCY NOT = WS-HOME-CURRENCY
               MOVE NOT-PLN-MSG TO WS-USER-MSG
           WHEN OTHER
               PERFORM CHECK-NOT-TERM-DEPOSIT-PARA
               IF ACCOUNT-FREE THEN
                   PERFORM GET-POST-DATE-PARA
                   IF POST-DATE-OK THEN
                       PERFORM ISSUE-BOOK-PARA
                   ELSE
                       MOVE NO-BUSDATE-MSG TO WS-USER-MSG
                   END-IF
               END-IF
           END-EVALUATE
           EXIT.

       CHECK-DATAF-FOR-ACCOUNT.
      * paragraph will check if bank account provided by the user
      * is a real account in dataf file. A CLOSED ACCOUNT IS
      * FLAGGED SEPARATELY - ITS BOOKS AND STOPS CAN STILL BE
      * LISTED AND ITS STOPS STILL MAINTAINED

           MOVE USER-BANK-ACCOUNT TO DATAF-BANK-ACCOUNT

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
           WHEN DFHRESP(NOTFND)
               MOVE 'N' TO IF-DATAF-EXIST
           WHEN OTHER
               MOVE 'O' TO IF-DATAF-EXIST
           END-EVALUATE
           EXIT.

       CHECK-NOT-TERM-DEPOSIT-PARA.
      * NO TDF RECORD IS THE NORMAL CASE - AN ORDINARY ACCOUNT. A
      * BROKEN OR MATURED DEPOSIT IS AN ORDINARY ACCOUNT AGAIN; AN
      * ACTIVE ONE IS LOCKED AGAINST THE DEBITS A CHEQUE WOULD
      * MAKE. A READ ERROR REFUSES THE BOOK

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

       ISSUE-BOOK-PARA.
      * THE NEW BOOK STARTS ONE PAST THE HIGHEST NUMBER ALREADY
      * ISSUED TO THE ACCOUNT, SO AN ACCOUNT'S CHEQUE NUMBERS
      * NEVER REPEAT. DUPREC CAN ONLY MEAN A SECOND ORDER RACED
      * THIS ONE, AND IS REFUSED LIKE ANY OTHER WRITE ERROR

           MOVE 0 TO USER-FROM-NUM
           MOVE 0 TO WS-STOP-TO-NUM
           PERFORM SCAN-BOOKS-PARA

           EVALUATE TRUE
           WHEN NOT SCAN-OK
               MOVE ERROR-MSG TO WS-USER-MSG
           WHEN WS-LAST-ISSUED > WS-MAX-CHEQUE-NUM - WS-BOOK-SIZE
               MOVE NUMBERS-USED-UP-MSG TO WS-USER-MSG
           WHEN OTHER
               MOVE USER-BANK-ACCOUNT TO CHQBKF-BANK-ACCOUNT
               COMPUTE CHQBKF-FIRST-NUM = WS-LAST-ISSUED + 1
               COMPUTE CHQBKF-LAST-NUM =
                   WS-LAST-ISSUED + WS-BOOK-SIZE
               MOVE WS-POST-DATE TO CHQBKF-ISSUED-DATE
               MOVE EIBTRMID TO CHQBKF-TERMINAL

               EXEC CICS
               WRITE FILE('CHQBKF')
               FROM(FS-CHQBKF)
               RIDFLD(CHQBKF-KEY)
               RESP(RESPCODE)
               END-EXEC

               IF RESPCODE = DFHRESP(NORMAL) THEN
                   MOVE CHQBKF-FIRST-NUM TO RL-FIRST-NUM
                   MOVE CHQBKF-LAST-NUM TO RL-LAST-NUM
                   MOVE RESULT-LINE TO WS-USER-MSG
               ELSE
                   MOVE ERROR-MSG TO WS-USER-MSG
               END-IF
           END-EVALUATE
           EXIT.

       SCAN-BOOKS-PARA.
      * BROWSE THE ACCOUNT'S KEY RANGE ON CHQBKF (THE KEY LEADS
      * WITH THE BANK ACCOUNT) FOR THE HIGHEST NUMBER ISSUED AND
      * FOR THE BOOKS HOLDING USER-FROM-NUM AND USER-TO-NUM. NO
      * BOOKS AT ALL IS A GOOD ANSWER - THE FIRST BOOK IS ABOUT
      * TO BE ORDERED

           MOVE 'Y' TO IF-SCAN-OK
           MOVE 'N' TO IF-FROM-ISSUED
           MOVE 'N' TO IF-TO-ISSUED
           MOVE 0 TO WS-LAST-ISSUED
           MOVE 'N' TO IF-LIST-DONE
           MOVE LOW-VALUES TO LIST-KEY
           MOVE USER-BANK-ACCOUNT TO LIST-BANK-ACCOUNT

           EXEC CICS
           STARTBR
           FILE('CHQBKF')
           RIDFLD(LIST-KEY)
           REQID('CHQK')
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               PERFORM SCAN-NEXT-BOOK-PARA
                   UNTIL LIST-DONE

               EXEC CICS
               ENDBR
               FILE('CHQBKF')
               REQID('CHQK')
               RESP(RESPCODE)
               END-EXEC
           WHEN DFHRESP(NOTFND)
               CONTINUE
           WHEN OTHER
               MOVE 'N' TO IF-SCAN-OK
           END-EVALUATE
           EXIT.

       SCAN-NEXT-BOOK-PARA.
           EXEC CICS
           READNEXT
           FILE('CHQBKF')
           INTO(FS-CHQBKF)
           RIDFLD(LIST-KEY)
           REQID('CHQK')
           RESP(RESPCODE)
           END-EXEC

           EVALUATE TRUE
           WHEN RESPCODE = DFHRESP(NORMAL) AND
                CHQBKF-BANK-ACCOUNT = USER-BANK-ACCOUNT
               IF CHQBKF-LAST-NUM > WS-LAST-ISSUED THEN
                   MOVE CHQBKF-LAST-NUM TO WS-LAST-ISSUED
               END-IF
               IF USER-FROM-NUM NOT < CHQBKF-FIRST-NUM AND
                  USER-FROM-NUM NOT > CHQBKF-LAST-NUM THEN
                   MOVE 'Y' TO IF-FROM-ISSUED
               END-IF
               IF WS-STOP-TO-NUM NOT < CHQBKF-FIRST-NUM AND
                  WS-STOP-TO-NUM NOT > CHQBKF-LAST-NUM THEN
                   MOVE 'Y' TO IF-TO-ISSUED
               END-IF
           WHEN RESPCODE = DFHRESP(NORMAL)
               MOVE 'Y' TO IF-LIST-DONE
           WHEN RESPCODE = DFHRESP(ENDFILE)
               MOVE 'Y' TO IF-LIST-DONE
           WHEN OTHER
               MOVE 'N' TO IF-SCAN-OK
               MOVE 'Y' TO IF-LIST-DONE
           END-EVALUATE
           EXIT.

       PLACE-STOP-PARA.
      * THE FIRST NUMBER IS REQUIRED; A BLANK LAST NUMBER STOPS
      * THAT ONE CHEQUE. BOTH ENDS MUST BE ISSUED TO THE ACCOUNT,
      * AND A SINGLE CHEQUE THAT HAS ALREADY BEEN PAID IS TOO LATE
      * TO STOP. A RANGE MAY TAKE IN CHEQUES ALREADY PAID - THE
      * STOP ONLY MATTERS TO THOSE STILL TO BE PRESENTED

           PERFORM VALIDATE-RANGE-PARA

           IF RANGE-VALID THEN
               PERFORM SCAN-BOOKS-PARA
               EVALUATE TRUE
               WHEN NOT SCAN-OK
                   MOVE ERROR-MSG TO WS-USER-MSG
               WHEN NOT FROM-ISSUED OR NOT TO-ISSUED
                   MOVE NOT-ISSUED-MSG TO WS-USER-MSG
               WHEN USER-FROM-NUM = WS-STOP-TO-NUM
                   PERFORM CHECK-NOT-PAID-PARA
               WHEN OTHER
                   PERFORM WRITE-STOP-PARA
               END-EVALUATE
           END-IF
           EXIT.

       VALIDATE-RANGE-PARA.
      * FILLS WS-STOP-TO-NUM FROM THE LAST NUMBER, OR FROM THE
      * FIRST WHEN THE LAST IS LEFT BLANK

           MOVE 'N' TO IF-RANGE-VALID

           IF USER-FROM-TEXT IS NOT NUMERIC THEN
               MOVE INVALID-FROM-MSG TO WS-USER-MSG
           ELSE
               IF USER-TO-TEXT = SPACES OR
                  USER-TO-TEXT = LOW-VALUES THEN
                   MOVE USER-FROM-NUM TO WS-STOP-TO-NUM
                   MOVE 'Y' TO IF-RANGE-VALID
               ELSE
                   IF USER-TO-TEXT IS NOT NUMERIC THEN
                       MOVE INVALID-TO-MSG TO WS-USER-MSG
                   ELSE
                       IF USER-TO-NUM < USER-FROM-NUM THEN
                           MOVE INVALID-TO-MSG TO WS-USER-MSG
                       ELSE
                           MOVE USER-TO-NUM TO WS-STOP-TO-NUM
                           MOVE 'Y' TO IF-RANGE-VALID
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.

       CHECK-NOT-PAID-PARA.
      * A SINGLE CHEQUE ALREADY ON THE PAID REGISTER HAS LEFT THE
      * ACCOUNT - A STOP ON IT WOULD PROMISE THE CUSTOMER
      * SOMETHING THE BANK CAN NO LONGER DO

           MOVE USER-BANK-ACCOUNT TO CHQPDF-BANK-ACCOUNT
           MOVE USER-FROM-NUM TO CHQPDF-CHEQUE-NUM

           EXEC CICS
           READ FILE('CHQPDF')
           INTO(FS-CHQPDF)
           RIDFLD(CHQPDF-KEY)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NOTFND)
               PERFORM WRITE-STOP-PARA
           WHEN DFHRESP(NORMAL)
               MOVE ALREADY-PAID-MSG TO WS-USER-MSG
           WHEN OTHER
               MOVE ERROR-MSG TO WS-USER-MSG
           END-EVALUATE
           EXIT.

       WRITE-STOP-PARA.
      * THE STOP IS KEYED BY THE NUMBER IT STARTS FROM. A LIFTED
      * STOP FROM THE SAME NUMBER IS REUSED FOR THE NEW ONE; AN
      * ACTIVE ONE IS LEFT ALONE AND THE CUSTOMER TOLD SO

           MOVE USER-BANK-ACCOUNT TO CHQSTF-BANK-ACCOUNT
           MOVE USER-FROM-NUM TO CHQSTF-FROM-NUM

           EXEC CICS
           READ FILE('CHQSTF')
           INTO(FS-CHQSTF)
           RIDFLD(CHQSTF-KEY)
           UPDATE
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NOTFND)
               PERFORM FILL-STOP-PARA
               EXEC CICS
               WRITE FILE('CHQSTF')
               FROM(FS-CHQSTF)
               RIDFLD(CHQSTF-KEY)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   MOVE STOP-PLACED-MSG TO WS-USER-MSG
               ELSE
                   MOVE ERROR-MSG TO WS-USER-MSG
               END-IF
           WHEN DFHRESP(NORMAL)
               IF CHQSTF-ACTIVE THEN
                   MOVE STOP-ACTIVE-MSG TO WS-USER-MSG
                   EXEC CICS
                   UNLOCK FILE('CHQSTF')
                   RESP(RESPCODE)
                   END-EXEC
               ELSE
                   PERFORM FILL-STOP-PARA
                   EXEC CICS
                   REWRITE FILE('CHQSTF')
                   FROM(FS-CHQSTF)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       MOVE STOP-PLACED-MSG TO WS-USER-MSG
                   ELSE
                       MOVE ERROR-MSG TO WS-USER-MSG
                   END-IF
               END-IF
           WHEN OTHER
               MOVE ERROR-MSG TO WS-USER-MSG
           END-EVALUATE
           EXIT.

       FILL-STOP-PARA.
           MOVE USER-BANK-ACCOUNT TO CHQSTF-BANK-ACCOUNT
           MOVE USER-FROM-NUM TO CHQSTF-FROM-NUM
           MOVE WS-STOP-TO-NUM TO CHQSTF-TO-NUM
           MOVE 'A' TO CHQSTF-STATUS
           MOVE WS-TIMESTAMP-FORMAT TO CHQSTF-PLACED-TIMESTAMP
           MOVE EIBTRMID TO CHQSTF-PLACED-TERMINAL
           MOVE SPACES TO CHQSTF-LIFTED-TIMESTAMP
           MOVE SPACES TO CHQSTF-LIFTED-TERMINAL
           EXIT.

       LIFT-STOP-PARA.
      * THE STOP IS READ FOR UPDATE BY ITS FULL KEY - THE SIGNED-ON
      * ACCOUNT PLUS THE NUMBER IT WAS PLACED FROM - SO ANOTHER
      * ACCOUNT'S STOP CAN NEVER BE LIFTED FROM HERE

           IF USER-FROM-TEXT IS NOT NUMERIC THEN
               MOVE INVALID-FROM-MSG TO WS-USER-MSG
           ELSE
               MOVE USER-BANK-ACCOUNT TO CHQSTF-BANK-ACCOUNT
               MOVE USER-FROM-NUM TO CHQSTF-FROM-NUM

               EXEC CICS
               READ FILE('CHQSTF')
               INTO(FS-CHQSTF)
               RIDFLD(CHQSTF-KEY)
               UPDATE
               RESP(RESPCODE)
               END-EXEC

               EVALUATE RESPCODE
               WHEN DFHRESP(NORMAL)
                   IF CHQSTF-ACTIVE THEN
                       MOVE 'L' TO CHQSTF-STATUS
                       MOVE WS-TIMESTAMP-FORMAT
                           TO CHQSTF-LIFTED-TIMESTAMP
                       MOVE EIBTRMID TO CHQSTF-LIFTED-TERMINAL
                       EXEC CICS
                       REWRITE FILE('CHQSTF')
                       FROM(FS-CHQSTF)
                       RESP(RESPCODE)
                       END-EXEC
                       IF RESPCODE = DFHRESP(NORMAL) THEN
                           MOVE STOP-LIFTED-MSG TO WS-USER-MSG
                       ELSE
                           MOVE ERROR-MSG TO WS-USER-MSG
                       END-IF
                   ELSE
                       MOVE NO-SUCH-STOP-MSG TO WS-USER-MSG
                       EXEC CICS
                       UNLOCK FILE('CHQSTF')
                       RESP(RESPCODE)
                       END-EXEC
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE NO-SUCH-STOP-MSG TO WS-USER-MSG
               WHEN OTHER
                   MOVE ERROR-MSG TO WS-USER-MSG
               END-EVALUATE
           END-IF
           EXIT.

       SHOW-CHEQUES-PARA.
      * THE ACCOUNT'S ACTIVE STOPS GO UNDER THE HEADING FIRST -
      * THEY ARE WHAT THE CUSTOMER CAME TO CHECK - THEN ITS
      * BOOKS, WHILE THERE ARE LINES LEFT. THE ACTION'S OWN
      * MESSAGE, IF ANY, STAYS ON THE BOTTOM LINE

           PERFORM CLEAR-DETAIL-LINE-PARA
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LIST-LIMIT

           MOVE CHEQUE-HEADING-LINE TO RLO(1)
           MOVE 1 TO WS-LINE-SUB
           MOVE 0 TO WS-BOOK-COUNT
           MOVE 0 TO WS-STOP-COUNT
           MOVE 'N' TO IF-LIST-FULL

           PERFORM LIST-STOPS-PARA
           PERFORM LIST-BOOKS-PARA

           IF WS-USER-MSG = SPACES THEN
               EVALUATE TRUE
               WHEN WS-BOOK-COUNT = 0
                   MOVE NO-BOOKS-MSG TO WS-USER-MSG
               WHEN LIST-FULL
                   MOVE LIST-FULL-MSG TO WS-USER-MSG
               WHEN OTHER
                   MOVE CHEQUES-SHOWN-MSG TO WS-USER-MSG
               END-EVALUATE
           END-IF
           EXIT.

       CLEAR-DETAIL-LINE-PARA.
           MOVE SPACES TO RLO(WS-LINE-SUB)
           EXIT.

       LIST-STOPS-PARA.
           MOVE 'N' TO IF-LIST-DONE
           MOVE LOW-VALUES TO LIST-KEY
           MOVE USER-BANK-ACCOUNT TO LIST-BANK-ACCOUNT

           EXEC CICS
           STARTBR
           FILE('CHQSTF')
           RIDFLD(LIST-KEY)
           REQID('CHQS')
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               PERFORM READ-NEXT-STOP-PARA
                   UNTIL LIST-DONE

               EXEC CICS
               ENDBR
               FILE('CHQSTF')
               REQID('CHQS')
               RESP(RESPCODE)
               END-EXEC
           WHEN DFHRESP(NOTFND)
               CONTINUE
           WHEN OTHER
               IF WS-USER-MSG = SPACES THEN
                   MOVE ERROR-MSG TO WS-USER-MSG
               END-IF
           END-EVALUATE
           EXIT.

       READ-NEXT-STOP-PARA.
           EXEC CICS
           READNEXT
           FILE('CHQSTF')
           INTO(FS-CHQSTF)
           RIDFLD(LIST-KEY)
           REQID('CHQS')
           RESP(RESPCODE)
           END-EXEC

           IF RESPCODE = DFHRESP(NORMAL) AND
              CHQSTF-BANK-ACCOUNT = USER-BANK-ACCOUNT THEN
               IF CHQSTF-ACTIVE THEN
                   ADD 1 TO WS-STOP-COUNT
                   MOVE 'STOP' TO CDL-ITEM
                   MOVE CHQSTF-FROM-NUM TO CDL-FIRST-NUM
                   MOVE CHQSTF-TO-NUM TO CDL-LAST-NUM
                   MOVE 'PLACED' TO CDL-WHAT
                   MOVE CHQSTF-PLACED-TIMESTAMP TO CDL-DATE
                   PERFORM ADD-CHEQUE-LINE-PARA
               END-IF
           ELSE
               MOVE 'Y' TO IF-LIST-DONE
           END-IF
           EXIT.

       LIST-BOOKS-PARA.
           MOVE 'N' TO IF-LIST-DONE
           MOVE LOW-VALUES TO LIST-KEY
           MOVE USER-BANK-ACCOUNT TO LIST-BANK-ACCOUNT

           EXEC CICS
           STARTBR
           FILE('CHQBKF')
           RIDFLD(LIST-KEY)
           REQID('CHQK')
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               PERFORM READ-NEXT-BOOK-PARA
                   UNTIL LIST-DONE

               EXEC CICS
               ENDBR
               FILE('CHQBKF')
               REQID('CHQK')
               RESP(RESPCODE)
               END-EXEC
           WHEN DFHRESP(NOTFND)
               CONTINUE
           WHEN OTHER
               IF WS-USER-MSG = SPACES THEN
                   MOVE ERROR-MSG TO WS-USER-MSG
               END-IF
           END-EVALUATE
           EXIT.

       READ-NEXT-BOOK-PARA.
           EXEC CICS
           READNEXT
           FILE('CHQBKF')
           INTO(FS-CHQBKF)
           RIDFLD(LIST-KEY)
           REQID('CHQK')
           RESP(RESPCODE)
           END-EXEC

           IF RESPCODE = DFHRESP(NORMAL) AND
              CHQBKF-BANK-ACCOUNT = USER-BANK-ACCOUNT THEN
               ADD 1 TO WS-BOOK-COUNT
               MOVE 'BOOK' TO CDL-ITEM
               MOVE CHQBKF-FIRST-NUM TO CDL-FIRST-NUM
               MOVE CHQBKF-LAST-NUM TO CDL-LAST-NUM
               MOVE 'ISSUED' TO CDL-WHAT
               MOVE CHQBKF-ISSUED-DATE TO CDL-DATE
               PERFORM ADD-CHEQUE-LINE-PARA
           ELSE
               MOVE 'Y' TO IF-LIST-DONE
           END-IF
           EXIT.

       ADD-CHEQUE-LINE-PARA.
      * ONE BOOK OR STOP ONTO THE NEXT FREE LINE WHILE THERE IS
      * ONE

           IF WS-LINE-SUB < WS-LIST-LIMIT THEN
               ADD 1 TO WS-LINE-SUB
               MOVE CHEQUE-DETAIL-LINE TO RLO(WS-LINE-SUB)
           ELSE
               MOVE 'Y' TO IF-LIST-FULL
           END-IF
           EXIT.

       GET-POST-DATE-PARA.
      * SETS WS-POST-DATE FROM THE BUSDATE CONTROL RECORD THE
      * SAME WAY MAPBANKP DOES. IF-POST-DATE-OK IS 'N' WHEN THERE
      * IS NO USABLE DATE, AND THE BOOK IS THEN NOT ISSUED

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

       SEND-NOT-SIGNED-ON-MSG.
           MOVE NOT-SIGNED-ON-MSG TO MSGO
           PERFORM SEND-THE-DATA
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

       SESSION-EXPIRED-PARA.
      * THE SIGN-ON JUST EXPIRED FOR IDLENESS - SEND THE
      * CUSTOMER BACK THROUGH MAPLOGP TO AUTHENTICATE AGAIN,
      * CARRYING THE (NOW SIGNED-OFF) SESSION WITH THEM

           MOVE 'F' TO SESS-SCREEN-STATE
           EXEC CICS
           XCTL PROGRAM('MAPLOGP') COMMAREA(COMM-SESSION)
           END-EXEC
           GOBACK.

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
