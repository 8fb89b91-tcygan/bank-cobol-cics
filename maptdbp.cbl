       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPTDBP.

      * supervisor term-deposit maintenance, reachable from
      * mapmenup as option F. a term deposit is an account opened
      * through MAPCREAP under a PRODF product with a term; its TDF
      * record carries the fixed rate, the start and maturity
      * dates and the customer's maturity instruction, and while
      * it is active MAPBANKP and STORDRB refuse every debit.
      * this screen shows a deposit (L), breaks it before maturity
      * (B) or changes what happens at maturity (I).
      * breaking a deposit pays the interest built up so far (type
      * 'I') and takes the break penalty back out (type 'K',
      * negative): the penalty is the product's penalty rate off
      * the fixed rate for the time the money was held, so it is
      * never more than the interest itself. the deposit is then
      * marked broken, with the date and the supervisor's CICS user
      * id, and the account behaves as an ordinary one from then
      * on. both postings, the BALF update and the TDF rewrite are
      * one unit of work - any failure backs them all out.
      * access to the 'TDEP' transaction is restricted to
      * supervisors through transaction security, same rule as
      * MAPAPRP - tellers cannot unlock a deposit

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY MAPTDB.
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
           05 INVALID-ACTION-MSG PIC X(45)
               VALUE 'ACTION MUST BE L (LIST), B (BREAK) OR I (INS)'.
           05 NOT-TERM-DEPOSIT-MSG PIC X(30)
               VALUE 'THIS IS NOT A TERM DEPOSIT'.
           05 NOT-ACTIVE-MSG PIC X(40)
               VALUE 'DEPOSIT IS NO LONGER ACTIVE'.
           05 AT-MATURITY-MSG PIC X(50)
               VALUE 'DEPOSIT IS AT MATURITY - TDMATB WILL PAY IT OUT'.
           05 NO-BUSDATE-MSG PIC X(40)
               VALUE 'BUSINESS DATE UNAVAILABLE - TRY LATER'.
           05 INVALID-MATURITY-MSG PIC X(40)
               VALUE 'MATURITY INSTRUCTION MUST BE R OR S'.
           05 INVALID-SWEEP-MSG PIC X(45)
               VALUE 'SWEEP ACCT: HOLDER''S OPEN ACCT, SAME CURRENCY'.
           05 INSTRUCTION-CHANGED-MSG PIC X(30)
               VALUE 'MATURITY INSTRUCTION CHANGED'.
           05 DEPOSIT-SHOWN-MSG PIC X(20)
               VALUE 'TERM DEPOSIT SHOWN'.
           05 BROKEN-OK-MSG PIC X(27)
               VALUE 'DEPOSIT BROKEN, BALANCE: '.

      * program variables where screen variables goes
       01 SCREEN-DATA.
           05 USER-BANK-ACCOUNT PIC X(26).
           05 USER-ACTION       PIC X.
               88 LIST-ACTION        VALUE 'L'.
               88 BREAK-ACTION       VALUE 'B'.
               88 INSTRUCTION-ACTION VALUE 'I'.
           05 USER-MATURITY     PIC X.
               88 ROLLOVER-INSTRUCTION VALUE 'R'.
               88 SWEEP-INSTRUCTION    VALUE 'S'.
           05 USER-SWEEP-ACCOUNT PIC X(26).

      * THE MESSAGE FOR THE BOTTOM LINE, HELD WHILE THE DEPOSIT'S
      * DETAILS ARE REBUILT UNDERNEATH IT
       01 WS-USER-MSG PIC X(60).

      * dataf file. THE ACCOUNT KEYED MUST EXIST; ITS CURRENCY AND
      * PRIMARY CUSTOMER ARE KEPT FOR THE SWEEP-ACCOUNT CHECK,
      * WHICH READS THE SWEEP ACCOUNT INTO THE SAME RECORD
       01 FS-DATAF.
           05 DATAF-BANK-ACCOUNT PIC X(26).
           05 FILLER             PIC X(112).
           05 DATAF-ID-NUM       PIC X(11).
           05 DATAF-STATUS       PIC X.
               88 DATAF-ACCT-CLOSED VALUE 'C'.
           05 FILLER             PIC X(15).
           05 DATAF-PRODUCT-CODE PIC X(2).
           05 DATAF-CURRENCY     PIC X(3).

       01 WS-TD-CURRENCY PIC X(3).
       01 WS-TD-ID-NUM   PIC X(11).

      * holdf file, one record per customer named on an account -
      * A JOINT HOLDER OF THE SWEEP ACCOUNT QUALIFIES AS WELL AS
      * ITS PRIMARY CUSTOMER
       01 FS-HOLDF.
           05 HOLDF-KEY.
               10 HOLDF-BANK-ACCOUNT PIC X(26).
               10 HOLDF-ID-NUM       PIC X(11).
           05 FILLER             PIC X(73).

      * tdf file, one record per term-deposit account (SEE
      * TDF.JCL)
       01 FS-TDF.
           05 TDF-BANK-ACCOUNT        PIC X(26).
           05 TDF-PRODUCT-CODE        PIC X(2).
           05 TDF-TERM-MONTHS         PIC 9(3).
           05 TDF-RATE                PIC 9(2)V9(4).
           05 TDF-BREAK-PENALTY       PIC 9V99.
           05 TDF-START-DATE          PIC X(8).
           05 TDF-MATURITY-DATE       PIC X(8).
           05 TDF-INSTRUCTION         PIC X.
               88 TDF-ROLLOVER        VALUE 'R'.
               88 TDF-SWEEP           VALUE 'S'.
           05 TDF-SWEEP-ACCOUNT       PIC X(26).
           05 TDF-STATUS              PIC X.
               88 TDF-ACTIVE          VALUE 'A'.
               88 TDF-BROKEN          VALUE 'B'.
               88 TDF-MATURED         VALUE 'M'.
           05 TDF-ACCRUED             PIC 9(9)V99.
           05 TDF-ACCRUED-TO          PIC X(8).
           05 TDF-BROKEN-DATE         PIC X(8).
           05 TDF-BROKEN-BY           PIC X(8).
           05 TDF-PENALTY             PIC 9(9)V99.

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

       01 WS-POST-DATE PIC X(8).

       01 IF-POST-DATE-OK PIC X.
           88 POST-DATE-OK VALUE 'Y'.

       01 WS-STAFF-ID PIC X(8).

      * THE BREAK: INTEREST BUILT UP TO THE BREAK DATE, THE
      * PENALTY TAKEN OFF IT AND THE BALANCE AFTER EACH POSTING
       01 BREAK-AMOUNTS.
           05 WS-BREAK-INTEREST    PIC 9(9)V99 VALUE 0.
           05 WS-BREAK-PENALTY     PIC 9(9)V99 VALUE 0.
           05 WS-BALANCE-INTEREST  PIC S9(9)V99 VALUE 0.
           05 WS-ACCRUE-DAYS       PIC S9(5) VALUE 0.
           05 WS-FROM-DATE-NUM     PIC 9(8).
           05 WS-TO-DATE-NUM       PIC 9(8).

       01 RESULT-LINE.
           05 RL-TEXT PIC X(27).
           05 RL-AMOUNT PIC -(7)9.99.

      * THE DEPOSIT'S DETAILS, ONE SCREEN LINE EACH
       01 TERMS-LINE.
           05 FILLER          PIC X(8) VALUE 'PRODUCT '.
           05 TML-PRODUCT     PIC X(2).
           05 FILLER          PIC X(7) VALUE '  TERM '.
           05 TML-TERM        PIC ZZ9.
           05 FILLER          PIC X(20) VALUE
               ' MONTHS  FIXED RATE '.
           05 TML-RATE        PIC Z9.9999.
           05 FILLER          PIC X(18) VALUE
               '%  BREAK PENALTY '.
           05 TML-PENALTY     PIC 9.99.
           05 FILLER          PIC X VALUE '%'.

       01 DATES-LINE.
           05 FILLER          PIC X(8) VALUE 'STARTED '.
           05 DTL-START       PIC X(8).
           05 FILLER          PIC X(10) VALUE '  MATURES '.
           05 DTL-MATURITY    PIC X(8).
           05 FILLER          PIC X(9) VALUE '  STATUS '.
           05 DTL-STATUS      PIC X(20).

       01 BALANCE-LINE.
           05 FILLER          PIC X(8) VALUE 'BALANCE '.
           05 BLL-BALANCE     PIC -(8)9.99.
           05 FILLER          PIC X(10) VALUE '  ACCRUED '.
           05 BLL-ACCRUED     PIC Z(8)9.99.
           05 FILLER          PIC X(4) VALUE ' TO '.
           05 BLL-ACCRUED-TO  PIC X(8).

       01 INSTRUCTION-LINE.
           05 FILLER          PIC X(13) VALUE 'AT MATURITY: '.
           05 INL-ACTION      PIC X(10).
           05 INL-SWEEP       PIC X(26).

       01 BROKEN-LINE.
           05 FILLER          PIC X(7) VALUE 'BROKEN '.
           05 BKL-DATE        PIC X(8).
           05 FILLER          PIC X(4) VALUE ' BY '.
           05 BKL-BY          PIC X(8).
           05 FILLER          PIC X(10) VALUE '  PENALTY '.
           05 BKL-PENALTY     PIC Z(8)9.99.

       01 LIST-VARS.
           05 WS-LINE-SUB      PIC S9(4) COMP VALUE 0.
           05 WS-LIST-LIMIT    PIC S9(4) COMP VALUE 6.

       01 IF-RECEIVED PIC X.
           88 RECEIVED-SUCCESSFULLY VALUE 'Y'.
           88 MAPFAIL-ERROR         VALUE 'M'.
           88 OTHER-RECEIVE-ERROR   VALUE 'N'.

       01 IF-DATAF-EXIST PIC X.
           88 DATAF-EXIST     VALUE 'Y'.
           88 DATAF-CLOSED    VALUE 'C'.
           88 DATAF-NOT-EXIST VALUE 'N'.
           88 DATAF-OTHER-ERROR VALUE 'O'.

       01 IF-SWEEP-OK PIC X.
           88 SWEEP-OK VALUE 'Y'.

       01 IF-BALF-READ-OK PIC X.
           88 BALF-READ-OK VALUE 'Y'.

       01 IF-BALF-ON-FILE PIC X.
           88 BALF-ON-FILE VALUE 'Y'.

       01 IF-POSTED-OK PIC X.
           88 POSTED-OK VALUE 'Y'.

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
           TRANSID('TDEP') COMMAREA(COMM-SESSION)
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
           SEND MAP('MAP1') MAPSET('MAPTDB')
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
           SEND MAP('MAP1') MAPSET('MAPTDB')
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
           SEND MAP('MAP1') MAPSET('MAPTDB')
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
      * OUT AND THE DEPOSIT'S DETAILS ARE SHOWN UNDER IT

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
           RECEIVE MAP('MAP1') MAPSET('MAPTDB')
           INTO(MAP1I)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE BNUMI TO USER-BANK-ACCOUNT
               MOVE OPTI  TO USER-ACTION
               MOVE MATI  TO USER-MATURITY
               MOVE SWPI  TO USER-SWEEP-ACCOUNT
      * BMS PADS UNKEYED POSITIONS WITH NULLS - THE SWEEP ACCOUNT
      * IS STORED ON TDF, SO MAKE THEM SPACES
               INSPECT USER-SWEEP-ACCOUNT
                   REPLACING ALL LOW-VALUE BY SPACE
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
      * FLAGGED SEPARATELY - ITS DEPOSIT CAN STILL BE SHOWN

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
               MOVE DATAF-CURRENCY TO WS-TD-CURRENCY
               IF WS-TD-CURRENCY = SPACES OR
                  WS-TD-CURRENCY = LOW-VALUES THEN
                   MOVE 'PLN' TO WS-TD-CURRENCY
               END-IF
               MOVE DATAF-ID-NUM TO WS-TD-ID-NUM
           WHEN DFHRESP(NOTFND)
               MOVE 'N' TO IF-DATAF-EXIST
           WHEN OTHER
               MOVE 'O' TO IF-DATAF-EXIST
           END-EVALUATE
           EXIT.

       PROCESS-THE-ACTION-PARA.
      * CARRY OUT THE ACTION, THEN SHOW THE DEPOSIT AS IT NOW
      * STANDS. A CLOSED ACCOUNT'S DEPOSIT CAN ONLY BE LOOKED AT

           MOVE SPACES TO WS-USER-MSG

           EVALUATE TRUE
           WHEN LIST-ACTION
               PERFORM SHOW-DEPOSIT-PARA
           WHEN BREAK-ACTION
               IF DATAF-CLOSED THEN
                   MOVE NOTFND-ERROR-MSG TO WS-USER-MSG
               ELSE
                   PERFORM BREAK-DEPOSIT-PARA
               END-IF
               PERFORM SHOW-DEPOSIT-PARA
           WHEN INSTRUCTION-ACTION
               IF DATAF-CLOSED THEN
                   MOVE NOTFND-ERROR-MSG TO WS-USER-MSG
               ELSE
                   PERFORM CHANGE-INSTRUCTION-PARA
               END-IF
               PERFORM SHOW-DEPOSIT-PARA
           WHEN OTHER
               MOVE INVALID-ACTION-MSG TO WS-USER-MSG
           END-EVALUATE
           EXIT.

       BREAK-DEPOSIT-PARA.
      * A DEPOSIT CAN ONLY BE BROKEN WHILE IT IS ACTIVE AND BEFORE
      * ITS MATURITY DATE - ON OR AFTER IT, TDMATB PAYS IT OUT AT
      * THE FULL RATE. THE BUSINESS DATE IS THE BREAK DATE, AND
      * WITHOUT ONE NOTHING IS POSTED

           EXEC CICS
           ASSIGN USERID(WS-STAFF-ID)
           END-EXEC

           PERFORM GET-POST-DATE-PARA

           MOVE USER-BANK-ACCOUNT TO TDF-BANK-ACCOUNT

           EXEC CICS
           READ FILE('TDF')
           INTO(FS-TDF)
           RIDFLD(TDF-BANK-ACCOUNT)
           UPDATE
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               EVALUATE TRUE
               WHEN NOT TDF-ACTIVE
                   MOVE NOT-ACTIVE-MSG TO WS-USER-MSG
                   PERFORM UNLOCK-TDF-PARA
               WHEN NOT POST-DATE-OK
                   MOVE NO-BUSDATE-MSG TO WS-USER-MSG
                   PERFORM UNLOCK-TDF-PARA
               WHEN WS-POST-DATE NOT < TDF-MATURITY-DATE
                   MOVE AT-MATURITY-MSG TO WS-USER-MSG
                   PERFORM UNLOCK-TDF-PARA
               WHEN OTHER
                   PERFORM POST-BREAK-PARA
               END-EVALUATE
           WHEN DFHRESP(NOTFND)
               MOVE NOT-TERM-DEPOSIT-MSG TO WS-USER-MSG
           WHEN OTHER
               MOVE ERROR-MSG TO WS-USER-MSG
           END-EVALUATE
           EXIT.

       POST-BREAK-PARA.
      * PAY THE INTEREST AND TAKE THE PENALTY ON BALF, JOURNAL
      * BOTH, THEN MARK THE DEPOSIT BROKEN. A DEPOSIT THAT WAS
      * NEVER FUNDED HAS NO BALF RECORD YET AND IS TAKEN AS A
      * ZERO BALANCE, SAME AS EVERYWHERE ELSE

           MOVE 'N' TO IF-POSTED-OK
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
               CONTINUE
           END-EVALUATE

           IF BALF-READ-OK THEN
               PERFORM CALC-BREAK-PARA
               PERFORM UPDATE-BREAK-BALF-PARA
               IF POSTED-OK AND WS-BREAK-INTEREST > 0 THEN
                   MOVE 'I' TO TRANF-TYPE
                   MOVE WS-BREAK-INTEREST TO TRANF-AMOUNT
                   MOVE WS-BALANCE-INTEREST TO TRANF-BALANCE-AFTER
                   PERFORM RECORD-BREAK-TRANF-PARA
               END-IF
               IF POSTED-OK AND WS-BREAK-PENALTY > 0 THEN
                   MOVE 'K' TO TRANF-TYPE
                   COMPUTE TRANF-AMOUNT = 0 - WS-BREAK-PENALTY
                   MOVE BALF-BALANCE TO TRANF-BALANCE-AFTER
                   PERFORM RECORD-BREAK-TRANF-PARA
               END-IF
               IF POSTED-OK THEN
                   PERFORM REWRITE-BROKEN-TDF-PARA
               END-IF
           END-IF

           IF POSTED-OK THEN
               MOVE BROKEN-OK-MSG TO RL-TEXT
               MOVE BALF-BALANCE TO RL-AMOUNT
               MOVE RESULT-LINE TO WS-USER-MSG
           ELSE
               PERFORM BACK-OUT-BREAK-PARA
           END-IF
           EXIT.

       CALC-BREAK-PARA.
      * INTEREST TO THE BREAK DATE IS WHAT TDMATB HAS ACCRUED ON
      * TDF PLUS THE DAYS SINCE IT LAST RAN, ON THE SAME ACTUAL/365
      * BASIS. THE PENALTY IS THE PENALTY RATE'S SHARE OF THE
      * FIXED RATE, SO THE CUSTOMER EARNS (RATE - PENALTY) FOR THE
      * TIME HELD - AND NEVER LESS THAN NOTHING

           MOVE TDF-ACCRUED TO WS-BREAK-INTEREST

           IF TDF-ACCRUED-TO IS NUMERIC AND
              TDF-ACCRUED-TO < WS-POST-DATE AND
              BALF-BALANCE > 0 THEN
               MOVE TDF-ACCRUED-TO TO WS-FROM-DATE-NUM
               MOVE WS-POST-DATE TO WS-TO-DATE-NUM
               COMPUTE WS-ACCRUE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TO-DATE-NUM) -
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-NUM)
               COMPUTE WS-BREAK-INTEREST ROUNDED =
                   WS-BREAK-INTEREST +
                   BALF-BALANCE * TDF-RATE / 100
                   * WS-ACCRUE-DAYS / 365
           END-IF

           IF TDF-RATE > 0 THEN
               COMPUTE WS-BREAK-PENALTY ROUNDED =
                   WS-BREAK-INTEREST * TDF-BREAK-PENALTY / TDF-RATE
           ELSE
               MOVE 0 TO WS-BREAK-PENALTY
           END-IF

           IF WS-BREAK-PENALTY > WS-BREAK-INTEREST THEN
               MOVE WS-BREAK-INTEREST TO WS-BREAK-PENALTY
           END-IF

           COMPUTE WS-BALANCE-INTEREST =
               BALF-BALANCE + WS-BREAK-INTEREST
           EXIT.

       UPDATE-BREAK-BALF-PARA.
      * ONE BALF UPDATE FOR BOTH POSTINGS - THE JOURNAL ROWS CARRY
      * THE BALANCE AFTER EACH OF THEM

           COMPUTE BALF-BALANCE =
               WS-BALANCE-INTEREST - WS-BREAK-PENALTY

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
               MOVE 'Y' TO IF-POSTED-OK
           END-IF
           EXIT.

       RECORD-BREAK-TRANF-PARA.
      * JOURNAL ONE ROW OF THE BREAK. CALLER FILLS IN TYPE, AMOUNT
      * AND BALANCE AFTER; THE SECOND ROW SHARES THE FIRST'S
      * TIMESTAMP AND TAKES THE NEXT SEQUENCE NUMBER ON DUPREC

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

       REWRITE-BROKEN-TDF-PARA.
      * THE DEPOSIT IS BROKEN - NOTHING LEFT ACCRUED, THE PENALTY
      * AND THE SUPERVISOR ON RECORD. TDF IS STILL HELD FOR UPDATE
      * FROM BREAK-DEPOSIT-PARA

           MOVE 'B' TO TDF-STATUS
           MOVE 0 TO TDF-ACCRUED
           MOVE WS-POST-DATE TO TDF-ACCRUED-TO
           MOVE WS-POST-DATE TO TDF-BROKEN-DATE
           MOVE WS-STAFF-ID TO TDF-BROKEN-BY
           MOVE WS-BREAK-PENALTY TO TDF-PENALTY

           EXEC CICS
           REWRITE FILE('TDF')
           FROM(FS-TDF)
           RESP(RESPCODE)
           END-EXEC

           IF RESPCODE NOT = DFHRESP(NORMAL) THEN
               MOVE 'N' TO IF-POSTED-OK
           END-IF
           EXIT.

       BACK-OUT-BREAK-PARA.
      * SOMETHING IN THE BREAK FAILED PART WAY - BACK THE WHOLE
      * UNIT OF WORK OUT SO THE DEPOSIT STAYS LOCKED AND NOTHING
      * IS HALF POSTED

           EXEC CICS
           SYNCPOINT ROLLBACK
           END-EXEC
           MOVE ERROR-MSG TO WS-USER-MSG
           EXIT.

       UNLOCK-TDF-PARA.
           EXEC CICS
           UNLOCK FILE('TDF')
           RESP(RESPCODE)
           END-EXEC
           EXIT.

       CHANGE-INSTRUCTION-PARA.
      * 'R' ROLLS THE DEPOSIT OVER AT MATURITY, 'S' SWEEPS IT TO
      * THE KEYED ACCOUNT, WHICH HAS TO PASS THE SAME CHECKS
      * MAPCREAP APPLIES WHEN THE DEPOSIT IS OPENED

           MOVE 'N' TO IF-SWEEP-OK

           EVALUATE TRUE
           WHEN ROLLOVER-INSTRUCTION
               MOVE SPACES TO USER-SWEEP-ACCOUNT
               MOVE 'Y' TO IF-SWEEP-OK
           WHEN SWEEP-INSTRUCTION
               PERFORM CHECK-SWEEP-ACCOUNT-PARA
           WHEN OTHER
               MOVE INVALID-MATURITY-MSG TO WS-USER-MSG
           END-EVALUATE

           IF SWEEP-OK THEN
               PERFORM REWRITE-INSTRUCTION-PARA
           END-IF
           EXIT.

       CHECK-SWEEP-ACCOUNT-PARA.
      * THE SWEEP ACCOUNT MUST BE ANOTHER OPEN ACCOUNT IN THE
      * DEPOSIT'S CURRENCY, NOT ITSELF A TERM DEPOSIT, AND HELD BY
      * THE DEPOSIT'S CUSTOMER - AS ITS PRIMARY CUSTOMER ON DATAF
      * OR AS A HOLDER ON HOLDF. ANY READ ERROR FAILS CLOSED

           MOVE INVALID-SWEEP-MSG TO WS-USER-MSG

           IF USER-SWEEP-ACCOUNT NOT = SPACES AND
              USER-SWEEP-ACCOUNT NOT = USER-BANK-ACCOUNT THEN
               MOVE USER-SWEEP-ACCOUNT TO DATAF-BANK-ACCOUNT

               EXEC CICS
               READ FILE('DATAF')
               INTO(FS-DATAF)
               RIDFLD(DATAF-BANK-ACCOUNT)
               RESP(RESPCODE)
               END-EXEC

               EVALUATE RESPCODE
               WHEN DFHRESP(NORMAL)
                   IF DATAF-CURRENCY = SPACES OR
                      DATAF-CURRENCY = LOW-VALUES THEN
                       MOVE 'PLN' TO DATAF-CURRENCY
                   END-IF
                   IF NOT DATAF-ACCT-CLOSED AND
                      DATAF-CURRENCY = WS-TD-CURRENCY THEN
                       PERFORM CHECK-SWEEP-NOT-TERM-PARA
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE ERROR-MSG TO WS-USER-MSG
               END-EVALUATE
           END-IF
           EXIT.

       CHECK-SWEEP-NOT-TERM-PARA.
           MOVE USER-SWEEP-ACCOUNT TO TDF-BANK-ACCOUNT

           EXEC CICS
           READ FILE('TDF')
           INTO(FS-TDF)
           RIDFLD(TDF-BANK-ACCOUNT)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NOTFND)
               IF DATAF-ID-NUM = WS-TD-ID-NUM THEN
                   MOVE 'Y' TO IF-SWEEP-OK
               ELSE
                   PERFORM CHECK-SWEEP-HOLDER-PARA
               END-IF
           WHEN DFHRESP(NORMAL)
               CONTINUE
           WHEN OTHER
               MOVE ERROR-MSG TO WS-USER-MSG
           END-EVALUATE
           EXIT.

       CHECK-SWEEP-HOLDER-PARA.
           MOVE USER-SWEEP-ACCOUNT TO HOLDF-BANK-ACCOUNT
           MOVE WS-TD-ID-NUM TO HOLDF-ID-NUM

           EXEC CICS
           READ FILE('HOLDF')
           INTO(FS-HOLDF)
           RIDFLD(HOLDF-KEY)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE 'Y' TO IF-SWEEP-OK
           WHEN DFHRESP(NOTFND)
               CONTINUE
           WHEN OTHER
               MOVE ERROR-MSG TO WS-USER-MSG
           END-EVALUATE
           EXIT.

       REWRITE-INSTRUCTION-PARA.
      * ONLY AN ACTIVE DEPOSIT HAS A MATURITY STILL TO COME

           MOVE USER-BANK-ACCOUNT TO TDF-BANK-ACCOUNT

           EXEC CICS
           READ FILE('TDF')
           INTO(FS-TDF)
           RIDFLD(TDF-BANK-ACCOUNT)
           UPDATE
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               IF TDF-ACTIVE THEN
                   MOVE USER-MATURITY TO TDF-INSTRUCTION
                   MOVE USER-SWEEP-ACCOUNT TO TDF-SWEEP-ACCOUNT
                   EXEC CICS
                   REWRITE FILE('TDF')
                   FROM(FS-TDF)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       MOVE INSTRUCTION-CHANGED-MSG TO WS-USER-MSG
                   ELSE
                       MOVE ERROR-MSG TO WS-USER-MSG
                   END-IF
               ELSE
                   MOVE NOT-ACTIVE-MSG TO WS-USER-MSG
                   PERFORM UNLOCK-TDF-PARA
               END-IF
           WHEN DFHRESP(NOTFND)
               MOVE NOT-TERM-DEPOSIT-MSG TO WS-USER-MSG
           WHEN OTHER
               MOVE ERROR-MSG TO WS-USER-MSG
           END-EVALUATE
           EXIT.

       SHOW-DEPOSIT-PARA.
      * THE DEPOSIT'S TERMS, DATES, BALANCE AND ACCRUED INTEREST,
      * MATURITY INSTRUCTION AND, ONCE BROKEN, WHO BROKE IT. THE
      * ACTION'S OWN MESSAGE, IF ANY, STAYS ON THE BOTTOM LINE

           PERFORM CLEAR-DETAIL-LINE-PARA
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LIST-LIMIT

           MOVE USER-BANK-ACCOUNT TO TDF-BANK-ACCOUNT

           EXEC CICS
           READ FILE('TDF')
           INTO(FS-TDF)
           RIDFLD(TDF-BANK-ACCOUNT)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               PERFORM BUILD-DETAIL-LINES-PARA
               IF WS-USER-MSG = SPACES THEN
                   MOVE DEPOSIT-SHOWN-MSG TO WS-USER-MSG
               END-IF
           WHEN DFHRESP(NOTFND)
               IF WS-USER-MSG = SPACES THEN
                   MOVE NOT-TERM-DEPOSIT-MSG TO WS-USER-MSG
               END-IF
           WHEN OTHER
               IF WS-USER-MSG = SPACES THEN
                   MOVE ERROR-MSG TO WS-USER-MSG
               END-IF
           END-EVALUATE
           EXIT.

       CLEAR-DETAIL-LINE-PARA.
           MOVE SPACES TO RLO(WS-LINE-SUB)
           EXIT.

       BUILD-DETAIL-LINES-PARA.
           MOVE USER-BANK-ACCOUNT TO BALF-BANK-ACCOUNT

           EXEC CICS
           READ FILE('BALF')
           INTO(FS-BALF)
           RIDFLD(BALF-BANK-ACCOUNT)
           RESP(RESPCODE)
           END-EXEC

           IF RESPCODE NOT = DFHRESP(NORMAL) THEN
               MOVE 0 TO BALF-BALANCE
           END-IF

           MOVE TDF-PRODUCT-CODE TO TML-PRODUCT
           MOVE TDF-TERM-MONTHS TO TML-TERM
           MOVE TDF-RATE TO TML-RATE
           MOVE TDF-BREAK-PENALTY TO TML-PENALTY
           MOVE TERMS-LINE TO RLO(1)

           MOVE TDF-START-DATE TO DTL-START
           MOVE TDF-MATURITY-DATE TO DTL-MATURITY
           EVALUATE TRUE
           WHEN TDF-ACTIVE
               MOVE 'ACTIVE - LOCKED' TO DTL-STATUS
           WHEN TDF-BROKEN
               MOVE 'BROKEN' TO DTL-STATUS
           WHEN TDF-MATURED
               MOVE 'MATURED' TO DTL-STATUS
           WHEN OTHER
               MOVE TDF-STATUS TO DTL-STATUS
           END-EVALUATE
           MOVE DATES-LINE TO RLO(2)

           MOVE BALF-BALANCE TO BLL-BALANCE
           MOVE TDF-ACCRUED TO BLL-ACCRUED
           MOVE TDF-ACCRUED-TO TO BLL-ACCRUED-TO
           MOVE BALANCE-LINE TO RLO(3)

           IF TDF-SWEEP THEN
               MOVE 'SWEEP TO' TO INL-ACTION
               MOVE TDF-SWEEP-ACCOUNT TO INL-SWEEP
           ELSE
               MOVE 'ROLL OVER' TO INL-ACTION
               MOVE SPACES TO INL-SWEEP
           END-IF
           MOVE INSTRUCTION-LINE TO RLO(4)

           IF TDF-BROKEN THEN
               MOVE TDF-BROKEN-DATE TO BKL-DATE
               MOVE TDF-BROKEN-BY TO BKL-BY
               MOVE TDF-PENALTY TO BKL-PENALTY
               MOVE BROKEN-LINE TO RLO(5)
           END-IF
           EXIT.

       GET-POST-DATE-PARA.
      * SETS WS-POST-DATE FROM THE BUSDATE CONTROL RECORD THE
      * SAME WAY MAPBANKP DOES. IF-POST-DATE-OK IS 'N' WHEN THERE
      * IS NO USABLE DATE, AND THE DEPOSIT IS THEN NOT BROKEN

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
