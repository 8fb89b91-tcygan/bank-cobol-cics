       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPHLDP.

      * staff funds-hold maintenance, reachable from mapmenup as
      * option D. a funds hold on the FHOLDF file takes part of an
      * account's BALF balance out of the available balance that
      * MAPBANKP (WITHDRAWALS AND TRANSFERS) AND STORDRB (STANDING
      * ORDERS) CHECK BEFORE A DEBIT. MAPBANKP AND PAYINB PLACE
      * HOLDS ON THEIR OWN ON LARGE UNCLEARED CREDITS ('DP' AND
      * 'CL', SEE THE PRODF HOLD THRESHOLD); THIS SCREEN IS WHERE
      * STAFF PLACE LEGAL ('LG') AND GARNISHMENT ('GN') HOLDS,
      * LIST AN ACCOUNT'S ACTIVE HOLDS, AND LIFT A HOLD EARLY BY
      * ITS REFERENCE (THE PLACED TIMESTAMP AND SEQUENCE).
      * A HOLD KEYED WITHOUT A RELEASE DATE STAYS UNTIL IT IS
      * LIFTED HERE; ONE WITH A RELEASE DATE STOPS COUNTING ON
      * THAT DATE AND THE NIGHTLY HLDRELB MARKS IT RELEASED.
      * THE STAFF MEMBER'S CICS USER ID IS STAMPED ON EVERY HOLD
      * PLACED OR LIFTED, AND LIFTED HOLDS STAY ON FHOLDF AS THE
      * AUDIT TRAIL. ACCESS TO THE 'HOLD' TRANSACTION IS
      * RESTRICTED TO STAFF THROUGH TRANSACTION SECURITY, SAME
      * RULE AS MAPODLP - A CUSTOMER NEVER HOLDS THEIR OWN FUNDS

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY MAPHLD.
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
           05 INVALID-ACTION-MSG PIC X(46)
               VALUE 'ACTION MUST BE L (LIST), P (PLACE) OR R (LIFT)'.
           05 INVALID-AMOUNT-MSG PIC X(29)
               VALUE 'AMOUNT MUST BE A VALID NUMBER'.
           05 INVALID-REASON-MSG PIC X(45)
               VALUE 'REASON MUST BE LG (LEGAL) OR GN (GARNISHMENT)'.
           05 INVALID-DATE-MSG PIC X(47)
               VALUE 'RELEASE DATE MUST BE A FUTURE YYYYMMDD OR BLANK'.
           05 INVALID-SEQ-MSG PIC X(34)
               VALUE 'SEQUENCE MUST BE A 3-DIGIT NUMBER'.
           05 NO-SUCH-HOLD-MSG PIC X(31)
               VALUE 'NO SUCH HOLD ON THIS ACCOUNT'.
           05 ALREADY-LIFTED-MSG PIC X(31)
               VALUE 'HOLD HAS ALREADY BEEN RELEASED'.
           05 HOLD-LIFTED-MSG PIC X(14)
               VALUE 'HOLD RELEASED'.
           05 HOLD-PLACED-MSG PIC X(17)
               VALUE 'HOLD PLACED, REF '.
           05 NO-HOLDS-MSG PIC X(31)
               VALUE 'NO ACTIVE HOLDS ON THIS ACCOUNT'.

      * program variables where screen variables goes
       01 SCREEN-DATA.
           05 USER-BANK-ACCOUNT PIC X(26).
           05 USER-ACTION       PIC X.
               88 LIST-ACTION    VALUE 'L'.
               88 PLACE-ACTION   VALUE 'P'.
               88 RELEASE-ACTION VALUE 'R'.
      * AMOUNT AS KEYED, THE SAME TWO FORMS MAPBANKP TAKES: NINE
      * WHOLE-UNIT DIGITS, OR NINE DIGITS, A DECIMAL POINT AND
      * TWO CENTS DIGITS (SEE VALIDATE-AMOUNT-PARA)
           05 USER-AMOUNT-TEXT   PIC X(12).
           05 USER-AMOUNT-PARTS REDEFINES USER-AMOUNT-TEXT.
               10 UA-WHOLE-TEXT  PIC X(9).
               10 UA-DOT         PIC X.
               10 UA-CENTS-TEXT  PIC X(2).
           05 USER-AMOUNT        PIC 9(9)V99.
           05 UA-WHOLE           PIC 9(9).
           05 UA-CENTS           PIC 9(2).
           05 USER-REASON        PIC X(2).
               88 STAFF-HOLD-REASON VALUE 'LG' 'GN'.
           05 USER-RELEASE-DATE  PIC X(8).
           05 USER-RELEASE-PARTS REDEFINES USER-RELEASE-DATE.
               10 URD-YEAR       PIC 9(4).
               10 URD-MONTH      PIC 9(2).
               10 URD-DAY        PIC 9(2).
           05 USER-TIMESTAMP     PIC X(15).
           05 USER-SEQ-TEXT      PIC X(3).

      * THE MESSAGE FOR THE BOTTOM LINE, HELD WHILE THE HOLD LIST
      * IS REBUILT UNDERNEATH IT
       01 WS-USER-MSG PIC X(60).

      * dataf file, only the bank account and the status byte are
      * needed here - no new hold goes on a closed or unknown
      * account, but the holds of a closed one can still be
      * listed and lifted
       01 FS-DATAF.
           05 DATAF-BANK-ACCOUNT PIC X(26).
           05 FILLER             PIC X(123).
           05 DATAF-STATUS       PIC X.
               88 DATAF-ACCT-CLOSED VALUE 'C'.
           05 FILLER             PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05 FILLER             PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN
           05 FILLER             PIC X(3).

      * fholdf file, one record per funds hold, keyed by the bank
      * account and the time the hold was placed. AN ACTIVE HOLD
      * (STATUS 'A' AND NO RELEASE DATE, OR A RELEASE DATE STILL
      * IN THE FUTURE) TAKES ITS AMOUNT OUT OF THE AVAILABLE
      * BALANCE
       01 FS-FHOLDF.
           05 FHOLDF-KEY.
               10 FHOLDF-BANK-ACCOUNT PIC X(26).
               10 FHOLDF-TIMESTAMP    PIC X(15).
               10 FHOLDF-SEQ          PIC 9(3).
           05 FHOLDF-AMOUNT        PIC 9(9)V99.
           05 FHOLDF-REASON        PIC X(2).
               88 FHOLDF-DEPOSIT     VALUE 'DP'.
               88 FHOLDF-CLEARING    VALUE 'CL'.
               88 FHOLDF-LEGAL       VALUE 'LG'.
               88 FHOLDF-GARNISHMENT VALUE 'GN'.
           05 FHOLDF-STATUS        PIC X.
               88 FHOLDF-ACTIVE    VALUE 'A'.
               88 FHOLDF-RELEASED  VALUE 'R'.
           05 FHOLDF-RELEASE-DATE  PIC X(8).
           05 FHOLDF-PLACED-BY     PIC X(8).
           05 FHOLDF-RELEASED-TIMESTAMP PIC X(15).
           05 FHOLDF-RELEASED-BY   PIC X(8).

       01 WS-STAFF-ID PIC X(8).

      * REFERENCE OF A HOLD JUST PLACED, AS STAFF KEY IT TO LIFT
      * IT AGAIN
       01 PLACED-LINE.
           05 PL-TEXT      PIC X(17).
           05 PL-TIMESTAMP PIC X(15).
           05 FILLER       PIC X VALUE SPACE.
           05 PL-SEQ       PIC 9(3).

      * ONE ACTIVE HOLD ON THE LIST - THE REFERENCE (PLACED
      * TIMESTAMP AND SEQUENCE) IS WHAT STAFF KEY TO LIFT IT
       01 HOLD-DETAIL-LINE.
           05 HDL-TIMESTAMP   PIC X(15).
           05 FILLER          PIC X VALUE SPACE.
           05 HDL-SEQ         PIC 9(3).
           05 FILLER          PIC X VALUE SPACE.
           05 HDL-REASON      PIC X(11).
           05 FILLER          PIC X VALUE SPACE.
           05 HDL-AMOUNT      PIC -(8)9.99.
           05 FILLER          PIC X VALUE SPACE.
           05 HDL-RELEASE     PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 HDL-PLACED-BY   PIC X(8).

       01 HOLD-COUNT-LINE.
           05 HCL-COUNT       PIC ZZZ9.
           05 FILLER          PIC X(22)
               VALUE ' ACTIVE HOLD(S), HELD '.
           05 HCL-TOTAL       PIC -(8)9.99.
           05 HCL-MORE        PIC X(16).

       01 LIST-VARS.
           05 WS-HOLD-COUNT    PIC S9(4) COMP VALUE 0.
           05 WS-LINE-SUB      PIC S9(4) COMP VALUE 0.
           05 WS-LIST-LIMIT    PIC S9(4) COMP VALUE 8.
           05 WS-HELD-TOTAL    PIC 9(9)V99 VALUE 0.

      * BROWSE KEY FOR THE HOLD LIST, KEPT APART FROM FHOLDF-KEY
      * SO THE LIST NEVER DISTURBS A HOLD BEING PLACED OR LIFTED
       01 LIST-KEY.
           05 LIST-BANK-ACCOUNT PIC X(26).
           05 FILLER            PIC X(18).

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

      * SET BY VALIDATE-AMOUNT-PARA: WHETHER THE KEYED AMOUNT IS
      * ONE OF THE TWO ACCEPTED FORMS, WITH USER-AMOUNT FILLED IN
      * WHEN IT IS
       01 IF-AMOUNT-VALID PIC X.
           88 AMOUNT-VALID VALUE 'Y'.

       01 IF-HOLD-WRITE-OK PIC X.
           88 HOLD-WRITE-OK VALUE 'Y'.

       01 IF-HOLD-WRITE-DONE PIC X.
           88 HOLD-WRITE-DONE VALUE 'Y'.

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
           TRANSID('HOLD') COMMAREA(COMM-SESSION)
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
           SEND MAP('MAP1') MAPSET('MAPHLD')
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
           SEND MAP('MAP1') MAPSET('MAPHLD')
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
           SEND MAP('MAP1') MAPSET('MAPHLD')
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
      * OUT AND THE ACCOUNT'S ACTIVE HOLDS ARE LISTED UNDER IT

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
           RECEIVE MAP('MAP1') MAPSET('MAPHLD')
           INTO(MAP1I)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE BNUMI TO USER-BANK-ACCOUNT
               MOVE OPTI  TO USER-ACTION
               MOVE AMTI  TO USER-AMOUNT-TEXT
               MOVE RSNI  TO USER-REASON
               MOVE RDATI TO USER-RELEASE-DATE
               MOVE TSTMI TO USER-TIMESTAMP
               MOVE SEQI  TO USER-SEQ-TEXT
      * BMS PADS UNKEYED POSITIONS WITH NULLS - THE STORED
      * TIMESTAMP KEYS END IN A SPACE AND AN UNKEYED RELEASE
      * DATE MEANS NONE, SO TURN NULLS INTO SPACES
               INSPECT USER-TIMESTAMP
                   REPLACING ALL LOW-VALUE BY SPACE
               INSPECT USER-RELEASE-DATE
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
      * FLAGGED SEPARATELY - ITS HOLDS CAN STILL BE WORKED

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

       PROCESS-THE-ACTION-PARA.
      * TODAY'S DATE DECIDES WHICH HOLDS ARE STILL ACTIVE AND
      * WHETHER A KEYED RELEASE DATE IS IN THE FUTURE, SO IT IS
      * TAKEN ONCE UP FRONT

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
               PERFORM BUILD-HOLD-LIST-PARA
               PERFORM SET-LIST-MSG-PARA
           WHEN PLACE-ACTION
               IF DATAF-CLOSED THEN
                   MOVE NOTFND-ERROR-MSG TO WS-USER-MSG
               ELSE
                   PERFORM PLACE-HOLD-PARA
               END-IF
               PERFORM BUILD-HOLD-LIST-PARA
           WHEN RELEASE-ACTION
               IF USER-SEQ-TEXT IS NOT NUMERIC THEN
                   MOVE INVALID-SEQ-MSG TO WS-USER-MSG
               ELSE
                   PERFORM LIFT-HOLD-PARA
               END-IF
               PERFORM BUILD-HOLD-LIST-PARA
           WHEN OTHER
               MOVE INVALID-ACTION-MSG TO WS-USER-MSG
           END-EVALUATE
           EXIT.

       PLACE-HOLD-PARA.
      * A STAFF HOLD NEEDS A VALID AMOUNT, A LEGAL OR GARNISHMENT
      * REASON AND EITHER NO RELEASE DATE (HELD UNTIL LIFTED) OR
      * ONE AFTER TODAY. THE HOLD IS KEYED BY THE ACCOUNT AND THE
      * TIME IT IS PLACED, SEQUENCE BUMPED ON DUPREC

           PERFORM VALIDATE-AMOUNT-PARA

           EVALUATE TRUE
           WHEN NOT AMOUNT-VALID
               MOVE INVALID-AMOUNT-MSG TO WS-USER-MSG
           WHEN NOT STAFF-HOLD-REASON
               MOVE INVALID-REASON-MSG TO WS-USER-MSG
           WHEN USER-RELEASE-DATE NOT = SPACES AND
                (USER-RELEASE-DATE IS NOT NUMERIC OR
                 URD-MONTH < 1 OR URD-MONTH > 12 OR
                 URD-DAY < 1 OR URD-DAY > 31 OR
                 USER-RELEASE-DATE NOT > WS-TS-DATE)
               MOVE INVALID-DATE-MSG TO WS-USER-MSG
           WHEN OTHER
               PERFORM WRITE-STAFF-HOLD-PARA
           END-EVALUATE
           EXIT.

       WRITE-STAFF-HOLD-PARA.
           EXEC CICS
           ASSIGN USERID(WS-STAFF-ID)
           END-EXEC

           MOVE USER-BANK-ACCOUNT TO FHOLDF-BANK-ACCOUNT
           MOVE WS-TIMESTAMP-FORMAT TO FHOLDF-TIMESTAMP
           MOVE 0 TO FHOLDF-SEQ
           MOVE USER-AMOUNT TO FHOLDF-AMOUNT
           MOVE USER-REASON TO FHOLDF-REASON
           MOVE 'A' TO FHOLDF-STATUS
           MOVE USER-RELEASE-DATE TO FHOLDF-RELEASE-DATE
           MOVE WS-STAFF-ID TO FHOLDF-PLACED-BY
           MOVE SPACES TO FHOLDF-RELEASED-TIMESTAMP
           MOVE SPACES TO FHOLDF-RELEASED-BY

           MOVE 'N' TO IF-HOLD-WRITE-OK
           MOVE 'N' TO IF-HOLD-WRITE-DONE

           PERFORM WRITE-FHOLDF-RECORD-PARA
               UNTIL HOLD-WRITE-DONE

           IF HOLD-WRITE-OK THEN
               MOVE HOLD-PLACED-MSG TO PL-TEXT
               MOVE FHOLDF-TIMESTAMP TO PL-TIMESTAMP
               MOVE FHOLDF-SEQ TO PL-SEQ
               MOVE PLACED-LINE TO WS-USER-MSG
           ELSE
               MOVE ERROR-MSG TO WS-USER-MSG
           END-IF
           EXIT.

       WRITE-FHOLDF-RECORD-PARA.
           EXEC CICS
           WRITE FILE('FHOLDF')
           FROM(FS-FHOLDF)
           RIDFLD(FHOLDF-KEY)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE 'Y' TO IF-HOLD-WRITE-OK
               MOVE 'Y' TO IF-HOLD-WRITE-DONE
           WHEN DFHRESP(DUPREC)
               IF FHOLDF-SEQ < 999 THEN
                   ADD 1 TO FHOLDF-SEQ
               ELSE
                   MOVE 'Y' TO IF-HOLD-WRITE-DONE
               END-IF
           WHEN OTHER
               MOVE 'Y' TO IF-HOLD-WRITE-DONE
           END-EVALUATE
           EXIT.

       LIFT-HOLD-PARA.
      * THE HOLD IS READ FOR UPDATE BY ITS FULL KEY - THE ACCOUNT
      * KEYED ABOVE PLUS THE REFERENCE - SO A REFERENCE FROM
      * ANOTHER ACCOUNT'S LIST CAN NEVER LIFT THE WRONG HOLD.
      * ANY REASON MAY BE LIFTED HERE, A CLEARED DEPOSIT AS WELL
      * AS A LEGAL HOLD THAT HAS BEEN DISCHARGED

           EXEC CICS
           ASSIGN USERID(WS-STAFF-ID)
           END-EXEC

           MOVE USER-BANK-ACCOUNT TO FHOLDF-BANK-ACCOUNT
           MOVE USER-TIMESTAMP TO FHOLDF-TIMESTAMP
           MOVE USER-SEQ-TEXT TO FHOLDF-SEQ

           EXEC CICS
           READ FILE('FHOLDF')
           INTO(FS-FHOLDF)
           RIDFLD(FHOLDF-KEY)
           UPDATE
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               IF FHOLDF-ACTIVE THEN
                   MOVE 'R' TO FHOLDF-STATUS
                   MOVE WS-TIMESTAMP-FORMAT
                       TO FHOLDF-RELEASED-TIMESTAMP
                   MOVE WS-STAFF-ID TO FHOLDF-RELEASED-BY
                   EXEC CICS
                   REWRITE FILE('FHOLDF')
                   FROM(FS-FHOLDF)
                   RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL) THEN
                       MOVE HOLD-LIFTED-MSG TO WS-USER-MSG
                   ELSE
                       MOVE ERROR-MSG TO WS-USER-MSG
                   END-IF
               ELSE
                   MOVE ALREADY-LIFTED-MSG TO WS-USER-MSG
                   EXEC CICS
                   UNLOCK FILE('FHOLDF')
                   RESP(RESPCODE)
                   END-EXEC
               END-IF
           WHEN DFHRESP(NOTFND)
               MOVE NO-SUCH-HOLD-MSG TO WS-USER-MSG
           WHEN OTHER
               MOVE ERROR-MSG TO WS-USER-MSG
           END-EVALUATE
           EXIT.

       BUILD-HOLD-LIST-PARA.
      * BROWSE THE ACCOUNT'S KEY RANGE ON FHOLDF (THE KEY LEADS
      * WITH THE BANK ACCOUNT) AND PUT EVERY ACTIVE HOLD ON THE
      * NEXT FREE LINE. ALL ACTIVE HOLDS ARE COUNTED AND TOTALLED
      * EVEN WHEN THE SCREEN IS FULL

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LIST-LIMIT
               MOVE SPACES TO RLO(WS-LINE-SUB)
           END-PERFORM

           MOVE 0 TO WS-HOLD-COUNT
           MOVE 0 TO WS-HELD-TOTAL
           MOVE 'N' TO IF-LIST-DONE
           MOVE LOW-VALUES TO LIST-KEY
           MOVE USER-BANK-ACCOUNT TO LIST-BANK-ACCOUNT

           EXEC CICS
           STARTBR
           FILE('FHOLDF')
           RIDFLD(LIST-KEY)
           REQID('HLDL')
           RESP(RESPCODE)
           END-EXEC

           IF RESPCODE = DFHRESP(NORMAL) THEN
               PERFORM READ-NEXT-HOLD-PARA
                   UNTIL LIST-DONE

               EXEC CICS
               ENDBR
               FILE('FHOLDF')
               REQID('HLDL')
               RESP(RESPCODE)
               END-EXEC
           END-IF
           EXIT.

       READ-NEXT-HOLD-PARA.
           EXEC CICS
           READNEXT
           FILE('FHOLDF')
           INTO(FS-FHOLDF)
           RIDFLD(LIST-KEY)
           REQID('HLDL')
           RESP(RESPCODE)
           END-EXEC

           IF RESPCODE = DFHRESP(NORMAL) AND
              FHOLDF-BANK-ACCOUNT = USER-BANK-ACCOUNT THEN
               IF FHOLDF-ACTIVE AND
                  (FHOLDF-RELEASE-DATE = SPACES OR
                   FHOLDF-RELEASE-DATE > WS-TS-DATE) THEN
                   PERFORM ADD-HOLD-LINE-PARA
               END-IF
           ELSE
               MOVE 'Y' TO IF-LIST-DONE
           END-IF
           EXIT.

       ADD-HOLD-LINE-PARA.
      * ONE ACTIVE HOLD INTO THE COUNT AND TOTAL, AND ONTO THE
      * NEXT FREE LINE WHILE THERE IS ONE

           ADD 1 TO WS-HOLD-COUNT
           ADD FHOLDF-AMOUNT TO WS-HELD-TOTAL

           IF WS-HOLD-COUNT <= WS-LIST-LIMIT THEN
               MOVE FHOLDF-TIMESTAMP TO HDL-TIMESTAMP
               MOVE FHOLDF-SEQ TO HDL-SEQ
               EVALUATE TRUE
               WHEN FHOLDF-DEPOSIT
                   MOVE 'DEPOSIT' TO HDL-REASON
               WHEN FHOLDF-CLEARING
                   MOVE 'CLEARING' TO HDL-REASON
               WHEN FHOLDF-LEGAL
                   MOVE 'LEGAL' TO HDL-REASON
               WHEN FHOLDF-GARNISHMENT
                   MOVE 'GARNISHMENT' TO HDL-REASON
               WHEN OTHER
                   MOVE FHOLDF-REASON TO HDL-REASON
               END-EVALUATE
               MOVE FHOLDF-AMOUNT TO HDL-AMOUNT
               IF FHOLDF-RELEASE-DATE = SPACES THEN
                   MOVE 'TIL LIFT' TO HDL-RELEASE
               ELSE
                   MOVE FHOLDF-RELEASE-DATE TO HDL-RELEASE
               END-IF
               MOVE FHOLDF-PLACED-BY TO HDL-PLACED-BY
               MOVE HOLD-DETAIL-LINE TO RLO(WS-HOLD-COUNT)
           END-IF
           EXIT.

       SET-LIST-MSG-PARA.
           IF WS-HOLD-COUNT = 0 THEN
               MOVE NO-HOLDS-MSG TO WS-USER-MSG
           ELSE
               MOVE WS-HOLD-COUNT TO HCL-COUNT
               MOVE WS-HELD-TOTAL TO HCL-TOTAL
               IF WS-HOLD-COUNT > WS-LIST-LIMIT THEN
                   MOVE ' - FIRST 8 SHOWN' TO HCL-MORE
               ELSE
                   MOVE SPACES TO HCL-MORE
               END-IF
               MOVE HOLD-COUNT-LINE TO WS-USER-MSG
           END-IF
           EXIT.

       VALIDATE-AMOUNT-PARA.
      * SAME RULES AS MAPBANKP'S VALIDATE-AMOUNT-PARA: NINE DIGITS
      * ALONE (WHOLE UNITS), OR NINE DIGITS, A DECIMAL POINT AND
      * EXACTLY TWO CENTS DIGITS. A ZERO HOLD HOLDS NOTHING AND IS
      * REFUSED AS WELL

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
