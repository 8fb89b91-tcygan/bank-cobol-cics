       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPAPRP.

      * supervisor approval queue, reachable from mapmenup as
      * option C. MAPREVP (REVERSALS) AND MAPODLP (OVERDRAFT
      * LIMITS) NO LONGER ACT ALONE ABOVE THE THRESHOLDS ON THE
      * LIMITF 'APPROVAL' CONTROL RECORD - THEY PARK THE REQUEST
      * ON THE APPRF PENDING-APPROVAL FILE INSTEAD. this screen
      * lists the oldest pending requests, and a second
      * supervisor keys the reference of one of them with A to
      * approve or R to reject it.
      * THE CHECKER MUST BE A DIFFERENT CICS USER FROM THE ONE
      * WHO PARKED THE REQUEST - THAT IS THE WHOLE POINT. AN
      * APPROVED REVERSAL IS POSTED HERE EXACTLY THE WAY MAPREVP
      * POSTS ONE (THE ORIGINAL IS RE-READ AND THE NOT-A-REVERSAL
      * AND NOT-YET-REVERSED CHECKS ARE MADE AGAIN, THE FILE MAY
      * HAVE MOVED ON SINCE IT WAS PARKED, AND THE UNCLEARED-FUNDS
      * HOLD ON A REVERSED DEPOSIT OR PAY-IN IS RELEASED WITH
      * IT); AN APPROVED LIMIT IS
      * STORED ON ODLIMF THE WAY MAPODLP STORES ONE. THE APPRF
      * RECORD IS MARKED DECIDED IN THE SAME UNIT OF WORK, SO A
      * REQUEST CAN NEVER BE POSTED WITHOUT ITS DECISION OR
      * DECIDED WITHOUT ITS POSTING.
      * ACCESS TO THE 'APRV' TRANSACTION IS RESTRICTED TO
      * SUPERVISORS THROUGH TRANSACTION SECURITY, SAME RULE AS
      * MAPREVP AND MAPODLP. DECIDED RECORDS STAY ON APPRF AS
      * THE AUDIT TRAIL; APPEXCB LISTS THE ONES STILL PENDING

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY MAPAPR.
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
           05 INVALID-SEQ-MSG PIC X(34)
               VALUE 'SEQUENCE MUST BE A 3-DIGIT NUMBER'.
           05 INVALID-ACTION-MSG PIC X(42)
               VALUE 'DECISION MUST BE A (APPROVE) OR R (REJECT)'.
           05 NO-SUCH-REQUEST-MSG PIC X(24)
               VALUE 'NO SUCH PENDING REQUEST'.
           05 ALREADY-DECIDED-MSG PIC X(34)
               VALUE 'REQUEST HAS ALREADY BEEN DECIDED'.
           05 SAME-USER-MSG PIC X(44)
               VALUE 'A DIFFERENT SUPERVISOR MUST DECIDE THIS ONE'.
           05 NO-SUCH-TRAN-MSG PIC X(40)
               VALUE 'ORIGINAL TRANSACTION IS NO LONGER THERE'.
           05 IS-REVERSAL-MSG PIC X(28)
               VALUE 'CANNOT REVERSE A REVERSAL'.
           05 ALREADY-REVERSED-MSG PIC X(42)
               VALUE 'ALREADY REVERSED - SEE THE LATER V RECORD'.
           05 REVERSED-OK-MSG PIC X(27)
               VALUE 'APPROVED, NEW BALANCE:    '.
           05 LIMIT-SET-MSG PIC X(27)
               VALUE 'APPROVED, LIMIT NOW SET TO'.
           05 REJECTED-MSG PIC X(17)
               VALUE 'REQUEST REJECTED'.
           05 NO-PENDING-MSG PIC X(30)
               VALUE 'NO REQUESTS AWAITING APPROVAL'.
           05 MORE-PENDING-MSG PIC X(44)
               VALUE 'MORE PENDING - DECIDE THESE TO SEE THE REST'.

      * program variables where screen variables goes
       01 SCREEN-DATA.
           05 USER-TIMESTAMP    PIC X(15).
           05 USER-SEQ-TEXT     PIC X(3).
           05 USER-ACTION       PIC X.
               88 APPROVE-ACTION VALUE 'A'.
               88 REJECT-ACTION  VALUE 'R'.

      * THE MESSAGE FOR THE BOTTOM LINE, HELD WHILE THE PENDING
      * LIST IS REBUILT UNDERNEATH IT
       01 WS-USER-MSG PIC X(60).

      * apprf file, one record per request parked for a second
      * pair of eyes, keyed by the time it was parked
       01 FS-APPRF.
           05 APPRF-KEY.
               10 APPRF-TIMESTAMP     PIC X(15).
               10 APPRF-SEQ           PIC 9(3).
           05 APPRF-TYPE              PIC X.
               88 APPRF-REVERSAL      VALUE 'V'.
               88 APPRF-ODLIMIT       VALUE 'L'.
           05 APPRF-STATUS            PIC X.
               88 APPRF-PENDING       VALUE 'P'.
               88 APPRF-APPROVED      VALUE 'A'.
               88 APPRF-REJECTED      VALUE 'R'.
           05 APPRF-BANK-ACCOUNT      PIC X(26).
           05 APPRF-ORIG-KEY          PIC X(44).
           05 APPRF-AMOUNT            PIC S9(9)V99.
           05 APPRF-MAKER-ID          PIC X(8).
           05 APPRF-MAKER-TERMINAL    PIC X(4).
           05 APPRF-CHECKER-ID        PIC X(8).
           05 APPRF-DECIDED-TIMESTAMP PIC X(15).

       01 WS-STAFF-ID PIC X(8).

      * fholdf file, one record per hold on an account's funds,
      * same layout MAPBANKP and MAPHLDP use
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

      * FULL KEY OF THE RECORD A PARKED REVERSAL BACKS OUT
       01 TARGET-KEY.
           05 TARGET-BANK-ACCOUNT PIC X(26).
           05 TARGET-TIMESTAMP    PIC X(15).
           05 TARGET-SEQ          PIC 9(3).

      * tranf file, same layout MAPBANKP writes
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

      * THE ORIGINAL RECORD AS READ, KEPT WHILE FS-TRANF IS
      * REUSED FOR THE BROWSE AND THE REVERSAL WRITE
       01 ORIG-TRANF.
           05 ORIG-TYPE            PIC X.
           05 ORIG-AMOUNT          PIC S9(9)V99.

      * SIGNED EFFECT THE ORIGINAL HAD ON THE BALANCE, AND THE
      * REVERSAL AMOUNT (ITS NEGATION) THAT BACKS IT OUT
       01 REVERSAL-AMOUNTS.
           05 WS-ORIG-EFFECT       PIC S9(9)V99.
           05 WS-REVERSAL-AMOUNT   PIC S9(9)V99.

      * balf file, holds the running balance per bank account
       01 FS-BALF.
           05 BALF-BANK-ACCOUNT PIC X(26).
           05 BALF-BALANCE      PIC S9(9)V99.

      * odlimf file, one record per account with an authorized
      * overdraft facility
       01 FS-ODLIMF.
           05 ODLIMF-BANK-ACCOUNT PIC X(26).
           05 ODLIMF-LIMIT        PIC 9(9).

       01 RESULT-LINE.
           05 RL-TEXT PIC X(27).
           05 RL-AMOUNT PIC -(7)9.99.

      * ONE PENDING REQUEST ON THE LIST - THE REFERENCE (PARKED
      * TIMESTAMP AND SEQUENCE) IS WHAT THE CHECKER KEYS BELOW
       01 PENDING-DETAIL-LINE.
           05 PDL-TIMESTAMP   PIC X(15).
           05 FILLER          PIC X VALUE SPACE.
           05 PDL-SEQ         PIC 9(3).
           05 FILLER          PIC X VALUE SPACE.
           05 PDL-TYPE        PIC X(3).
           05 FILLER          PIC X VALUE SPACE.
           05 PDL-ACCOUNT     PIC X(26).
           05 FILLER          PIC X VALUE SPACE.
           05 PDL-AMOUNT      PIC -(8)9.99.
           05 FILLER          PIC X VALUE SPACE.
           05 PDL-MAKER       PIC X(8).

       01 PENDING-COUNT-LINE.
           05 PCL-COUNT       PIC ZZZ9.
           05 FILLER          PIC X(30)
               VALUE ' REQUEST(S) AWAITING APPROVAL'.

       01 LIST-VARS.
           05 WS-PENDING-COUNT PIC S9(4) COMP VALUE 0.
           05 WS-LINE-SUB      PIC S9(4) COMP VALUE 0.
           05 WS-LIST-LIMIT    PIC S9(4) COMP VALUE 8.

      * BROWSE KEY FOR THE PENDING LIST, KEPT APART FROM
      * APPRF-KEY SO THE LIST NEVER DISTURBS A DECISION
       01 LIST-KEY PIC X(18).

       01 IF-MORE-PENDING PIC X VALUE 'N'.
           88 MORE-PENDING VALUE 'Y'.

       01 IF-LIST-DONE PIC X VALUE 'N'.
           88 LIST-DONE VALUE 'Y'.

       01 IF-RECEIVED PIC X.
           88 RECEIVED-SUCCESSFULLY VALUE 'Y'.
           88 MAPFAIL-ERROR         VALUE 'M'.
           88 OTHER-RECEIVE-ERROR   VALUE 'N'.

       01 IF-ORIG-FOUND PIC X.
           88 ORIG-FOUND     VALUE 'Y'.
           88 ORIG-NOT-FOUND VALUE 'N'.
           88 ORIG-READ-ERROR VALUE 'O'.

       01 IF-ALREADY-REVERSED PIC X.
           88 ALREADY-REVERSED VALUE 'Y'.
           88 NOT-YET-REVERSED VALUE 'N'.
           88 REVERSED-CHECK-ERROR VALUE 'O'.

       01 IF-REV-BROWSE-DONE PIC X.
           88 REV-BROWSE-DONE VALUE 'Y'.

       01 IF-TRANF-WRITE-OK PIC X.
           88 TRANF-WRITE-OK VALUE 'Y'.

       01 IF-TRANF-WRITE-DONE PIC X.
           88 TRANF-WRITE-DONE VALUE 'Y'.

      * busdate file, one control record (key 'BUSDATE') holding
      * the current business date. ONCE BUSDAYB HAS TAKEN THE
      * END-OF-DAY CUTOFF, POSTINGS BELONG TO THE NEXT BUSINESS
      * DATE CARRIED ON THE SAME RECORD (SEE MAPBANKP)
       01 FS-BUSDATE.
           05 BUSDATE-ID              PIC X(8).
           05 BUSDATE-DATE            PIC X(8).
           05 BUSDATE-DORM-DAYS       PIC 9(4).
           05 BUSDATE-CUTOFF          PIC X.
               88 BUSDATE-CUTOFF-TAKEN VALUE 'Y'.
           05 BUSDATE-NEXT-DATE       PIC X(8).

       01 IF-POST-DATE-OK PIC X.
           88 POST-DATE-OK VALUE 'Y'.

       01 IF-POSTED-OK PIC X.
           88 POSTED-OK VALUE 'Y'.

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
           TRANSID('APRV') COMMAREA(COMM-SESSION)
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
      * - THE QUEUE IS LISTED STRAIGHT AWAY

           MOVE LOW-VALUES TO MAP1O
           PERFORM BUILD-PENDING-LIST-PARA
           PERFORM SET-LIST-MSG-PARA
           MOVE WS-USER-MSG TO MSGO
           PERFORM SEND-THE-MAP
           EXIT.

       SEND-THE-MAP.
      * PARAGRAPH WILL SEND WHOLE MAP TO THE USER

           EXEC CICS
           SEND MAP('MAP1') MAPSET('MAPAPR')
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
           SEND MAP('MAP1') MAPSET('MAPAPR')
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
           SEND MAP('MAP1') MAPSET('MAPAPR')
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
      * ENTER WITH NO REFERENCE KEYED JUST REFRESHES THE LIST;
      * EVERY DECISION IS FOLLOWED BY A FRESH LIST SO THE
      * DECIDED REQUEST DROPS OFF IT

           PERFORM GET-THE-DATA

           EVALUATE TRUE
           WHEN RECEIVED-SUCCESSFULLY
               EVALUATE TRUE
               WHEN USER-TIMESTAMP = SPACES
                   PERFORM BUILD-PENDING-LIST-PARA
                   PERFORM SET-LIST-MSG-PARA
               WHEN USER-SEQ-TEXT IS NOT NUMERIC
                   MOVE INVALID-SEQ-MSG TO WS-USER-MSG
               WHEN NOT APPROVE-ACTION AND NOT REJECT-ACTION
                   MOVE INVALID-ACTION-MSG TO WS-USER-MSG
               WHEN OTHER
                   PERFORM PROCESS-THE-DECISION-PARA
                   PERFORM BUILD-PENDING-LIST-PARA
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
           RECEIVE MAP('MAP1') MAPSET('MAPAPR')
           INTO(MAP1I)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE TSTMI TO USER-TIMESTAMP
               MOVE SEQI  TO USER-SEQ-TEXT
               MOVE ACTI  TO USER-ACTION
      * BMS PADS UNKEYED POSITIONS WITH NULLS - THE STORED
      * TIMESTAMP KEYS END IN A SPACE, SO TURN NULLS INTO SPACES
      * BEFORE BUILDING THE KEY
               INSPECT USER-TIMESTAMP
                   REPLACING ALL LOW-VALUE BY SPACE
               MOVE 'Y' TO IF-RECEIVED
           WHEN DFHRESP(MAPFAIL)
      * NOTHING KEYED AT ALL - SAME AS ASKING FOR A REFRESH
               MOVE SPACES TO USER-TIMESTAMP
               MOVE 'Y' TO IF-RECEIVED
           WHEN OTHER
               MOVE 'N' TO IF-RECEIVED
           END-EVALUATE
           EXIT.

       BUILD-PENDING-LIST-PARA.
      * BROWSE APPRF FROM THE OLDEST RECORD AND PUT EVERY
      * PENDING ONE ON THE NEXT FREE LINE, UNTIL THE SCREEN IS
      * FULL. DECIDED RECORDS ARE SKIPPED - THEY STAY ON FILE
      * ONLY AS THE AUDIT TRAIL

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LIST-LIMIT
               MOVE SPACES TO RLO(WS-LINE-SUB)
           END-PERFORM

           MOVE 0 TO WS-PENDING-COUNT
           MOVE 'N' TO IF-MORE-PENDING
           MOVE 'N' TO IF-LIST-DONE
           MOVE LOW-VALUES TO LIST-KEY

           EXEC CICS
           STARTBR
           FILE('APPRF')
           RIDFLD(LIST-KEY)
           REQID('APRL')
           RESP(RESPCODE)
           END-EXEC

           IF RESPCODE = DFHRESP(NORMAL) THEN
               PERFORM READ-NEXT-PENDING-PARA
                   UNTIL LIST-DONE

               EXEC CICS
               ENDBR
               FILE('APPRF')
               REQID('APRL')
               RESP(RESPCODE)
               END-EXEC
           END-IF
           EXIT.

       READ-NEXT-PENDING-PARA.
           EXEC CICS
           READNEXT
           FILE('APPRF')
           INTO(FS-APPRF)
           RIDFLD(LIST-KEY)
           REQID('APRL')
           RESP(RESPCODE)
           END-EXEC

           IF RESPCODE = DFHRESP(NORMAL) THEN
               IF APPRF-PENDING THEN
                   PERFORM ADD-PENDING-LINE-PARA
               END-IF
           ELSE
               MOVE 'Y' TO IF-LIST-DONE
           END-IF
           EXIT.

       ADD-PENDING-LINE-PARA.
      * ONE PENDING REQUEST ONTO THE NEXT FREE LINE. ONCE THE
      * SCREEN IS FULL THE BROWSE STOPS AND THE CHECKER IS TOLD
      * THERE ARE MORE

           IF WS-PENDING-COUNT < WS-LIST-LIMIT THEN
               ADD 1 TO WS-PENDING-COUNT
               MOVE APPRF-TIMESTAMP TO PDL-TIMESTAMP
               MOVE APPRF-SEQ TO PDL-SEQ
               EVALUATE TRUE
               WHEN APPRF-REVERSAL
                   MOVE 'REV' TO PDL-TYPE
               WHEN APPRF-ODLIMIT
                   MOVE 'LIM' TO PDL-TYPE
               WHEN OTHER
                   MOVE APPRF-TYPE TO PDL-TYPE
               END-EVALUATE
               MOVE APPRF-BANK-ACCOUNT TO PDL-ACCOUNT
               MOVE APPRF-AMOUNT TO PDL-AMOUNT
               MOVE APPRF-MAKER-ID TO PDL-MAKER
               MOVE PENDING-DETAIL-LINE TO RLO(WS-PENDING-COUNT)
           ELSE
               MOVE 'Y' TO IF-MORE-PENDING
               MOVE 'Y' TO IF-LIST-DONE
           END-IF
           EXIT.

       SET-LIST-MSG-PARA.
           EVALUATE TRUE
           WHEN MORE-PENDING
               MOVE MORE-PENDING-MSG TO WS-USER-MSG
           WHEN WS-PENDING-COUNT = 0
               MOVE NO-PENDING-MSG TO WS-USER-MSG
           WHEN OTHER
               MOVE WS-PENDING-COUNT TO PCL-COUNT
               MOVE PENDING-COUNT-LINE TO WS-USER-MSG
           END-EVALUATE
           EXIT.

       PROCESS-THE-DECISION-PARA.
      * THE REQUEST IS READ FOR UPDATE AND HELD UNTIL ITS
      * DECISION IS REWRITTEN, SO TWO CHECKERS CANNOT BOTH ACT
      * ON IT. IT MUST STILL BE PENDING AND MUST NOT HAVE BEEN
      * PARKED BY THE USER NOW DECIDING IT

           EXEC CICS
           ASSIGN USERID(WS-STAFF-ID)
           END-EXEC

           MOVE USER-TIMESTAMP TO APPRF-TIMESTAMP
           MOVE USER-SEQ-TEXT TO APPRF-SEQ

           EXEC CICS
           READ FILE('APPRF')
           INTO(FS-APPRF)
           RIDFLD(APPRF-KEY)
           UPDATE
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               EVALUATE TRUE
               WHEN NOT APPRF-PENDING
                   MOVE ALREADY-DECIDED-MSG TO WS-USER-MSG
                   PERFORM RELEASE-APPRF-PARA
               WHEN APPRF-MAKER-ID = WS-STAFF-ID
                   MOVE SAME-USER-MSG TO WS-USER-MSG
                   PERFORM RELEASE-APPRF-PARA
               WHEN REJECT-ACTION
                   PERFORM REJECT-REQUEST-PARA
               WHEN APPRF-REVERSAL
                   PERFORM APPROVE-REVERSAL-PARA
               WHEN APPRF-ODLIMIT
                   PERFORM APPROVE-LIMIT-PARA
               WHEN OTHER
                   MOVE ERROR-MSG TO WS-USER-MSG
                   PERFORM RELEASE-APPRF-PARA
               END-EVALUATE
           WHEN DFHRESP(NOTFND)
               MOVE NO-SUCH-REQUEST-MSG TO WS-USER-MSG
           WHEN OTHER
               MOVE ERROR-MSG TO WS-USER-MSG
           END-EVALUATE
           EXIT.

       RELEASE-APPRF-PARA.
      * NOTHING TO DO TO THE REQUEST - GIVE UP THE UPDATE HOLD

           EXEC CICS
           UNLOCK FILE('APPRF')
           RESP(RESPCODE)
           END-EXEC
           EXIT.

       REJECT-REQUEST-PARA.
      * A REJECTION CHANGES NOTHING BUT THE REQUEST ITSELF

           MOVE 'R' TO APPRF-STATUS
           PERFORM RECORD-DECISION-PARA

           IF POSTED-OK THEN
               MOVE REJECTED-MSG TO WS-USER-MSG
           ELSE
               MOVE ERROR-MSG TO WS-USER-MSG
           END-IF
           EXIT.

       RECORD-DECISION-PARA.
      * STAMP THE CHECKER AND THE DECISION TIME ON THE HELD
      * APPRF RECORD AND REWRITE IT

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

           MOVE WS-STAFF-ID TO APPRF-CHECKER-ID
           MOVE WS-TIMESTAMP-FORMAT TO APPRF-DECIDED-TIMESTAMP

           EXEC CICS
           REWRITE FILE('APPRF')
           FROM(FS-APPRF)
           RESP(RESPCODE)
           END-EXEC

           IF RESPCODE = DFHRESP(NORMAL) THEN
               MOVE 'Y' TO IF-POSTED-OK
           ELSE
               MOVE 'N' TO IF-POSTED-OK
           END-IF
           EXIT.

       APPROVE-REVERSAL-PARA.
      * SAME CHECKS MAPREVP MAKES BEFORE IT POSTS, MADE AGAIN NOW
      * - THE ORIGINAL MUST STILL EXIST, MUST NOT BE A REVERSAL
      * AND MUST NOT HAVE BEEN REVERSED SINCE IT WAS PARKED

           MOVE APPRF-ORIG-KEY TO TARGET-KEY

           PERFORM READ-ORIGINAL-PARA

           EVALUATE TRUE
           WHEN ORIG-FOUND
               IF ORIG-TYPE = 'V' THEN
                   MOVE IS-REVERSAL-MSG TO WS-USER-MSG
                   PERFORM RELEASE-APPRF-PARA
               ELSE
                   PERFORM CHECK-ALREADY-REVERSED-PARA
                   EVALUATE TRUE
                   WHEN NOT-YET-REVERSED
                       PERFORM POST-REVERSAL-PARA
                   WHEN ALREADY-REVERSED
                       MOVE ALREADY-REVERSED-MSG TO WS-USER-MSG
                       PERFORM RELEASE-APPRF-PARA
                   WHEN OTHER
                       MOVE ERROR-MSG TO WS-USER-MSG
                       PERFORM RELEASE-APPRF-PARA
                   END-EVALUATE
               END-IF
           WHEN ORIG-NOT-FOUND
               MOVE NO-SUCH-TRAN-MSG TO WS-USER-MSG
               PERFORM RELEASE-APPRF-PARA
           WHEN OTHER
               MOVE ERROR-MSG TO WS-USER-MSG
               PERFORM RELEASE-APPRF-PARA
           END-EVALUATE
           EXIT.

       READ-ORIGINAL-PARA.
      * DIRECT READ OF THE RECORD THE PARKED REVERSAL NAMES

           MOVE TARGET-KEY TO TRANF-KEY

           EXEC CICS
           READ FILE('TRANF')
           INTO(FS-TRANF)
           RIDFLD(TRANF-KEY)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE TRANF-TYPE TO ORIG-TYPE
               MOVE TRANF-AMOUNT TO ORIG-AMOUNT
               MOVE 'Y' TO IF-ORIG-FOUND
           WHEN DFHRESP(NOTFND)
               MOVE 'N' TO IF-ORIG-FOUND
           WHEN OTHER
               MOVE 'O' TO IF-ORIG-FOUND
           END-EVALUATE
           EXIT.

       CHECK-ALREADY-REVERSED-PARA.
      * BROWSE THE ACCOUNT'S KEY RANGE LOOKING FOR A 'V' RECORD
      * WHOSE TRANF-ORIG-KEY NAMES THE TARGET, SAME BROWSE
      * MAPREVP RUNS

           MOVE 'N' TO IF-ALREADY-REVERSED
           MOVE 'N' TO IF-REV-BROWSE-DONE
           MOVE LOW-VALUES TO TRANF-KEY
           MOVE TARGET-BANK-ACCOUNT TO TRANF-BANK-ACCOUNT

           EXEC CICS
           STARTBR
           FILE('TRANF')
           RIDFLD(TRANF-KEY)
           REQID('APRB')
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               PERFORM READ-NEXT-REVERSAL-PARA
                   UNTIL REV-BROWSE-DONE

               EXEC CICS
               ENDBR
               FILE('TRANF')
               REQID('APRB')
               RESP(RESPCODE)
               END-EXEC
           WHEN DFHRESP(NOTFND)
               CONTINUE
           WHEN OTHER
      * THE CHECK COULD NOT RUN - FAIL CLOSED
               MOVE 'O' TO IF-ALREADY-REVERSED
           END-EVALUATE
           EXIT.

       READ-NEXT-REVERSAL-PARA.
           EXEC CICS
           READNEXT
           FILE('TRANF')
           INTO(FS-TRANF)
           RIDFLD(TRANF-KEY)
           REQID('APRB')
           RESP(RESPCODE)
           END-EXEC

           EVALUATE TRUE
           WHEN RESPCODE = DFHRESP(NORMAL) AND
                TRANF-BANK-ACCOUNT = TARGET-BANK-ACCOUNT
               IF TRANF-TYPE = 'V' AND
                  TRANF-ORIG-KEY = TARGET-KEY THEN
                   MOVE 'Y' TO IF-ALREADY-REVERSED
                   MOVE 'Y' TO IF-REV-BROWSE-DONE
               END-IF
           WHEN RESPCODE = DFHRESP(NORMAL)
           WHEN RESPCODE = DFHRESP(ENDFILE)
               MOVE 'Y' TO IF-REV-BROWSE-DONE
           WHEN OTHER
               MOVE 'O' TO IF-ALREADY-REVERSED
               MOVE 'Y' TO IF-REV-BROWSE-DONE
           END-EVALUATE
           EXIT.

       POST-REVERSAL-PARA.
      * ADJUST BALF BY THE OPPOSITE OF THE ORIGINAL'S EFFECT,
      * JOURNAL THE MARKED 'V' RECORD AND RELEASE ANY HOLD ON A
      * REVERSED CREDIT, EXACTLY AS MAPREVP DOES, THEN MARK THE
      * REQUEST APPROVED. ANY FAILURE PART WAY
      * BACKS THE WHOLE UNIT OF WORK OUT

           EVALUATE ORIG-TYPE
           WHEN 'D'
           WHEN 'F'
           WHEN 'I'
               MOVE ORIG-AMOUNT TO WS-ORIG-EFFECT
           WHEN 'W'
           WHEN 'T'
               COMPUTE WS-ORIG-EFFECT = 0 - ORIG-AMOUNT
           WHEN OTHER
      * ANY OTHER TYPE CARRIES ITS SIGNED EFFECT IN THE AMOUNT
               MOVE ORIG-AMOUNT TO WS-ORIG-EFFECT
           END-EVALUATE

           COMPUTE WS-REVERSAL-AMOUNT = 0 - WS-ORIG-EFFECT

           MOVE 'N' TO IF-POSTED-OK
           MOVE TARGET-BANK-ACCOUNT TO BALF-BANK-ACCOUNT

           EXEC CICS
           READ FILE('BALF')
           INTO(FS-BALF)
           RIDFLD(BALF-BANK-ACCOUNT)
           UPDATE
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               ADD WS-REVERSAL-AMOUNT TO BALF-BALANCE
               EXEC CICS
               REWRITE FILE('BALF')
               FROM(FS-BALF)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   PERFORM RECORD-REVERSAL-TRANF-PARA
               END-IF
           WHEN DFHRESP(NOTFND)
      * NO BALF RECORD YET - THE RUNNING BALANCE WAS ZERO, SO
      * THE REVERSAL CREATES IT, SAME WAY A FIRST DEPOSIT DOES
               MOVE WS-REVERSAL-AMOUNT TO BALF-BALANCE
               EXEC CICS
               WRITE FILE('BALF')
               FROM(FS-BALF)
               RIDFLD(BALF-BANK-ACCOUNT)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   PERFORM RECORD-REVERSAL-TRANF-PARA
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF POSTED-OK THEN
               MOVE 'A' TO APPRF-STATUS
               PERFORM RECORD-DECISION-PARA
           END-IF

           IF POSTED-OK THEN
               MOVE REVERSED-OK-MSG TO RL-TEXT
               MOVE BALF-BALANCE TO RL-AMOUNT
               MOVE RESULT-LINE TO WS-USER-MSG
           ELSE
               PERFORM BACK-OUT-DECISION-PARA
           END-IF
           EXIT.

       RECORD-REVERSAL-TRANF-PARA.
      * JOURNAL THE REVERSAL: TYPE 'V', THE SIGNED BACKING-OUT
      * AMOUNT, THE BALANCE AFTER AND THE ORIGINAL'S FULL KEY,
      * KEYED THE SAME ASKTIME/FORMATTIME WAY MAPREVP JOURNALS

           PERFORM GET-POST-DATE-PARA

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

           MOVE TARGET-BANK-ACCOUNT TO TRANF-BANK-ACCOUNT
           MOVE WS-TIMESTAMP-FORMAT TO TRANF-TIMESTAMP
           MOVE 0 TO TRANF-SEQ
           MOVE 'V' TO TRANF-TYPE
           MOVE WS-REVERSAL-AMOUNT TO TRANF-AMOUNT
           MOVE BALF-BALANCE TO TRANF-BALANCE-AFTER
           MOVE TARGET-KEY TO TRANF-ORIG-KEY
      * THE TERMINAL THE REQUEST WAS KEYED AT, SO THE TELLER
      * PROOF STILL SHOWS WHERE THE REVERSAL CAME FROM
           MOVE APPRF-MAKER-TERMINAL TO TRANF-TERMINAL
      * A REVERSAL BACKS OUT ONE LEG IN ITS OWN ACCOUNT'S
      * CURRENCY - NO CONVERSION
           MOVE SPACES TO TRANF-FX-CURRENCY
           MOVE 0 TO TRANF-FX-AMOUNT
           MOVE 0 TO TRANF-FX-RATE

           MOVE 'N' TO IF-TRANF-WRITE-OK
           MOVE 'N' TO IF-TRANF-WRITE-DONE
           IF NOT POST-DATE-OK THEN
               MOVE 'Y' TO IF-TRANF-WRITE-DONE
           END-IF

           PERFORM WRITE-TRANF-RECORD-PARA
               UNTIL TRANF-WRITE-DONE

           IF TRANF-WRITE-OK THEN
               MOVE 'Y' TO IF-POSTED-OK
               IF ORIG-TYPE = 'D' OR ORIG-TYPE = 'P' THEN
                   PERFORM RELEASE-CREDIT-HOLD-PARA
               END-IF
           END-IF
           EXIT.

       RELEASE-CREDIT-HOLD-PARA.
      * RELEASE THE UNCLEARED-FUNDS HOLD ON THE CREDIT BEING
      * REVERSED, KEYED BY THE CREDIT'S OWN TRANF KEY, THE SAME
      * WAY MAPREVP DOES - STAMPED WITH THE REVERSAL'S TIME AND
      * THE APPROVING SUPERVISOR. NO HOLD, OR ONE ALREADY
      * RELEASED, IS FINE; ANY OTHER FAILURE TURNS IF-POSTED-OK
      * BACK TO 'N' SO THE WHOLE APPROVAL IS BACKED OUT

           MOVE TARGET-KEY TO FHOLDF-KEY

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
                   IF RESPCODE NOT = DFHRESP(NORMAL) THEN
                       MOVE 'N' TO IF-POSTED-OK
                   END-IF
               ELSE
                   EXEC CICS
                   UNLOCK FILE('FHOLDF')
                   RESP(RESPCODE)
                   END-EXEC
               END-IF
           WHEN DFHRESP(NOTFND)
               CONTINUE
           WHEN OTHER
               MOVE 'N' TO IF-POSTED-OK
           END-EVALUATE
           EXIT.

       GET-POST-DATE-PARA.
      * SETS TRANF-POST-DATE FROM THE BUSDATE CONTROL RECORD THE
      * SAME WAY MAPBANKP DOES. IF-POST-DATE-OK IS 'N' WHEN THERE
      * IS NO USABLE DATE, AND THE JOURNAL ROW IS THEN NOT WRITTEN

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

       APPROVE-LIMIT-PARA.
      * STORE THE PARKED LIMIT THE WAY MAPODLP'S STORE-LIMIT-PARA
      * DOES (REWRITE AN EXISTING FACILITY, WRITE A FIRST GRANT),
      * THEN MARK THE REQUEST APPROVED IN THE SAME UNIT OF WORK

           MOVE 'N' TO IF-POSTED-OK
           MOVE APPRF-BANK-ACCOUNT TO ODLIMF-BANK-ACCOUNT

           EXEC CICS
           READ FILE('ODLIMF')
           INTO(FS-ODLIMF)
           RIDFLD(ODLIMF-BANK-ACCOUNT)
           UPDATE
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE APPRF-AMOUNT TO ODLIMF-LIMIT
               EXEC CICS
               REWRITE FILE('ODLIMF')
               FROM(FS-ODLIMF)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   MOVE 'Y' TO IF-POSTED-OK
               END-IF
           WHEN DFHRESP(NOTFND)
               MOVE APPRF-AMOUNT TO ODLIMF-LIMIT
               EXEC CICS
               WRITE FILE('ODLIMF')
               FROM(FS-ODLIMF)
               RIDFLD(ODLIMF-BANK-ACCOUNT)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   MOVE 'Y' TO IF-POSTED-OK
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF POSTED-OK THEN
               MOVE 'A' TO APPRF-STATUS
               PERFORM RECORD-DECISION-PARA
           END-IF

           IF POSTED-OK THEN
               MOVE LIMIT-SET-MSG TO RL-TEXT
               MOVE ODLIMF-LIMIT TO RL-AMOUNT
               MOVE RESULT-LINE TO WS-USER-MSG
           ELSE
               PERFORM BACK-OUT-DECISION-PARA
           END-IF
           EXIT.

       BACK-OUT-DECISION-PARA.
      * SOMETHING IN THE APPROVAL FAILED PART WAY - BACK THE
      * WHOLE UNIT OF WORK OUT SO THE REQUEST STAYS PENDING AND
      * NOTHING IS HALF POSTED

           EXEC CICS
           SYNCPOINT ROLLBACK
           END-EXEC
           MOVE ERROR-MSG TO WS-USER-MSG
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
