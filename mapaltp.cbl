       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPALTP.

      * customer alert preference maintenance, reachable from
      * mapmenup as option E. the nightly ALERTB job tells
      * customers about skipped standing orders, overdrawn
      * accounts, sign-on lockouts and large withdrawals by SMS
      * or letter; this screen records, per customer ID number,
      * whether the customer wants those alerts at all and by
      * which channel. the preference lives on the keyed ALERTPF
      * file, one record per ID number, so a customer with
      * several accounts (or a holder on a joint account) sets
      * it once.
      * KEYING THE ID NUMBER ALONE SHOWS THE CURRENT SETTING.
      * KEYING AN OPT FLAG (I OPTED IN, O OPTED OUT) STORES IT,
      * WITH AN OPTIONAL CHANNEL (S SMS, L LETTER). A BLANK
      * CHANNEL MEANS THE DEFAULT: SMS WHEN A PHONE NUMBER IS ON
      * FILE, OTHERWISE A LETTER. A CUSTOMER WITH NO ALERTPF
      * RECORD AT ALL IS OPTED IN ON THE DEFAULT CHANNEL.
      * ACCESS TO THE 'ALPF' TRANSACTION IS RESTRICTED TO STAFF
      * THROUGH TRANSACTION SECURITY, SAME RULE AS MAPODLP - THE
      * CUSTOMER ASKS AT THE COUNTER OR BY PHONE AND THE STAFF
      * USER ID IS STAMPED ON THE RECORD

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY MAPALT.
           COPY COMMSESS.
           COPY SESSIDLE.

       01 RESPCODE PIC S9(8) COMP.

       01 MESSAGES-TO-USER.
           05 INVALID-KEY-MSG PIC X(11) VALUE 'INVALID KEY'.
           05 MAPFAIL-MSG PIC X(31)
               VALUE 'YOU DID NOT PROVIDE PROPER DATA'.
           05 ERROR-MSG PIC X(20) VALUE 'SOMETHING WENT WRONG'.
           05 NOTFND-ERROR-MSG PIC X(33)
               VALUE 'THERE IS NO CUSTOMER WITH THAT ID'.
           05 INVALID-OPT-MSG PIC X(32)
               VALUE 'OPT MUST BE I (IN) OR O (OUT)'.
           05 INVALID-CHANNEL-MSG PIC X(44)
               VALUE 'CHANNEL MUST BE S (SMS), L (LETTER) OR BLANK'.
           05 NO-PREF-MSG PIC X(44)
               VALUE 'NO PREFERENCE ON FILE - OPTED IN BY DEFAULT'.
           05 CURRENT-PREF-MSG PIC X(40)
               VALUE 'CURRENT PREFERENCE SHOWN'.
           05 PREF-SET-MSG PIC X(40)
               VALUE 'ALERT PREFERENCE SAVED'.

      * program variables where screen variables goes
       01 SCREEN-DATA.
           05 USER-ID-NUM  PIC X(11).
           05 USER-OPT     PIC X.
               88 USER-OPT-VALID   VALUE 'I' 'O'.
               88 USER-OPT-BLANK   VALUE SPACE.
           05 USER-CHANNEL PIC X.
               88 USER-CHANNEL-VALID VALUE 'S' 'L' SPACE.

      * dataf file read through the DATAFID alternate-index path
      * (SEE JCL/DEFAIXS.JCL) only to prove the ID number belongs
      * to a customer we hold
       01 FS-DATAF.
           05 DATAF-BANK-ACCOUNT PIC X(26).
           05 FILLER             PIC X(144).

       01 WS-AIX-ID-KEY PIC X(11).

      * alertpf file, one record per customer ID number that has
      * ever stated an alert preference (SEE JCL/ALERTPF.JCL).
      * READ BY THE NIGHTLY ALERTB BEFORE ANY ALERT IS SENT
       01 FS-ALERTPF.
           05 ALERTPF-ID-NUM            PIC X(11).
           05 ALERTPF-OPT-FLAG          PIC X.
               88 ALERTPF-OPTED-IN      VALUE 'I'.
               88 ALERTPF-OPTED-OUT     VALUE 'O'.
           05 ALERTPF-CHANNEL           PIC X.
           05 ALERTPF-UPDATED-TIMESTAMP PIC X(15).
           05 ALERTPF-UPDATED-BY        PIC X(8).

       01 WS-TIMESTAMP PIC S9(14) COMP.
      * HUMAN-READABLE STAMP, YYYYMMDDHHMMSS WITH A TRAILING
      * SPACE, BUILT FROM ASKTIME BY FORMATTIME
       01 WS-TIMESTAMP-FORMAT.
           05 WS-TS-DATE PIC X(8).
           05 WS-TS-TIME PIC X(6).
           05 FILLER     PIC X VALUE SPACE.

       01 WS-STAFF-ID PIC X(8).

       01 IF-RECEIVED PIC X.
           88 RECEIVED-SUCCESSFULLY VALUE 'Y'.
           88 MAPFAIL-ERROR         VALUE 'M'.
           88 OTHER-RECEIVE-ERROR   VALUE 'N'.

       01 IF-CUSTOMER-EXIST PIC X.
           88 CUSTOMER-EXIST       VALUE 'Y'.
           88 CUSTOMER-NOT-EXIST   VALUE 'N'.
           88 CUSTOMER-OTHER-ERROR VALUE 'O'.

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
           TRANSID('ALPF') COMMAREA(COMM-SESSION)
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
           SEND MAP('MAP1') MAPSET('MAPALT')
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
           SEND MAP('MAP1') MAPSET('MAPALT')
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
           SEND MAP('MAP1') MAPSET('MAPALT')
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
               EVALUATE TRUE
               WHEN NOT USER-OPT-VALID AND NOT USER-OPT-BLANK
                   PERFORM SEND-INVALID-OPT-MSG
               WHEN NOT USER-CHANNEL-VALID
                   PERFORM SEND-INVALID-CHANNEL-MSG
               WHEN OTHER
                   PERFORM PROCESS-THE-PREFERENCE-PARA
               END-EVALUATE
           WHEN MAPFAIL-ERROR
               PERFORM MAPFAIL-ERROR-PARA
           WHEN OTHER-RECEIVE-ERROR
               PERFORM SEND-ERROR-MSG
           END-EVALUATE
           EXIT.

       GET-THE-DATA.
      * paragraph will get data from screen
      * and save it to correct variables. AN UNKEYED OPT OR
      * CHANNEL COMES BACK AS LOW-VALUES AND IS TREATED AS BLANK

           MOVE LOW-VALUES TO MAP1I

           EXEC CICS
           RECEIVE MAP('MAP1') MAPSET('MAPALT')
           INTO(MAP1I)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE IDNUMI TO USER-ID-NUM
               MOVE OPTI   TO USER-OPT
               MOVE CHNI   TO USER-CHANNEL
               INSPECT USER-OPT REPLACING ALL LOW-VALUES BY SPACES
               INSPECT USER-CHANNEL
                   REPLACING ALL LOW-VALUES BY SPACES
               MOVE 'Y' TO IF-RECEIVED
           WHEN DFHRESP(MAPFAIL)
               MOVE 'M' TO IF-RECEIVED
           WHEN OTHER
               MOVE 'N' TO IF-RECEIVED
           END-EVALUATE
           EXIT.

       PROCESS-THE-PREFERENCE-PARA.
      * THE ID NUMBER MUST BELONG TO A CUSTOMER ON DATAF BEFORE
      * ANY PREFERENCE IS SHOWN OR STORED

           PERFORM CHECK-CUSTOMER-ID-PARA

           EVALUATE TRUE
           WHEN CUSTOMER-EXIST
               IF USER-OPT-BLANK THEN
                   PERFORM SHOW-PREFERENCE-PARA
               ELSE
                   PERFORM STORE-PREFERENCE-PARA
               END-IF
           WHEN CUSTOMER-NOT-EXIST
               PERFORM SEND-NOTFND-ERROR-MSG
           WHEN OTHER
               PERFORM SEND-ERROR-MSG
           END-EVALUATE
           EXIT.

       CHECK-CUSTOMER-ID-PARA.
      * ONE KEYED READ AGAINST THE DATAFID ALTERNATE-INDEX PATH,
      * THE SAME READ MAPCREAP'S DUPLICATE-ID CHECK MAKES. NORMAL
      * AND DUPKEY BOTH MEAN AT LEAST ONE ACCOUNT CARRIES THE ID

           MOVE USER-ID-NUM TO WS-AIX-ID-KEY

           EXEC CICS
           READ FILE('DATAFID')
           INTO(FS-DATAF)
           RIDFLD(WS-AIX-ID-KEY)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE 'Y' TO IF-CUSTOMER-EXIST
           WHEN DFHRESP(DUPKEY)
               MOVE 'Y' TO IF-CUSTOMER-EXIST
           WHEN DFHRESP(NOTFND)
               MOVE 'N' TO IF-CUSTOMER-EXIST
           WHEN OTHER
               MOVE 'O' TO IF-CUSTOMER-EXIST
           END-EVALUATE
           EXIT.

       SHOW-PREFERENCE-PARA.
      * INQUIRY ONLY - THE STORED FLAG AND CHANNEL ARE PUT BACK
      * ON THE SCREEN FOR THE STAFF USER TO READ OUT OR CHANGE

           MOVE USER-ID-NUM TO ALERTPF-ID-NUM

           EXEC CICS
           READ FILE('ALERTPF')
           INTO(FS-ALERTPF)
           RIDFLD(ALERTPF-ID-NUM)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE ALERTPF-OPT-FLAG TO OPTO
               MOVE ALERTPF-CHANNEL  TO CHNO
               MOVE CURRENT-PREF-MSG TO MSGO
               PERFORM SEND-THE-DATA
           WHEN DFHRESP(NOTFND)
               MOVE NO-PREF-MSG TO MSGO
               PERFORM SEND-THE-DATA
           WHEN OTHER
               PERFORM SEND-ERROR-MSG
           END-EVALUATE
           EXIT.

       STORE-PREFERENCE-PARA.
      * AN EXISTING ALERTPF RECORD IS READ FOR UPDATE AND
      * REWRITTEN, A FIRST PREFERENCE IS WRITTEN FRESH. EITHER
      * WAY THE STAFF USER ID AND THE TIME OF THE CHANGE ARE
      * STAMPED ON IT

           EXEC CICS
           ASSIGN USERID(WS-STAFF-ID)
           END-EXEC

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

           MOVE USER-ID-NUM TO ALERTPF-ID-NUM

           EXEC CICS
           READ FILE('ALERTPF')
           INTO(FS-ALERTPF)
           RIDFLD(ALERTPF-ID-NUM)
           UPDATE
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               PERFORM FILL-PREFERENCE-PARA
               EXEC CICS
               REWRITE FILE('ALERTPF')
               FROM(FS-ALERTPF)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   PERFORM SEND-PREF-SET-MSG
               ELSE
                   PERFORM SEND-ERROR-MSG
               END-IF
           WHEN DFHRESP(NOTFND)
               MOVE USER-ID-NUM TO ALERTPF-ID-NUM
               PERFORM FILL-PREFERENCE-PARA
               EXEC CICS
               WRITE FILE('ALERTPF')
               FROM(FS-ALERTPF)
               RIDFLD(ALERTPF-ID-NUM)
               RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL) THEN
                   PERFORM SEND-PREF-SET-MSG
               ELSE
                   PERFORM SEND-ERROR-MSG
               END-IF
           WHEN OTHER
               PERFORM SEND-ERROR-MSG
           END-EVALUATE
           EXIT.

       FILL-PREFERENCE-PARA.
           MOVE USER-OPT            TO ALERTPF-OPT-FLAG
           MOVE USER-CHANNEL        TO ALERTPF-CHANNEL
           MOVE WS-TIMESTAMP-FORMAT TO ALERTPF-UPDATED-TIMESTAMP
           MOVE WS-STAFF-ID         TO ALERTPF-UPDATED-BY
           EXIT.

       SEND-PREF-SET-MSG.
           MOVE ALERTPF-OPT-FLAG TO OPTO
           MOVE ALERTPF-CHANNEL  TO CHNO
           MOVE PREF-SET-MSG TO MSGO
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-INVALID-OPT-MSG.
           MOVE INVALID-OPT-MSG TO MSGO
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-INVALID-CHANNEL-MSG.
           MOVE INVALID-CHANNEL-MSG TO MSGO
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-NOTFND-ERROR-MSG.
           MOVE NOTFND-ERROR-MSG TO MSGO
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
