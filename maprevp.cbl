      * MAY HAVE ALREADY DRAWN THE WRONGLY POSTED MONEY) - THAT
      * IS DELIBERATE, THE CORRECTION MUST POST REGARDLESS AND
      * THE NEGATIVE BALANCE IS THE VISIBLE SIGNAL TO FOLLOW UP
      * DUAL CONTROL: A REVERSAL WHOSE ORIGINAL AMOUNT IS ABOVE
      * THE REVERSAL THRESHOLD ON THE LIMITF 'APPROVAL' CONTROL
      * RECORD IS NOT POSTED HERE. IT IS PARKED ON THE APPRF
      * PENDING-APPROVAL FILE UNDER THE KEYING SUPERVISOR'S USER
      * ID, AND BALF/TRANF ONLY CHANGE WHEN A DIFFERENT USER
      * APPROVES IT ON THE MAPAPRP APPROVAL QUEUE. NO APPROVAL
      * RECORD (OR A ZERO THRESHOLD) MEANS DUAL CONTROL IS NOT
      * CONFIGURED, SAME CONVENTION AS THE MAPBANKP CAPS.
      * AN EXTERNAL PAYMENT ('E') OR ITS CLEARING RETURN ('R') IS
      * NEVER REVERSED HERE - THE MONEY HAS LEFT (OR COME BACK
      * TO) THE BANK THROUGH THE CLEARING HOUSE, AND ONLY A
      * CLEARING RETURN (EXTRETB) PUTS IT BACK ON THE ACCOUNT.
      * A PAID CHEQUE ('C', CHQINB) IS CLEARING MONEY TOO, AND IS
      * ALSO ON THE CHQPDF PAID REGISTER A REVERSAL WOULD LEAVE
      * WRONG.
      * A LOAN ADVANCE ('N', MAPLONP) OR INSTALLMENT ('Q',
      * LOANCOLB) IS NOT REVERSED HERE EITHER - IT IS TIED TO THE
      * LOAN'S LOANF/LNSCHF FIGURES, WHICH A REVERSAL WOULD LEAVE
      * WRONG.
      * REVERSING A DEPOSIT ('D') OR A CLEARING PAY-IN ('P') ALSO
      * RELEASES THE UNCLEARED-FUNDS HOLD MAPBANKP OR PAYINB PUT
      * ON THAT CREDIT (THE FHOLDF HOLD KEYED BY THE CREDIT'S OWN
      * TRANF KEY), IN THE SAME UNIT OF WORK AS THE BALF AND
      * TRANF UPDATES - OTHERWISE THE HELD AMOUNT WOULD COME OFF
      * THE AVAILABLE BALANCE A SECOND TIME UNTIL HLDRELB RAN

       DATA DIVISION.
       WORKING-STORAGE SECTION.
               VALUE 'ACCOUNT NUMBER FAILS ITS CHECK DIGIT'.
           05 IS-REVERSAL-MSG PIC X(28)
               VALUE 'CANNOT REVERSE A REVERSAL'.
           05 IS-CLEARING-MSG PIC X(40)
               VALUE 'CLEARING PAYMENTS CANNOT BE REVERSED'.
           05 IS-LOAN-MSG PIC X(40)
               VALUE 'LOAN POSTINGS CANNOT BE REVERSED'.
           05 ALREADY-REVERSED-MSG PIC X(42)
               VALUE 'ALREADY REVERSED - SEE THE LATER V RECORD'.
           05 REVERSED-OK-MSG PIC X(27)
               VALUE 'REVERSAL OK, NEW BALANCE: '.
           05 PARKED-MSG PIC X(23)
               VALUE 'SENT FOR APPROVAL, REF '.

      * program variables where screen variables goes
       01 SCREEN-DATA.
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
           05 RL-TEXT PIC X(27).
           05 RL-AMOUNT PIC -(7)9.99.

      * REFERENCE OF A PARKED REVERSAL, AS THE CHECKER KEYS IT
      * ON THE MAPAPRP APPROVAL QUEUE
       01 PARKED-LINE.
           05 PL-TEXT      PIC X(23).
           05 PL-TIMESTAMP PIC X(15).
           05 FILLER       PIC X VALUE SPACE.
           05 PL-SEQ       PIC 9(3).

      * limitf file, the 'APPROVAL' control record carries the
      * dual-control thresholds (the 'LIMITS' record next to it
      * holds the MAPBANKP per-transaction caps)
       01 FS-LIMITF.
           05 LIMITF-ID               PIC X(8).
           05 LIMITF-REVERSAL-APPROVE PIC 9(9).
           05 LIMITF-ODLIMIT-APPROVE  PIC 9(9).
           05 FILLER                  PIC X(18).

      * apprf file, one record per request parked for a second
      * pair of eyes, keyed by the time it was parked. SEE
      * MAPAPRP FOR THE DECISION SIDE AND APPEXCB FOR THE DAILY
      * LIST OF THE ONES STILL WAITING
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

       01 IF-HOLD-RELEASE-OK PIC X.
           88 HOLD-RELEASE-OK VALUE 'Y'.

       01 WS-STAFF-ID PIC X(8).
       01 WS-APPROVE-THRESHOLD PIC 9(9) VALUE 0.
       01 WS-ORIG-MAGNITUDE PIC 9(9)V99 VALUE 0.

       01 IF-APPROVAL-NEEDED PIC X.
           88 APPROVAL-NEEDED     VALUE 'Y'.
           88 APPROVAL-NOT-NEEDED VALUE 'N'.
           88 APPROVAL-CHECK-ERROR VALUE 'O'.

       01 IF-APPRF-WRITE-OK PIC X.
           88 APPRF-WRITE-OK VALUE 'Y'.

       01 IF-APPRF-WRITE-DONE PIC X.
           88 APPRF-WRITE-DONE VALUE 'Y'.

       01 IF-RECEIVED PIC X.
           88 RECEIVED-SUCCESSFULLY VALUE 'Y'.
           88 MAPFAIL-ERROR         VALUE 'M'.
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


      * VARIABLES USED TO RUN THE WEIGHTED MOD-11 CHECK-DIGIT
      * VALIDATION AGAINST A KEYED ACCOUNT NUMBER, SEE
           WHEN ORIG-FOUND
               IF ORIG-TYPE = 'V' THEN
                   PERFORM SEND-IS-REVERSAL-MSG
               ELSE
               IF ORIG-TYPE = 'E' OR ORIG-TYPE = 'R' OR
                  ORIG-TYPE = 'C' THEN
                   PERFORM SEND-IS-CLEARING-MSG
               ELSE
               IF ORIG-TYPE = 'N' OR ORIG-TYPE = 'Q' THEN
                   PERFORM SEND-IS-LOAN-MSG
               ELSE
                   PERFORM CHECK-ALREADY-REVERSED-PARA
                   EVALUATE TRUE
                   WHEN NOT-YET-REVERSED
                       PERFORM CHECK-DUAL-CONTROL-PARA
                       EVALUATE TRUE
                       WHEN APPROVAL-NOT-NEEDED
                           PERFORM POST-REVERSAL-PARA
                       WHEN APPROVAL-NEEDED
                           PERFORM PARK-REVERSAL-PARA
                       WHEN OTHER
                           PERFORM SEND-ERROR-MSG
                       END-EVALUATE
                   WHEN ALREADY-REVERSED
                       PERFORM SEND-ALREADY-REVERSED-MSG
                   WHEN OTHER
                       PERFORM SEND-ERROR-MSG
                   END-EVALUATE
               END-IF
               END-IF
               END-IF
           WHEN ORIG-NOT-FOUND
               PERFORM SEND-NO-SUCH-TRAN-MSG
           WHEN OTHER
           END-EVALUATE
           EXIT.

       CHECK-DUAL-CONTROL-PARA.
      * READS THE LIMITF 'APPROVAL' CONTROL RECORD AND DECIDES
      * WHETHER THIS REVERSAL NEEDS A SECOND SUPERVISOR. THE
      * SIZE OF A REVERSAL IS THE ORIGINAL'S AMOUNT WHATEVER ITS
      * DIRECTION. NO RECORD OR A ZERO THRESHOLD MEANS DUAL
      * CONTROL IS NOT CONFIGURED; A REAL READ ERROR REFUSES THE
      * REVERSAL RATHER THAN GUESSING THE CONTROL AWAY

           IF ORIG-AMOUNT < 0 THEN
               COMPUTE WS-ORIG-MAGNITUDE = 0 - ORIG-AMOUNT
           ELSE
               MOVE ORIG-AMOUNT TO WS-ORIG-MAGNITUDE
           END-IF

           MOVE 'APPROVAL' TO LIMITF-ID

           EXEC CICS
           READ FILE('LIMITF')
           INTO(FS-LIMITF)
           RIDFLD(LIMITF-ID)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE LIMITF-REVERSAL-APPROVE TO WS-APPROVE-THRESHOLD
               IF WS-APPROVE-THRESHOLD > 0 AND
                  WS-ORIG-MAGNITUDE > WS-APPROVE-THRESHOLD THEN
                   MOVE 'Y' TO IF-APPROVAL-NEEDED
               ELSE
                   MOVE 'N' TO IF-APPROVAL-NEEDED
               END-IF
           WHEN DFHRESP(NOTFND)
               MOVE 'N' TO IF-APPROVAL-NEEDED
           WHEN OTHER
               MOVE 'O' TO IF-APPROVAL-NEEDED
           END-EVALUATE
           EXIT.

       PARK-REVERSAL-PARA.
      * NOTHING IS POSTED - THE REVERSAL IS WRITTEN TO APPRF AS
      * PENDING, NAMING THE ORIGINAL RECORD AND THE SUPERVISOR
      * WHO KEYED IT, SO THE CHECKER ON MAPAPRP CAN BE REFUSED
      * IF THEY ARE THE SAME PERSON. THE CHECKS ALREADY MADE
      * (NOT A REVERSAL, NOT YET REVERSED) ARE MADE AGAIN AT
      * APPROVAL TIME, THE FILE MAY HAVE MOVED ON BY THEN

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

           MOVE WS-TIMESTAMP-FORMAT TO APPRF-TIMESTAMP
           MOVE 0 TO APPRF-SEQ
           MOVE 'V' TO APPRF-TYPE
           MOVE 'P' TO APPRF-STATUS
           MOVE TARGET-BANK-ACCOUNT TO APPRF-BANK-ACCOUNT
           MOVE TARGET-KEY TO APPRF-ORIG-KEY
           MOVE ORIG-AMOUNT TO APPRF-AMOUNT
           MOVE WS-STAFF-ID TO APPRF-MAKER-ID
           MOVE EIBTRMID TO APPRF-MAKER-TERMINAL
           MOVE SPACES TO APPRF-CHECKER-ID
           MOVE SPACES TO APPRF-DECIDED-TIMESTAMP

           MOVE 'N' TO IF-APPRF-WRITE-OK
           MOVE 'N' TO IF-APPRF-WRITE-DONE

           PERFORM WRITE-APPRF-RECORD-PARA
               UNTIL APPRF-WRITE-DONE

           IF APPRF-WRITE-OK THEN
               PERFORM SEND-PARKED-MSG
           ELSE
               PERFORM SEND-ERROR-MSG
           END-IF
           EXIT.

       WRITE-APPRF-RECORD-PARA.
           EXEC CICS
           WRITE FILE('APPRF')
           FROM(FS-APPRF)
           RIDFLD(APPRF-KEY)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE 'Y' TO IF-APPRF-WRITE-OK
               MOVE 'Y' TO IF-APPRF-WRITE-DONE
           WHEN DFHRESP(DUPREC)
               IF APPRF-SEQ < 999 THEN
                   ADD 1 TO APPRF-SEQ
               ELSE
                   MOVE 'Y' TO IF-APPRF-WRITE-DONE
               END-IF
           WHEN OTHER
               MOVE 'Y' TO IF-APPRF-WRITE-DONE
           END-EVALUATE
           EXIT.

       POST-REVERSAL-PARA.
      * ADJUST BALF BY THE OPPOSITE OF THE ORIGINAL'S EFFECT,
      * THEN JOURNAL THE MARKED 'V' RECORD AND RELEASE ANY HOLD ON
      * A REVERSED CREDIT. IF THE JOURNAL ROW OR THE HOLD CANNOT
      * BE WRITTEN THE WHOLE UNIT OF WORK IS BACKED OUT, SAME
      * RULE MAPBANKP POSTS BY

           EVALUATE ORIG-TYPE
           WHEN 'D'
      * CORRECTS. KEYED THE SAME ASKTIME/FORMATTIME WAY MAPBANKP
      * JOURNALS, WITH THE SAME DUPREC SEQUENCE RETRY

           PERFORM GET-POST-DATE-PARA

           EXEC CICS
           ASKTIME
           ABSTIME(WS-TIMESTAMP)
      * THE TERMINAL THAT KEYED THE REVERSAL, FOR THE TLRPRFB
      * TELLER PROOF REPORT AND DISPUTE WORK
           MOVE EIBTRMID TO TRANF-TERMINAL
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

           MOVE 'Y' TO IF-HOLD-RELEASE-OK
           IF TRANF-WRITE-OK AND
              (ORIG-TYPE = 'D' OR ORIG-TYPE = 'P') THEN
               PERFORM RELEASE-CREDIT-HOLD-PARA
           END-IF

           IF TRANF-WRITE-OK AND HOLD-RELEASE-OK THEN
               PERFORM SEND-REVERSED-OK-MSG
           ELSE
               PERFORM BACK-OUT-REVERSAL-PARA
           END-IF
           EXIT.

       RELEASE-CREDIT-HOLD-PARA.
      * THE CREDIT BEING REVERSED MAY STILL HAVE ITS UNCLEARED-
      * FUNDS HOLD ACTIVE. IT IS KEYED BY THE CREDIT'S OWN TRANF
      * KEY, SO IT IS READ FOR UPDATE BY THAT KEY AND RELEASED
      * THE WAY MAPHLDP LIFTS A HOLD, STAMPED WITH THE REVERSAL'S
      * TIME AND THE SUPERVISOR'S USER ID. NO HOLD (BELOW THE
      * PRODUCT THRESHOLD) OR ONE ALREADY RELEASED IS FINE; ANY
      * OTHER FAILURE LEAVES IF-HOLD-RELEASE-OK 'N'

           EXEC CICS
           ASSIGN USERID(WS-STAFF-ID)
           END-EXEC

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
                       MOVE 'N' TO IF-HOLD-RELEASE-OK
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
               MOVE 'N' TO IF-HOLD-RELEASE-OK
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
           EXIT.

       BACK-OUT-REVERSAL-PARA.
      * THE 'V' JOURNAL ROW OR THE HOLD RELEASE COULD NOT BE
      * WRITTEN AFTER THE BALF ADJUSTMENT - BACK THE WHOLE UNIT
      * OF WORK OUT SO BALANCE, HOLDS AND HISTORY STAY IN STEP

           EXEC CICS
           SYNCPOINT ROLLBACK
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-PARKED-MSG.
           MOVE PARKED-MSG TO PL-TEXT
           MOVE APPRF-TIMESTAMP TO PL-TIMESTAMP
           MOVE APPRF-SEQ TO PL-SEQ
           MOVE PARKED-LINE TO MSGO
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-NO-SUCH-TRAN-MSG.
      * A KEY WHOSE ACCOUNT ALSO FAILED ITS CHECK DIGIT IS
      * ALMOST CERTAINLY A MIS-KEY, SO IT GETS THE CHECK-DIGIT
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-IS-CLEARING-MSG.
           MOVE IS-CLEARING-MSG TO MSGO
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-IS-LOAN-MSG.
           MOVE IS-LOAN-MSG TO MSGO
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-ALREADY-REVERSED-MSG.
           MOVE ALREADY-REVERSED-MSG TO MSGO
           PERFORM SEND-THE-DATA
