      * MAPREVP, GRANTING CREDIT IS NOT A CUSTOMER ACTION.
      * THE DAILY OVRDRFB REPORT LISTS EVERY ACCOUNT BELOW ZERO
      * AGAINST ITS AUTHORIZED LIMIT
      * DUAL CONTROL: A LIMIT ABOVE THE OVERDRAFT THRESHOLD ON THE
      * LIMITF 'APPROVAL' CONTROL RECORD IS NOT STORED HERE. IT
      * IS PARKED ON THE APPRF PENDING-APPROVAL FILE AND ODLIMF
      * ONLY CHANGES WHEN A DIFFERENT USER APPROVES IT ON THE
      * MAPAPRP APPROVAL QUEUE. CUTTING OR WITHDRAWING A FACILITY
      * NEVER NEEDS A SECOND PERSON - ONLY A LIMIT ABOVE BOTH THE
      * THRESHOLD AND THE ACCOUNT'S CURRENT ODLIMF LIMIT IS PARKED

       DATA DIVISION.
       WORKING-STORAGE SECTION.
               VALUE 'LIMIT MUST BE A VALID NUMBER'.
           05 LIMIT-SET-MSG PIC X(26)
               VALUE 'OVERDRAFT LIMIT NOW SET TO'.
           05 PARKED-MSG PIC X(23)
               VALUE 'SENT FOR APPROVAL, REF '.

      * program variables where screen variables goes
       01 SCREEN-DATA.
           05 FILLER             PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05 FILLER             PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN
           05 FILLER             PIC X(3).

      * odlimf file, one record per account with an authorized
      * overdraft facility. THE LIMIT IS HOW FAR BELOW ZERO THE
           05 RL-TEXT PIC X(27).
           05 RL-AMOUNT PIC -(7)9.99.

      * REFERENCE OF A PARKED LIMIT, AS THE CHECKER KEYS IT ON
      * THE MAPAPRP APPROVAL QUEUE
       01 PARKED-LINE.
           05 PL-TEXT      PIC X(23).
           05 PL-TIMESTAMP PIC X(15).
           05 FILLER       PIC X VALUE SPACE.
           05 PL-SEQ       PIC 9(3).

       01 WS-TIMESTAMP PIC S9(14) COMP.
      * HUMAN-READABLE STAMP, YYYYMMDDHHMMSS WITH A TRAILING
      * SPACE, BUILT FROM ASKTIME BY FORMATTIME
       01 WS-TIMESTAMP-FORMAT.
           05 WS-TS-DATE PIC X(8).
           05 WS-TS-TIME PIC X(6).
           05 FILLER     PIC X VALUE SPACE.

      * limitf file, the 'APPROVAL' control record carries the
      * dual-control thresholds (the 'LIMITS' record next to it
      * holds the MAPBANKP per-transaction caps)
       01 FS-LIMITF.
           05 LIMITF-ID               PIC X(8).
           05 LIMITF-REVERSAL-APPROVE PIC 9(9).
           05 LIMITF-ODLIMIT-APPROVE  PIC 9(9).
           05 FILLER                  PIC X(18).

      * apprf file, one record per request parked for a second
      * pair of eyes, keyed by the time it was parked (SEE
      * MAPREVP AND MAPAPRP)
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
       01 WS-APPROVE-THRESHOLD PIC 9(9) VALUE 0.
      * THE LIMIT ON ODLIMF BEFORE THIS CHANGE, ZERO FOR AN
      * ACCOUNT WITH NO FACILITY YET
       01 WS-CURRENT-LIMIT PIC 9(9) VALUE 0.

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

           EVALUATE TRUE
           WHEN DATAF-EXIST
               PERFORM CHECK-DUAL-CONTROL-PARA
               EVALUATE TRUE
               WHEN APPROVAL-NOT-NEEDED
                   PERFORM STORE-LIMIT-PARA
               WHEN APPROVAL-NEEDED
                   PERFORM PARK-LIMIT-PARA
               WHEN OTHER
                   PERFORM SEND-ERROR-MSG
               END-EVALUATE
           WHEN DATAF-NOT-EXIST
               PERFORM SEND-NOTFND-ERROR-MSG
           WHEN OTHER
           END-EVALUATE
           EXIT.

       CHECK-DUAL-CONTROL-PARA.
      * READS THE LIMITF 'APPROVAL' CONTROL RECORD AND DECIDES
      * WHETHER THIS LIMIT NEEDS A SECOND SUPERVISOR. NO RECORD
      * OR A ZERO THRESHOLD MEANS DUAL CONTROL IS NOT CONFIGURED;
      * A REAL READ ERROR REFUSES THE CHANGE RATHER THAN
      * GUESSING THE CONTROL AWAY. A LIMIT OVER THE THRESHOLD IS
      * ONLY PARKED WHEN IT ALSO RAISES THE CURRENT FACILITY

           MOVE 'APPROVAL' TO LIMITF-ID

           EXEC CICS
           READ FILE('LIMITF')
           INTO(FS-LIMITF)
           RIDFLD(LIMITF-ID)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE LIMITF-ODLIMIT-APPROVE TO WS-APPROVE-THRESHOLD
               IF WS-APPROVE-THRESHOLD > 0 AND
                  USER-LIMIT > WS-APPROVE-THRESHOLD THEN
                   PERFORM CHECK-LIMIT-RAISED-PARA
               ELSE
                   MOVE 'N' TO IF-APPROVAL-NEEDED
               END-IF
           WHEN DFHRESP(NOTFND)
               MOVE 'N' TO IF-APPROVAL-NEEDED
           WHEN OTHER
               MOVE 'O' TO IF-APPROVAL-NEEDED
           END-EVALUATE
           EXIT.

       CHECK-LIMIT-RAISED-PARA.
      * READS THE ACCOUNT'S CURRENT ODLIMF LIMIT. A NEW LIMIT NOT
      * ABOVE IT IS A CUT (OR NO CHANGE) AND IS STORED STRAIGHT
      * AWAY; NO FACILITY YET COUNTS AS A CURRENT LIMIT OF ZERO

           MOVE 'N' TO IF-APPROVAL-NEEDED
           MOVE USER-BANK-ACCOUNT TO ODLIMF-BANK-ACCOUNT

           EXEC CICS
           READ FILE('ODLIMF')
           INTO(FS-ODLIMF)
           RIDFLD(ODLIMF-BANK-ACCOUNT)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE ODLIMF-LIMIT TO WS-CURRENT-LIMIT
           WHEN DFHRESP(NOTFND)
               MOVE 0 TO WS-CURRENT-LIMIT
           WHEN OTHER
               MOVE 'O' TO IF-APPROVAL-NEEDED
           END-EVALUATE

           IF APPROVAL-NOT-NEEDED AND
              USER-LIMIT > WS-CURRENT-LIMIT THEN
               MOVE 'Y' TO IF-APPROVAL-NEEDED
           END-IF
           EXIT.

       PARK-LIMIT-PARA.
      * ODLIMF IS NOT TOUCHED - THE NEW LIMIT IS WRITTEN TO APPRF
      * AS PENDING UNDER THE KEYING SUPERVISOR'S USER ID, FOR A
      * DIFFERENT USER TO APPROVE OR REJECT ON MAPAPRP

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
           MOVE 'L' TO APPRF-TYPE
           MOVE 'P' TO APPRF-STATUS
           MOVE USER-BANK-ACCOUNT TO APPRF-BANK-ACCOUNT
           MOVE SPACES TO APPRF-ORIG-KEY
           MOVE USER-LIMIT TO APPRF-AMOUNT
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

       STORE-LIMIT-PARA.
      * GRANT OR CHANGE THE LIMIT: AN EXISTING ODLIMF RECORD IS
      * READ FOR UPDATE AND REWRITTEN, A FIRST GRANT IS WRITTEN
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-PARKED-MSG.
           MOVE PARKED-MSG TO PL-TEXT
           MOVE APPRF-TIMESTAMP TO PL-TIMESTAMP
           MOVE APPRF-SEQ TO PL-SEQ
           MOVE PARKED-LINE TO MSGO
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-INVALID-LIMIT-MSG.
           MOVE INVALID-LIMIT-MSG TO MSGO
           PERFORM SEND-THE-DATA
