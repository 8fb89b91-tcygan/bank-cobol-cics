      * record with status 'C' and the closure timestamp, after
      * which MAPLOGP, MAPBANKP, MAPOPIP and MAPMAINP all treat
      * the account exactly like one that does not exist - it can
      * never log in or transact again. AN ACCOUNT STILL CARRYING
      * AN ACTIVE PERSONAL LOAN (LOANF, SEE MAPLONP) CANNOT CLOSE -
      * LOANCOLB COLLECTS THE INSTALLMENTS FROM IT

       DATA DIVISION.
       WORKING-STORAGE SECTION.
               VALUE 'KEY Y IN CONFIRM TO CLOSE THE ACCOUNT'.
           05 CLOSED-OK-MSG PIC X(31)
               VALUE 'ACCOUNT CLOSED. THANK YOU.'.
           05 LOAN-OUTSTANDING-MSG PIC X(43)
               VALUE 'A LOAN IS STILL OUTSTANDING ON THIS ACCOUNT'.

      * program variables where screen variables goes
       01 SCREEN-DATA.
           05 DATAF-CLOSE-TIMESTAMP PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05 DATAF-PRODUCT-CODE PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN (ISO CODE, FROM ITS
      * PRODUCT - SEE PRODF)
           05 DATAF-CURRENCY     PIC X(3).

      * balf file, only read to prove the balance is zero
       01 FS-BALF.
           88 BALANCE-NOT-ZERO VALUE 'N'.
           88 BALANCE-CHECK-ERROR VALUE 'O'.

      * loanf file (LAYOUT IN JCL/LOANF.JCL) - ONLY THE KEY AND
      * THE STATUS MATTER HERE
       01 FS-LOANF.
           05 LOANF-KEY.
               10 LOANF-BANK-ACCOUNT PIC X(26).
               10 LOANF-LOAN-NUM     PIC 9(2).
           05 FILLER                 PIC X(118).
           05 LOANF-STATUS           PIC X.
               88 LOANF-ACTIVE       VALUE 'A'.
           05 FILLER                 PIC X(8).

       01 IF-LOAN-OUTSTANDING PIC X.
           88 NO-LOAN-OUTSTANDING VALUE 'N'.
           88 LOAN-OUTSTANDING    VALUE 'Y'.
           88 LOAN-CHECK-ERROR    VALUE 'O'.

       01 IF-LOAN-SCAN-DONE PIC X.
           88 LOAN-SCAN-DONE VALUE 'Y'.

      * chgaud file, one record per field a customer-data screen
      * changed on DATAF (see MAPMAINP, which owns the address
      * and phone rows - this program writes the STATUS row when
      * THE TERMINAL IS SIGNED ON TO USER-BANK-ACCOUNT - WALK THE
      * CLOSURE CHECKS: ACCOUNT ON DATAF AND NOT ALREADY CLOSED
      * (LOCKED FOR UPDATE SO THE REWRITE CAN FOLLOW), BALANCE
      * ZERO, NO LOAN OUTSTANDING, CONFIRMATION KEYED

           MOVE USER-BANK-ACCOUNT TO DATAF-BANK-NUMBER
           PERFORM CHECK-DATAF-FOR-ACCOUNT
               PERFORM CHECK-BALANCE-ZERO-PARA
               EVALUATE TRUE
               WHEN BALANCE-ZERO
                   PERFORM CHECK-NO-LOAN-PARA
                   EVALUATE TRUE
                   WHEN LOAN-OUTSTANDING
                       PERFORM SEND-LOAN-OUTSTANDING-MSG
                   WHEN LOAN-CHECK-ERROR
                       PERFORM SEND-ERROR-MSG
                   WHEN CLOSURE-CONFIRMED
                       PERFORM CLOSE-THE-ACCOUNT-PARA
                   WHEN OTHER
                       PERFORM SEND-CONFIRM-MSG
                   END-EVALUATE
               WHEN BALANCE-NOT-ZERO
                   PERFORM SEND-BALANCE-LEFT-MSG
               WHEN OTHER
           END-EVALUATE
           EXIT.

       CHECK-NO-LOAN-PARA.
      * BROWSES THE ACCOUNT'S KEY RANGE ON LOANF (THE KEY LEADS
      * WITH THE BANK ACCOUNT). PAID-OFF LOANS STAY ON FILE AND
      * DO NOT STOP THE CLOSURE; A BROWSE ERROR REFUSES IT

           MOVE 'N' TO IF-LOAN-OUTSTANDING
           MOVE 'N' TO IF-LOAN-SCAN-DONE
           MOVE USER-BANK-ACCOUNT TO LOANF-BANK-ACCOUNT
           MOVE 0 TO LOANF-LOAN-NUM

           EXEC CICS
           STARTBR
           FILE('LOANF')
           RIDFLD(LOANF-KEY)
           REQID('CLLN')
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               PERFORM READ-NEXT-LOAN-PARA
                   UNTIL LOAN-SCAN-DONE

               EXEC CICS
               ENDBR
               FILE('LOANF')
               REQID('CLLN')
               RESP(RESPCODE)
               END-EXEC
           WHEN DFHRESP(NOTFND)
               CONTINUE
           WHEN OTHER
               MOVE 'O' TO IF-LOAN-OUTSTANDING
           END-EVALUATE
           EXIT.

       READ-NEXT-LOAN-PARA.
           EXEC CICS
           READNEXT
           FILE('LOANF')
           INTO(FS-LOANF)
           RIDFLD(LOANF-KEY)
           REQID('CLLN')
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               IF LOANF-BANK-ACCOUNT = USER-BANK-ACCOUNT THEN
                   IF LOANF-ACTIVE THEN
                       MOVE 'Y' TO IF-LOAN-OUTSTANDING
                       MOVE 'Y' TO IF-LOAN-SCAN-DONE
                   END-IF
               ELSE
                   MOVE 'Y' TO IF-LOAN-SCAN-DONE
               END-IF
           WHEN DFHRESP(ENDFILE)
               MOVE 'Y' TO IF-LOAN-SCAN-DONE
           WHEN OTHER
               MOVE 'O' TO IF-LOAN-OUTSTANDING
               MOVE 'Y' TO IF-LOAN-SCAN-DONE
           END-EVALUATE
           EXIT.

       CLOSE-THE-ACCOUNT-PARA.
      * EVERY CHECK HAS PASSED - MARK THE DATAF RECORD CLOSED WITH
      * THE CLOSURE TIMESTAMP (SAME ASKTIME WAY MAPCREAP STAMPS
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-LOAN-OUTSTANDING-MSG.
           MOVE LOAN-OUTSTANDING-MSG TO MSGO
           PERFORM SEND-THE-DATA
           EXIT.

       SEND-CONFIRM-MSG.
           MOVE CONFIRM-MSG TO MSGO
           PERFORM SEND-THE-DATA
