      * MAPBANKP, MAPMAINP, MAPCLOSP) sends control back here on
      * PF3. it lists them as numbered options and XCTLs to
      * whichever one the user picks, so a user does not have to
      * know individual transaction IDs to find their way around.
      * THE OPTIONS NO LONGER FIT ON THE MESSAGE LINE, SO THE
      * LATER ONES (B ONWARDS) ARE SHOWN ON THE SECOND MENU LINE

       DATA DIVISION.
       WORKING-STORAGE SECTION.
               VALUE 'YOU DID NOT PROVIDE PROPER DATA'.
           05 ERROR-MSG PIC X(20) VALUE 'SOMETHING WENT WRONG'.
           05 INVALID-OPTION-MSG PIC X(44)
               VALUE 'OPTION MUST BE 1-9 OR A-H'.
           05 MENU-TEXT-MSG PIC X(78) VALUE
               '1-OPEN 2-LOGIN 3-OPIN 4-BANK 5-DETAIL 6-CLOSE 7-SRCH 8-R
      -         'EV 9-STORD A-ODLIM'.
           05 MENU-TEXT-MSG-2 PIC X(78) VALUE
               'B-FOLUP C-APPROVE D-HOLDS E-ALERTS F-TERMDEP G-LOANS H-C
      -         'HEQUES'.

       01 USER-OPTION PIC X.
           88 OPEN-ACCOUNT-OPTION VALUE '1'.
           88 STANDING-ORDER-OPTION VALUE '9'.
           88 OVERDRAFT-OPTION     VALUE 'A'.
           88 FOLLOW-UP-OPTION     VALUE 'B'.
           88 APPROVAL-OPTION      VALUE 'C'.
           88 HOLDS-OPTION         VALUE 'D'.
           88 ALERTS-OPTION        VALUE 'E'.
           88 TERM-DEPOSIT-OPTION  VALUE 'F'.
           88 LOAN-OPTION          VALUE 'G'.
           88 CHEQUE-OPTION        VALUE 'H'.

       01 IF-RECEIVED PIC X.
           88 RECEIVED-SUCCESSFULLY VALUE 'Y'.

           MOVE LOW-VALUES TO MAP1O
           MOVE MENU-TEXT-MSG TO MSGO
           MOVE MENU-TEXT-MSG-2 TO MNU2O
           PERFORM SEND-THE-MAP
           EXIT.

                   PERFORM GO-TO-MAPODLP-PARA
               WHEN FOLLOW-UP-OPTION
                   PERFORM GO-TO-MAPFUPP-PARA
               WHEN APPROVAL-OPTION
                   PERFORM GO-TO-MAPAPRP-PARA
               WHEN HOLDS-OPTION
                   PERFORM GO-TO-MAPHLDP-PARA
               WHEN ALERTS-OPTION
                   PERFORM GO-TO-MAPALTP-PARA
               WHEN TERM-DEPOSIT-OPTION
                   PERFORM GO-TO-MAPTDBP-PARA
               WHEN LOAN-OPTION
                   PERFORM GO-TO-MAPLONP-PARA
               WHEN CHEQUE-OPTION
                   PERFORM GO-TO-MAPCHQP-PARA
               WHEN OTHER
                   PERFORM SEND-INVALID-OPTION-MSG
               END-EVALUATE
           END-EXEC
           GOBACK.

       GO-TO-MAPAPRP-PARA.
           MOVE 'F' TO SESS-SCREEN-STATE
           EXEC CICS
           XCTL PROGRAM('MAPAPRP') COMMAREA(COMM-SESSION)
           END-EXEC
           GOBACK.

       GO-TO-MAPHLDP-PARA.
           MOVE 'F' TO SESS-SCREEN-STATE
           EXEC CICS
           XCTL PROGRAM('MAPHLDP') COMMAREA(COMM-SESSION)
           END-EXEC
           GOBACK.

       GO-TO-MAPALTP-PARA.
           MOVE 'F' TO SESS-SCREEN-STATE
           EXEC CICS
           XCTL PROGRAM('MAPALTP') COMMAREA(COMM-SESSION)
           END-EXEC
           GOBACK.

       GO-TO-MAPTDBP-PARA.
           MOVE 'F' TO SESS-SCREEN-STATE
           EXEC CICS
           XCTL PROGRAM('MAPTDBP') COMMAREA(COMM-SESSION)
           END-EXEC
           GOBACK.

       GO-TO-MAPLONP-PARA.
           MOVE 'F' TO SESS-SCREEN-STATE
           EXEC CICS
           XCTL PROGRAM('MAPLONP') COMMAREA(COMM-SESSION)
           END-EXEC
           GOBACK.

       GO-TO-MAPCHQP-PARA.
           MOVE 'F' TO SESS-SCREEN-STATE
           EXEC CICS
           XCTL PROGRAM('MAPCHQP') COMMAREA(COMM-SESSION)
           END-EXEC
           GOBACK.

       SEND-INVALID-OPTION-MSG.
           MOVE INVALID-OPTION-MSG TO MSGO
           PERFORM SEND-THE-DATA
