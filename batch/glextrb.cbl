      * FIXED-FORMAT POSTING RECORD PER CATEGORY TO GLEXTR FOR
      * THE GL SYSTEM TO INGEST
      *
      * AMOUNTS ARE NEVER ADDED ACROSS CURRENCIES: EACH TRANF ROW
      * IS IN ITS ACCOUNT'S CURRENCY (DATAF-CURRENCY, READ ONCE
      * PER ACCOUNT - TRANF IS IN ACCOUNT ORDER), AND THE DAY IS
      * SUMMARISED SEPARATELY FOR EVERY CURRENCY IT TOUCHED. THE
      * HOME CURRENCY IS ALWAYS EXTRACTED, EVEN ON A DAY WITH NO
      * MOVEMENT. A ROW WHOSE ACCOUNT IS NOT ON DATAF CANNOT BE
      * GIVEN A CURRENCY - IT IS SUMMARISED UNDER '???' AND THE
      * JOB ENDS RC=4 SO ACCOUNTING DOES NOT POST IT BLIND
      *
      * EXTRACT RECORD: WINDOW START TIMESTAMP X(15), CURRENCY
      * X(3), CATEGORY X(2) (DP DEPOSITS, WD WITHDRAWALS, TI
      * TRANSFERS IN, TO TRANSFERS OUT, IN INTEREST, OT OTHER, FE
      * FEE INCOME, NT NET MOVEMENT),
      * DR/CR FLAG X, RECORD COUNT 9(9), AMOUNT 9(13)V99
      *
      * THE CONTROL REPORT CARRIES THE RECORD COUNTS AND AMOUNT
      * HASH TOTALS PER CATEGORY FOR EACH CURRENCY PLUS THE
      * OVERALL READ/SELECTED COUNTS, SO ACCOUNTING CAN PROVE THE
      * EXTRACT IS COMPLETE BEFORE POSTING IT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS TRANF-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT DATAF ASSIGN TO DATAF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DATAF-BANK-NUMBER
               FILE STATUS IS WS-DATAF-STATUS.

           SELECT PARM-IN ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL.

           SELECT GLEXT-RPT ASSIGN TO GLEXTRR
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RUNCTLF ASSIGN TO RUNCTLF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUNCTL-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS RUNCTL-DATE-KEY
               FILE STATUS IS WS-RUNCTL-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANF.
      * (EIBTRMID ONLINE, A PSEUDO-TERMINAL LIKE 'BTCH' FOR THE
      * BATCH POSTERS) - SEE THE TLRPRFB TELLER PROOF REPORT
           05  TRANF-TERMINAL         PIC X(4).
      * BUSINESS DAY THE POSTING BELONGS TO (YYYYMMDD) - THE
      * BUSDATE DATE, OR THE NEXT BUSINESS DAY ONCE BUSDAYB
      * HAS TAKEN THE END-OF-DAY CUTOFF (SEE MAPBANKP)
           05  TRANF-POST-DATE        PIC X(8).
      * CROSS-CURRENCY TRANSFER LEGS ONLY: THE OTHER LEG'S
      * CURRENCY AND AMOUNT, AND THE RATE APPLIED (TARGET UNITS
      * PER SOURCE UNIT) - SPACES/ZERO ON EVERY OTHER RECORD
           05  TRANF-FX-CURRENCY      PIC X(3).
           05  TRANF-FX-AMOUNT        PIC S9(9)V99.
           05  TRANF-FX-RATE          PIC 9(5)V9(6).

      * ONLY THE ACCOUNT'S CURRENCY IS USED HERE
       FD  DATAF.
       01  FS-DATAF.
           05  DATAF-BANK-NUMBER      PIC X(26).
           05  FILLER                 PIC X(123).
           05  DATAF-STATUS           PIC X.
           05  FILLER                 PIC X(15).
           05  DATAF-PRODUCT-CODE     PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN (ISO CODE, FROM ITS
      * PRODUCT - SEE PRODF)
           05  DATAF-CURRENCY         PIC X(3).

       FD  PARM-IN.
       01  PARM-IN-REC.
       FD  GL-EXTRACT.
       01  GL-EXTRACT-REC.
           05  GLE-WINDOW-START       PIC X(15).
           05  GLE-CURRENCY           PIC X(3).
           05  GLE-CATEGORY           PIC X(2).
           05  GLE-DR-CR              PIC X.
           05  GLE-COUNT              PIC 9(9).
       FD  GLEXT-RPT.
       01  GLEXT-RPT-LINE             PIC X(90).

      * RUN-CONTROL LOG (SEE RUNCTLP) AND THE BUSINESS DATE IT IS
      * LOGGED AGAINST
       FD  RUNCTLF.
           COPY RUNCTL.

       FD  RUNCTL-DATE-FILE.
       01  RUNCTL-DATE-REC.
           05  RUNCTL-DATE-KEY        PIC X(8).
           05  RUNCTL-DATE-BUS-DATE   PIC X(8).
           05  FILLER                 PIC X(13).

       WORKING-STORAGE SECTION.
           COPY RUNCTLW.

       01  WS-TRANF-STATUS            PIC XX.
           88  TRANF-OK               VALUE '00'.

       01  WS-DATAF-STATUS            PIC XX.
           88  DATAF-OK               VALUE '00'.

       01  WS-EXTRACT-STATUS          PIC XX.
           88  EXTRACT-OK             VALUE '00'.


      * THE CALENDAR DATES OFF SYSIN EXPANDED TO FULL TIMESTAMP
      * WINDOW BOUNDARIES (MIDNIGHT AT THE START OF EACH DATE)
      * FOR THE WINDOW LABELS. TRANF ROWS ARE SELECTED ON THEIR
      * BUSINESS POSTING DATE AGAINST THE DATES THEMSELVES, NOT
      * ON THE TIMESTAMP - A POSTING KEYED AFTER THE END-OF-DAY
      * CUTOFF BELONGS TO THE NEXT BUSINESS DAY (SEE BUSDAYB)
       01  WS-DAY-START.
           05  WS-DAY-START-DATE      PIC X(8).
           05  FILLER                 PIC X(7) VALUE '000000 '.

       01  WS-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-SELECTED-COUNT          PIC 9(7) VALUE 0.
       01  WS-NO-DATAF-COUNT          PIC 9(7) VALUE 0.
       01  WS-EXTRACT-FAILED          PIC X VALUE 'N'.
           88  EXTRACT-FAILED         VALUE 'Y'.

      * THE EXTRACT CATEGORIES AND THEIR DEBIT/CREDIT SIDE, IN
      * THE ORDER THE EXTRACT RECORDS ARE WRITTEN: DP WD TI TO IN
      * OT FE
       01  WS-CATEGORY-TABLE.
           05  WS-CATEGORY-ENTRY OCCURS 7 TIMES.
               10  CAT-CODE           PIC X(2).
               10  CAT-DR-CR          PIC X.

      * THE HOME CURRENCY, ALWAYS THE FIRST TALLY BLOCK
       01  WS-HOME-CURRENCY           PIC X(3) VALUE 'PLN'.

      * THE ACCOUNT WHOSE CURRENCY WAS LAST LOOKED UP ON DATAF
       01  WS-LAST-ACCOUNT            PIC X(26) VALUE LOW-VALUES.
       01  WS-ACCOUNT-CURRENCY        PIC X(3) VALUE SPACES.

      * ONE TALLY BLOCK PER CURRENCY, IN ORDER OF FIRST SIGHT,
      * EACH WITH ONE COUNT/AMOUNT SLOT PER EXTRACT CATEGORY. THE
      * 'OT' BUCKET HOLDS SIGNED TYPES (REVERSALS), SO ITS
      * DEBIT/CREDIT SIDE ON THE EXTRACT FOLLOWS THE SIGN OF
      * CUR-OT-NET, NOT A FIXED FLAG
       01  WS-CUR-MAX                 PIC S9(4) COMP VALUE 20.
       01  WS-CUR-COUNT               PIC S9(4) COMP VALUE 0.
       01  WS-CUR-SUB                 PIC S9(4) COMP VALUE 0.
       01  WS-CUR-HIT                 PIC X VALUE 'N'.
           88  CUR-HIT                VALUE 'Y'.

       01  WS-CURRENCY-TABLE.
           05  WS-CURRENCY-ENTRY OCCURS 20 TIMES.
               10  CUR-CODE           PIC X(3).
               10  CUR-SELECTED       PIC 9(9).
               10  CUR-NET-MOVEMENT   PIC S9(13)V99.
               10  CUR-OT-NET         PIC S9(13)V99.
               10  CUR-HASH-TOTAL     PIC 9(13)V99.
               10  CUR-CATEGORY OCCURS 7 TIMES.
                   15  CAT-COUNT      PIC 9(9).
                   15  CAT-AMOUNT     PIC 9(13)V99.

       01  WS-CAT-SUB                 PIC S9(4) COMP VALUE 0.
      * ALL CURRENCIES TOGETHER - A CONTROL HASH ONLY, NEVER AN
      * AMOUNT TO POST
       01  WS-HASH-TOTAL              PIC 9(13)V99 VALUE 0.

       01  WS-HEADING-1 PIC X(60) VALUE
           'GLEXTRB - DAILY GL POSTING EXTRACT CONTROL REPORT'.
       01  WS-CURRENCY-LINE.
           05  FILLER             PIC X(16) VALUE 'CURRENCY:       '.
           05  CL-CURRENCY        PIC X(3).
       01  WS-HEADING-2.
           05  FILLER             PIC X(10) VALUE 'CATEGORY'.
           05  FILLER             PIC X(14) VALUE 'RECORD COUNT'.
               'RECORDS IN DAY WINDOW:     '.
           05  SL-SELECTED        PIC ZZZZZZ9.

       01  WS-CUR-SELECTED-LINE.
           05  FILLER             PIC X(27) VALUE
               'RECORDS IN THIS CURRENCY:  '.
           05  CSL-SELECTED       PIC ZZZZZZ9.

       01  WS-NO-DATAF-LINE.
           05  FILLER             PIC X(27) VALUE
               'ACCOUNTS NOT ON DATAF:     '.
           05  NDL-COUNT          PIC ZZZZZZ9.

       01  WS-NET-LINE.
           05  FILLER             PIC X(27) VALUE
               'NET MOVEMENT:              '.
               'AMOUNT HASH TOTAL:         '.
           05  HL-HASH            PIC Z(12)9.99.

       01  WS-ALL-HASH-LINE.
           05  FILLER             PIC X(27) VALUE
               'HASH TOTAL ALL CURRENCIES: '.
           05  AHL-HASH           PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'GLEXTRB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA
           PERFORM INIT-CATEGORIES-PARA

           OPEN INPUT TRANF
           OPEN INPUT DATAF
           OPEN OUTPUT GL-EXTRACT
           OPEN OUTPUT GLEXT-RPT

           PERFORM PRINT-REPORT-PARA

           CLOSE TRANF
           CLOSE DATAF
           CLOSE GL-EXTRACT
           CLOSE GLEXT-RPT

           DISPLAY 'GLEXTRB: EXTRACTED ' WS-SELECTED-COUNT
               ' OF ' WS-READ-COUNT ' TRANF RECORD(S)'

           EVALUATE TRUE
           WHEN EXTRACT-FAILED
               MOVE 16 TO RETURN-CODE
           WHEN WS-NO-DATAF-COUNT > 0
               DISPLAY 'GLEXTRB: ' WS-NO-DATAF-COUNT
                   ' ACCOUNT(S) NOT ON DATAF - EXTRACTED UNDER ???'
               MOVE 4 TO RETURN-CODE
           END-EVALUATE

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-SELECTED-COUNT TO WS-RUNCTL-OUT-COUNT
           MOVE WS-HASH-TOTAL TO WS-RUNCTL-AMOUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

           MOVE 'C'  TO CAT-DR-CR(5)
           MOVE 'OT' TO CAT-CODE(6)
           MOVE 'C'  TO CAT-DR-CR(6)
           MOVE 'FE' TO CAT-CODE(7)
           MOVE 'D'  TO CAT-DR-CR(7)

      * THE HOME CURRENCY IS EXTRACTED EVERY DAY, MOVEMENT OR NOT
           MOVE WS-HOME-CURRENCY TO WS-ACCOUNT-CURRENCY
           PERFORM FIND-CURRENCY-SLOT-PARA
           EXIT.

       SCAN-TRANF-PARA.

           IF NOT EOF-TRANF THEN
               ADD 1 TO WS-READ-COUNT
               IF TRANF-POST-DATE NOT LESS THAN WS-DAY-START-DATE AND
                  TRANF-POST-DATE LESS THAN WS-DAY-END-DATE THEN
                   ADD 1 TO WS-SELECTED-COUNT
                   PERFORM TALLY-RECORD-PARA
               END-IF
           EXIT.

       TALLY-RECORD-PARA.
      * THE ROW IS COUNTED UNDER ITS ACCOUNT'S CURRENCY. A FULL
      * CURRENCY TABLE FAILS THE EXTRACT RATHER THAN DROPPING ROWS

           IF TRANF-BANK-ACCOUNT NOT = WS-LAST-ACCOUNT THEN
               PERFORM GET-ACCOUNT-CURRENCY-PARA
           END-IF

           PERFORM FIND-CURRENCY-SLOT-PARA
           IF NOT CUR-HIT THEN
               DISPLAY 'GLEXTRB: MORE THAN ' WS-CUR-MAX
                   ' CURRENCIES - ' WS-ACCOUNT-CURRENCY
                   ' NOT EXTRACTED'
               MOVE 'Y' TO WS-EXTRACT-FAILED
           ELSE
               PERFORM TALLY-CATEGORY-PARA
           END-IF
           EXIT.

       TALLY-CATEGORY-PARA.
           ADD 1 TO CUR-SELECTED(WS-CUR-SUB)

           EVALUATE TRANF-TYPE
           WHEN 'D'
               MOVE 1 TO WS-CAT-SUB
               ADD TRANF-AMOUNT TO CUR-NET-MOVEMENT(WS-CUR-SUB)
           WHEN 'W'
               MOVE 2 TO WS-CAT-SUB
               SUBTRACT TRANF-AMOUNT FROM CUR-NET-MOVEMENT(WS-CUR-SUB)
           WHEN 'F'
               MOVE 3 TO WS-CAT-SUB
               ADD TRANF-AMOUNT TO CUR-NET-MOVEMENT(WS-CUR-SUB)
           WHEN 'T'
               MOVE 4 TO WS-CAT-SUB
               SUBTRACT TRANF-AMOUNT FROM CUR-NET-MOVEMENT(WS-CUR-SUB)
           WHEN 'I'
               MOVE 5 TO WS-CAT-SUB
               ADD TRANF-AMOUNT TO CUR-NET-MOVEMENT(WS-CUR-SUB)
           WHEN 'M'
           WHEN 'L'
           WHEN 'X'
           WHEN 'K'
      * FEECHGB'S MONTH-END FEES - THE BANK'S FEE INCOME, KEPT OUT
      * OF OT SO THE LEDGER CAN BOOK IT TO ITS OWN INCOME LINE -
      * AND THE PENALTY FOR BREAKING A TERM DEPOSIT, WHICH IS FEE
      * INCOME TOO. THE AMOUNT IS CARRIED NEGATIVE (A DEBIT TO THE
      * CUSTOMER)
               MOVE 7 TO WS-CAT-SUB
               ADD TRANF-AMOUNT TO CUR-NET-MOVEMENT(WS-CUR-SUB)
           WHEN OTHER
      * ANY OTHER JOURNAL TYPE (REVERSALS, PERSONAL LOAN ADVANCES
      * 'N' AND INSTALLMENTS 'Q', PAID CHEQUES 'C', AND THE LIKE)
      * CARRIES ITS SIGNED EFFECT DIRECTLY IN TRANF-AMOUNT, SAME
      * CONVENTION TRECONCB REPLAYS BY
               MOVE 6 TO WS-CAT-SUB
               ADD TRANF-AMOUNT TO CUR-NET-MOVEMENT(WS-CUR-SUB)
               ADD TRANF-AMOUNT TO CUR-OT-NET(WS-CUR-SUB)
           END-EVALUATE

           ADD 1 TO CAT-COUNT(WS-CUR-SUB, WS-CAT-SUB)

           IF TRANF-AMOUNT < 0 THEN
               SUBTRACT TRANF-AMOUNT
                   FROM CAT-AMOUNT(WS-CUR-SUB, WS-CAT-SUB)
               SUBTRACT TRANF-AMOUNT FROM CUR-HASH-TOTAL(WS-CUR-SUB)
               SUBTRACT TRANF-AMOUNT FROM WS-HASH-TOTAL
           ELSE
               ADD TRANF-AMOUNT TO CAT-AMOUNT(WS-CUR-SUB, WS-CAT-SUB)
               ADD TRANF-AMOUNT TO CUR-HASH-TOTAL(WS-CUR-SUB)
               ADD TRANF-AMOUNT TO WS-HASH-TOTAL
           END-IF
           EXIT.

       GET-ACCOUNT-CURRENCY-PARA.
      * ONE KEYED DATAF READ PER ACCOUNT. AN ACCOUNT WITH NO
      * CURRENCY ON FILE IS A HOME-CURRENCY ACCOUNT; ONE NOT ON
      * DATAF AT ALL IS SUMMARISED UNDER '???'

           MOVE TRANF-BANK-ACCOUNT TO WS-LAST-ACCOUNT
           MOVE TRANF-BANK-ACCOUNT TO DATAF-BANK-NUMBER
           READ DATAF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN NOT DATAF-OK
               ADD 1 TO WS-NO-DATAF-COUNT
               MOVE '???' TO WS-ACCOUNT-CURRENCY
           WHEN DATAF-CURRENCY = SPACES OR
                DATAF-CURRENCY = LOW-VALUES
               MOVE WS-HOME-CURRENCY TO WS-ACCOUNT-CURRENCY
           WHEN OTHER
               MOVE DATAF-CURRENCY TO WS-ACCOUNT-CURRENCY
           END-EVALUATE
           EXIT.

       FIND-CURRENCY-SLOT-PARA.
      * LOCATE WS-ACCOUNT-CURRENCY'S TALLY BLOCK INTO WS-CUR-SUB,
      * CLAIMING A NEW ZEROED BLOCK ON FIRST SIGHT. CUR-HIT IS
      * LEFT OFF ONLY IF THE TABLE IS FULL

           MOVE 'N' TO WS-CUR-HIT
           PERFORM CHECK-CURRENCY-SLOT-PARA
               VARYING WS-CUR-SUB FROM 1 BY 1
               UNTIL WS-CUR-SUB > WS-CUR-COUNT
               OR CUR-HIT

           IF CUR-HIT THEN
               SUBTRACT 1 FROM WS-CUR-SUB
           ELSE
               IF WS-CUR-COUNT < WS-CUR-MAX THEN
                   ADD 1 TO WS-CUR-COUNT
                   MOVE WS-CUR-COUNT TO WS-CUR-SUB
                   MOVE WS-ACCOUNT-CURRENCY TO CUR-CODE(WS-CUR-SUB)
                   MOVE 0 TO CUR-SELECTED(WS-CUR-SUB)
                   MOVE 0 TO CUR-NET-MOVEMENT(WS-CUR-SUB)
                   MOVE 0 TO CUR-OT-NET(WS-CUR-SUB)
                   MOVE 0 TO CUR-HASH-TOTAL(WS-CUR-SUB)
                   PERFORM ZERO-CATEGORY-PARA
                       VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > 7
                   MOVE 'Y' TO WS-CUR-HIT
               END-IF
           END-IF
           EXIT.

       CHECK-CURRENCY-SLOT-PARA.
           IF CUR-CODE(WS-CUR-SUB) = WS-ACCOUNT-CURRENCY THEN
               MOVE 'Y' TO WS-CUR-HIT
           END-IF
           EXIT.

       ZERO-CATEGORY-PARA.
           MOVE 0 TO CAT-COUNT(WS-CUR-SUB, WS-CAT-SUB)
           MOVE 0 TO CAT-AMOUNT(WS-CUR-SUB, WS-CAT-SUB)
           EXIT.

       WRITE-EXTRACT-PARA.
      * FOR EACH CURRENCY: ONE POSTING RECORD PER CATEGORY, THEN
      * THE NET MOVEMENT RECORD (NT), DEBIT OR CREDIT BY THE SIGN
      * OF THE NET

           PERFORM WRITE-CURRENCY-EXTRACT-PARA
               VARYING WS-CUR-SUB FROM 1 BY 1
               UNTIL WS-CUR-SUB > WS-CUR-COUNT
           EXIT.

       WRITE-CURRENCY-EXTRACT-PARA.
           PERFORM WRITE-CATEGORY-EXTRACT-PARA
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 7

           MOVE WS-DAY-START TO GLE-WINDOW-START
           MOVE CUR-CODE(WS-CUR-SUB) TO GLE-CURRENCY
           MOVE 'NT' TO GLE-CATEGORY
           IF CUR-NET-MOVEMENT(WS-CUR-SUB) < 0 THEN
               MOVE 'D' TO GLE-DR-CR
               COMPUTE GLE-AMOUNT = 0 - CUR-NET-MOVEMENT(WS-CUR-SUB)
           ELSE
               MOVE 'C' TO GLE-DR-CR
               MOVE CUR-NET-MOVEMENT(WS-CUR-SUB) TO GLE-AMOUNT
           END-IF
           MOVE CUR-SELECTED(WS-CUR-SUB) TO GLE-COUNT
           PERFORM WRITE-EXTRACT-REC-PARA
           EXIT.

       WRITE-CATEGORY-EXTRACT-PARA.
           MOVE WS-DAY-START TO GLE-WINDOW-START
           MOVE CUR-CODE(WS-CUR-SUB) TO GLE-CURRENCY
           MOVE CAT-CODE(WS-CAT-SUB) TO GLE-CATEGORY
           MOVE CAT-DR-CR(WS-CAT-SUB) TO GLE-DR-CR
           MOVE CAT-COUNT(WS-CUR-SUB, WS-CAT-SUB) TO GLE-COUNT
           MOVE CAT-AMOUNT(WS-CUR-SUB, WS-CAT-SUB) TO GLE-AMOUNT
           IF WS-CAT-SUB = 6 THEN
      * THE OT POSTING CARRIES THE SIGNED NET OF ITS TYPES
               IF CUR-OT-NET(WS-CUR-SUB) < 0 THEN
                   MOVE 'D' TO GLE-DR-CR
                   COMPUTE GLE-AMOUNT = 0 - CUR-OT-NET(WS-CUR-SUB)
               ELSE
                   MOVE 'C' TO GLE-DR-CR
                   MOVE CUR-OT-NET(WS-CUR-SUB) TO GLE-AMOUNT
               END-IF
           END-IF
           PERFORM WRITE-EXTRACT-REC-PARA
           EXIT.

           MOVE WS-WINDOW-LINE TO GLEXT-RPT-LINE
           WRITE GLEXT-RPT-LINE

           PERFORM PRINT-CURRENCY-PARA
               VARYING WS-CUR-SUB FROM 1 BY 1
               UNTIL WS-CUR-SUB > WS-CUR-COUNT

           MOVE SPACES TO GLEXT-RPT-LINE
           WRITE GLEXT-RPT-LINE

           MOVE WS-READ-COUNT TO RL-READ
           MOVE WS-READ-LINE TO GLEXT-RPT-LINE
           WRITE GLEXT-RPT-LINE

           MOVE WS-SELECTED-COUNT TO SL-SELECTED
           MOVE WS-SELECTED-LINE TO GLEXT-RPT-LINE
           WRITE GLEXT-RPT-LINE

           MOVE WS-NO-DATAF-COUNT TO NDL-COUNT
           MOVE WS-NO-DATAF-LINE TO GLEXT-RPT-LINE
           WRITE GLEXT-RPT-LINE

           MOVE WS-HASH-TOTAL TO AHL-HASH
           MOVE WS-ALL-HASH-LINE TO GLEXT-RPT-LINE
           WRITE GLEXT-RPT-LINE
           EXIT.

       PRINT-CURRENCY-PARA.
           MOVE SPACES TO GLEXT-RPT-LINE
           WRITE GLEXT-RPT-LINE

           MOVE CUR-CODE(WS-CUR-SUB) TO CL-CURRENCY
           MOVE WS-CURRENCY-LINE TO GLEXT-RPT-LINE
           WRITE GLEXT-RPT-LINE

           MOVE WS-HEADING-2 TO GLEXT-RPT-LINE
           WRITE GLEXT-RPT-LINE

           PERFORM PRINT-CATEGORY-PARA
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 7

           MOVE CUR-SELECTED(WS-CUR-SUB) TO CSL-SELECTED
           MOVE WS-CUR-SELECTED-LINE TO GLEXT-RPT-LINE
           WRITE GLEXT-RPT-LINE

           MOVE CUR-NET-MOVEMENT(WS-CUR-SUB) TO NL-NET
           MOVE WS-NET-LINE TO GLEXT-RPT-LINE
           WRITE GLEXT-RPT-LINE

           MOVE CUR-HASH-TOTAL(WS-CUR-SUB) TO HL-HASH
           MOVE WS-HASH-LINE TO GLEXT-RPT-LINE
           WRITE GLEXT-RPT-LINE
           EXIT.

       PRINT-CATEGORY-PARA.
           MOVE CAT-CODE(WS-CAT-SUB) TO DL-CATEGORY
           MOVE CAT-COUNT(WS-CUR-SUB, WS-CAT-SUB) TO DL-COUNT
           MOVE CAT-AMOUNT(WS-CUR-SUB, WS-CAT-SUB) TO DL-AMOUNT
           MOVE WS-DETAIL-LINE TO GLEXT-RPT-LINE
           WRITE GLEXT-RPT-LINE
           EXIT.

           COPY RUNCTLP.
