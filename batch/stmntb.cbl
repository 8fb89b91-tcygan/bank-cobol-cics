      * BY) TO GET THE OPENING BALANCE, PRINTS EVERY MOVEMENT
      * INSIDE THE PERIOD WITH ITS BALANCE AFTER, AND CLOSES WITH
      * THE BALANCE AT PERIOD END. NAME AND MAILING ADDRESS COME
      * FROM DATAF BY A DIRECT KEYED READ, AS DOES THE CURRENCY
      * THE ACCOUNT IS HELD IN - EVERY AMOUNT ON THE STATEMENT IS
      * IN THAT CURRENCY, AND THE HEADING SAYS SO
      *
      * THE PERIOD IS GIVEN AS THE SAME TWO YYYYMMDD WINDOW CARDS
      * NEWACCTB AND GLEXTRB TAKE ON SYSIN: START DATE, THEN END
           SELECT STMNT-RPT ASSIGN TO STMNTR
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

       FD  DATAF.
       01  FS-DATAF.
           05  DATAF-CLOSE-TIMESTAMP  PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05  DATAF-PRODUCT-CODE     PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN (ISO CODE, FROM ITS
      * PRODUCT - SEE PRODF)
           05  DATAF-CURRENCY         PIC X(3).

       FD  PARM-IN.
       01  PARM-IN-REC.
       FD  STMNT-RPT.
       01  STMNT-RPT-LINE             PIC X(110).

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

       01  WS-ADRESS-LINE.
           05  ADL-ADRESS         PIC X(45).

       01  WS-CURRENCY-LINE.
           05  FILLER             PIC X(16) VALUE 'ALL AMOUNTS IN: '.
           05  CUL-CURRENCY       PIC X(3).

       01  WS-NO-DATAF-LINE PIC X(40) VALUE
           'CUSTOMER DETAILS NOT ON FILE'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'STMNTB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF PARM-DAY-START IS NOT NUMERIC OR
              PARM-DAY-END IS NOT NUMERIC THEN
               DISPLAY 'STMNTB: MISSING OR INVALID SYSIN WINDOW CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           DISPLAY 'STMNTB: WROTE ' WS-STATEMENT-COUNT
               ' STATEMENT(S), ' WS-LINE-COUNT ' MOVEMENT LINE(S)'

           MOVE WS-MOVEMENT-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-STATEMENT-COUNT TO WS-RUNCTL-OUT-COUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
       WRITE-CUSTOMER-PARA.
      * NAME AND ADDRESS FOR THE MAILING WINDOW, BY A DIRECT
      * KEYED READ OF DATAF. AN ACCOUNT WITH TRANF RECORDS BUT NO
      * DATAF RECORD STILL GETS ITS STATEMENT, CLEARLY MARKED.
      * AN ACCOUNT WITH NO CURRENCY ON FILE IS A PLN ACCOUNT

           MOVE WS-GROUP-ACCOUNT TO DATAF-BANK-NUMBER
           READ DATAF
               MOVE DATAF-ADRESS TO ADL-ADRESS
               MOVE WS-ADRESS-LINE TO STMNT-RPT-LINE
               WRITE STMNT-RPT-LINE
               IF DATAF-CURRENCY = SPACES OR
                  DATAF-CURRENCY = LOW-VALUES THEN
                   MOVE 'PLN' TO CUL-CURRENCY
               ELSE
                   MOVE DATAF-CURRENCY TO CUL-CURRENCY
               END-IF
               MOVE WS-CURRENCY-LINE TO STMNT-RPT-LINE
               WRITE STMNT-RPT-LINE
           ELSE
               MOVE WS-NO-DATAF-LINE TO STMNT-RPT-LINE
               WRITE STMNT-RPT-LINE
           WHEN 'P'
      * EXTERNAL CREDIT POSTED BY THE PAYINB CLEARING INTAKE
               MOVE 'EXT CREDIT' TO DL-TYPE
           WHEN 'M'
      * MONTH-END FEES CHARGED BY FEECHGB
               MOVE 'MONTHLY FEE' TO DL-TYPE
           WHEN 'L'
               MOVE 'LOW BAL FEE' TO DL-TYPE
           WHEN 'X'
               MOVE 'OVERLMT FEE' TO DL-TYPE
           WHEN 'E'
      * EXTERNAL PAYMENT TO ANOTHER BANK, AND ITS RE-CREDIT WHEN
      * THE CLEARING HOUSE RETURNS IT (EXTRETB)
               MOVE 'EXT PAYMENT' TO DL-TYPE
           WHEN 'R'
               MOVE 'PAYMENT RTN' TO DL-TYPE
           WHEN 'K'
      * PENALTY FOR BREAKING A TERM DEPOSIT EARLY (MAPTDBP)
               MOVE 'BRK PENALTY' TO DL-TYPE
           WHEN 'N'
      * PERSONAL LOAN PAID OUT (MAPLONP) AND ITS INSTALLMENTS
      * COLLECTED (LOANCOLB)
               MOVE 'LOAN ADVANCE' TO DL-TYPE
           WHEN 'Q'
               MOVE 'LOAN REPAYMT' TO DL-TYPE
           WHEN 'C'
      * CHEQUE DRAWN ON THE ACCOUNT, PRESENTED THROUGH THE
      * CLEARING HOUSE AND PAID (CHQINB)
               MOVE 'CHEQUE PAID' TO DL-TYPE
           WHEN OTHER
               MOVE TRANF-TYPE TO DL-TYPE
           END-EVALUATE
               AT END MOVE 'Y' TO WS-EOF-TRANF
           END-READ
           EXIT.

           COPY RUNCTLP.
