       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQINB.

      * PRESENTED CHEQUE (CLEARING DEBIT) FILE INTAKE
      *
      * THE DEBIT MIRROR OF PAYINB. THE CLEARING HOUSE SENDS US
      * THE CHEQUES OTHER BANKS' CUSTOMERS HAVE PAID IN THAT ARE
      * DRAWN ON OUR ACCOUNTS (ONE FIXED RECORD PER CHEQUE:
      * DRAWING ACCOUNT X(26), CHEQUE NUMBER 9(6), AMOUNT 11
      * DIGITS WITH TWO IMPLIED DECIMALS, PRESENTER REFERENCE
      * X(20)). EACH CHEQUE IS CHECKED IN TURN:
      *   - THE DRAWING ACCOUNT IS A REAL, OPEN ACCOUNT ON DATAF,
      *     HELD IN PLN (CLEARING IS PLN ONLY)
      *   - THE CHEQUE NUMBER FALLS IN A BOOK ISSUED TO THAT
      *     ACCOUNT (CHQBKF, SEE MAPCHQP)
      *   - IT HAS NOT BEEN PAID BEFORE (CHQPDF)
      *   - IT IS NOT UNDER AN ACTIVE STOP-PAYMENT (CHQSTF)
      *   - THE ACCOUNT IS NOT AN ACTIVE TERM DEPOSIT (TDF)
      *   - THE ACCOUNT HAS THE FUNDS, BY THE RULE STORDRB USES:
      *     BALANCE PLUS ANY ODLIMF OVERDRAFT, LESS FHOLDF HOLDS
      *     STILL ACTIVE ON THE POSTING DATE, MUST COVER IT
      * A CHEQUE THAT PASSES IS DEBITED FROM BALF, JOURNALLED AS
      * A TYPE 'C' (CHEQUE PAID) TRANF ROW STAMPED MIDNIGHT OF THE
      * SYSIN POSTING DATE, AND ENTERED ON THE CHQPDF PAID
      * REGISTER SO A SECOND PRESENTMENT OF IT - IN THIS FILE OR
      * A LATER ONE - IS RETURNED. TRECONCB'S REPLAY ADDS ANY
      * UNKNOWN TYPE'S SIGNED AMOUNT, SO 'C' ROWS PROVE OUT LIKE
      * THE REST
      *
      * EVERY CHEQUE THAT FAILS GOES BACK TO THE CLEARING HOUSE
      * ON THE CHQRET RETURNS FILE (THE ORIGINAL RECORD PLUS A
      * REASON), AND THE CONTROL REPORT CARRIES COUNTS AND AMOUNT
      * HASH TOTALS FOR READ / PAID / RETURNED, WITH THE RETURNS
      * BROKEN DOWN BY REASON. A FILE ERROR ENDS THE JOB RC=8 AND
      * THE NIGHTLY TRECONCB REPORT GETS LOOKED AT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL.

           SELECT CHQIN ASSIGN TO CHQIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHQIN-STATUS.

           SELECT DATAF ASSIGN TO DATAF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DATAF-BANK-NUMBER
               FILE STATUS IS WS-DATAF-STATUS.

           SELECT CHQBKF ASSIGN TO CHQBKF
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQBKF-KEY
               FILE STATUS IS WS-CHQBKF-STATUS.

           SELECT CHQPDF ASSIGN TO CHQPDF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHQPDF-KEY
               FILE STATUS IS WS-CHQPDF-STATUS.

           SELECT CHQSTF ASSIGN TO CHQSTF
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQSTF-KEY
               FILE STATUS IS WS-CHQSTF-STATUS.

           SELECT TDF ASSIGN TO TDF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TDF-BANK-ACCOUNT
               FILE STATUS IS WS-TDF-STATUS.

           SELECT BALF ASSIGN TO BALF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALF-BANK-ACCOUNT
               FILE STATUS IS WS-BALF-STATUS.

           SELECT ODLIMF ASSIGN TO ODLIMF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ODLIMF-BANK-ACCOUNT
               FILE STATUS IS WS-ODLIMF-STATUS.

           SELECT FHOLDF ASSIGN TO FHOLDF
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHOLDF-KEY
               FILE STATUS IS WS-FHOLDF-STATUS.

           SELECT TRANF ASSIGN TO TRANF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRANF-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT CHQRET ASSIGN TO CHQRET
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHQRET-STATUS.

           SELECT CHQIN-RPT ASSIGN TO CHQINR
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
       FD  PARM-IN.
       01  PARM-IN-REC.
           05  PARM-POST-DATE         PIC X(8).

       FD  CHQIN.
       01  FS-CHQIN.
           05  CHQIN-BANK-ACCOUNT     PIC X(26).
           05  CHQIN-CHEQUE-TEXT      PIC X(6).
           05  CHQIN-CHEQUE-NUM REDEFINES CHQIN-CHEQUE-TEXT
                                      PIC 9(6).
           05  CHQIN-AMOUNT-TEXT      PIC X(11).
           05  CHQIN-AMOUNT REDEFINES CHQIN-AMOUNT-TEXT
                                      PIC 9(9)V99.
           05  CHQIN-REFERENCE        PIC X(20).

       FD  DATAF.
       01  FS-DATAF.
           05  DATAF-BANK-NUMBER      PIC X(26).
           05  DATAF-TIMESTAMP        PIC X(15).
           05  DATAF-NAME             PIC X(20).
           05  DATAF-SURNAME          PIC X(20).
           05  DATAF-ADRESS           PIC X(45).
           05  DATAF-PHONE-NUM        PIC X(12).
           05  DATAF-ID-NUM           PIC X(11).
           05  DATAF-STATUS           PIC X.
               88  DATAF-ACCT-CLOSED  VALUE 'C'.
           05  DATAF-CLOSE-TIMESTAMP  PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05  DATAF-PRODUCT-CODE     PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN (ISO CODE, FROM ITS
      * PRODUCT - SEE PRODF)
           05  DATAF-CURRENCY         PIC X(3).

      * CHEQUE BOOKS ISSUED (LAYOUT IN JCL/CHQBKF.JCL)
       FD  CHQBKF.
       01  FS-CHQBKF.
           05  CHQBKF-KEY.
               10  CHQBKF-BANK-ACCOUNT PIC X(26).
               10  CHQBKF-FIRST-NUM   PIC 9(6).
           05  CHQBKF-LAST-NUM        PIC 9(6).
           05  CHQBKF-ISSUED-DATE     PIC X(8).
           05  CHQBKF-TERMINAL        PIC X(4).

      * CHEQUES PAID (LAYOUT IN JCL/CHQPDF.JCL)
       FD  CHQPDF.
       01  FS-CHQPDF.
           05  CHQPDF-KEY.
               10  CHQPDF-BANK-ACCOUNT PIC X(26).
               10  CHQPDF-CHEQUE-NUM  PIC 9(6).
           05  CHQPDF-AMOUNT          PIC 9(9)V99.
           05  CHQPDF-POST-DATE       PIC X(8).
           05  CHQPDF-TRANF-KEY       PIC X(44).
           05  CHQPDF-REFERENCE       PIC X(20).

      * STOP-PAYMENT INSTRUCTIONS (LAYOUT IN JCL/CHQSTF.JCL)
       FD  CHQSTF.
       01  FS-CHQSTF.
           05  CHQSTF-KEY.
               10  CHQSTF-BANK-ACCOUNT PIC X(26).
               10  CHQSTF-FROM-NUM    PIC 9(6).
           05  CHQSTF-TO-NUM          PIC 9(6).
           05  CHQSTF-STATUS          PIC X.
               88  CHQSTF-ACTIVE      VALUE 'A'.
           05  CHQSTF-PLACED-TIMESTAMP PIC X(15).
           05  CHQSTF-PLACED-TERMINAL PIC X(4).
           05  CHQSTF-LIFTED-TIMESTAMP PIC X(15).
           05  CHQSTF-LIFTED-TERMINAL PIC X(4).

      * TERM-DEPOSIT CONTROL RECORD (LAYOUT IN JCL/TDF.JCL) - ONLY
      * THE STATUS MATTERS HERE
       FD  TDF.
       01  FS-TDF.
           05  TDF-BANK-ACCOUNT       PIC X(26).
           05  FILLER                 PIC X(57).
           05  TDF-STATUS             PIC X.
               88  TDF-ACTIVE         VALUE 'A'.
           05  FILLER                 PIC X(46).

       FD  BALF.
       01  FS-BALF.
           05  BALF-BANK-ACCOUNT      PIC X(26).
           05  BALF-BALANCE           PIC S9(9)V99.

       FD  ODLIMF.
       01  FS-ODLIMF.
           05  ODLIMF-BANK-ACCOUNT    PIC X(26).
           05  ODLIMF-LIMIT           PIC 9(9).

       FD  FHOLDF.
       01  FS-FHOLDF.
           05  FHOLDF-KEY.
               10  FHOLDF-BANK-ACCOUNT PIC X(26).
               10  FHOLDF-TIMESTAMP   PIC X(15).
               10  FHOLDF-SEQ         PIC 9(3).
           05  FHOLDF-AMOUNT          PIC 9(9)V99.
      * 'DP' CASH DEPOSIT, 'CL' CLEARING CREDIT, 'LG' LEGAL,
      * 'GN' GARNISHMENT
           05  FHOLDF-REASON          PIC X(2).
           05  FHOLDF-STATUS          PIC X.
               88  FHOLDF-ACTIVE      VALUE 'A'.
           05  FHOLDF-RELEASE-DATE    PIC X(8).
           05  FHOLDF-PLACED-BY       PIC X(8).
           05  FHOLDF-RELEASED-TIMESTAMP PIC X(15).
           05  FHOLDF-RELEASED-BY     PIC X(8).

       FD  TRANF.
       01  FS-TRANF.
           05  TRANF-KEY.
               10  TRANF-BANK-ACCOUNT PIC X(26).
               10  TRANF-TIMESTAMP    PIC X(15).
               10  TRANF-SEQ          PIC 9(3).
           05  TRANF-TYPE             PIC X.
           05  TRANF-AMOUNT           PIC S9(9)V99.
           05  TRANF-BALANCE-AFTER    PIC S9(9)V99.
      * KEY OF THE ORIGINAL RECORD A TYPE 'V' REVERSAL BACKS OUT,
      * SPACES ON EVERY OTHER RECORD (SEE MAPREVP)
           05  TRANF-ORIG-KEY         PIC X(44).
      * FOUR-CHARACTER IDENTITY OF THE POSTING TERMINAL
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

       FD  CHQRET.
       01  FS-CHQRET.
           05  CHQRET-BANK-ACCOUNT    PIC X(26).
           05  CHQRET-CHEQUE-TEXT     PIC X(6).
           05  CHQRET-AMOUNT-TEXT     PIC X(11).
           05  CHQRET-REFERENCE       PIC X(20).
           05  CHQRET-REASON          PIC X(20).

       FD  CHQIN-RPT.
       01  CHQIN-RPT-LINE             PIC X(90).

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

       01  WS-CHQIN-STATUS            PIC XX.
           88  CHQIN-OK               VALUE '00'.

       01  WS-DATAF-STATUS            PIC XX.
           88  DATAF-OK               VALUE '00'.
           88  DATAF-NOTFND           VALUE '23'.

       01  WS-CHQBKF-STATUS           PIC XX.
           88  CHQBKF-OK              VALUE '00'.
           88  CHQBKF-NOTFND          VALUE '23'.
           88  CHQBKF-EOF             VALUE '10'.

       01  WS-CHQPDF-STATUS           PIC XX.
           88  CHQPDF-OK              VALUE '00'.
           88  CHQPDF-NOTFND          VALUE '23'.

       01  WS-CHQSTF-STATUS           PIC XX.
           88  CHQSTF-OK              VALUE '00'.
           88  CHQSTF-NOTFND          VALUE '23'.
           88  CHQSTF-EOF             VALUE '10'.

       01  WS-TDF-STATUS              PIC XX.
           88  TDF-OK                 VALUE '00'.
           88  TDF-NOTFND             VALUE '23'.

       01  WS-BALF-STATUS             PIC XX.
           88  BALF-OK                VALUE '00'.
           88  BALF-NOTFND            VALUE '23'.

       01  WS-ODLIMF-STATUS           PIC XX.
           88  ODLIMF-OK              VALUE '00'.

       01  WS-FHOLDF-STATUS           PIC XX.
           88  FHOLDF-OK              VALUE '00'.
           88  FHOLDF-NOTFND          VALUE '23'.
           88  FHOLDF-EOF             VALUE '10'.

       01  WS-TRANF-STATUS            PIC XX.
           88  TRANF-OK               VALUE '00'.
           88  TRANF-DUPKEY           VALUE '22'.

       01  WS-CHQRET-STATUS           PIC XX.
           88  CHQRET-OK              VALUE '00'.

       01  WS-EOF-PARM                PIC X VALUE 'N'.
           88  EOF-PARM               VALUE 'Y'.

       01  WS-EOF-CHQIN               PIC X VALUE 'N'.
           88  EOF-CHQIN              VALUE 'Y'.

       01  WS-WRITE-DONE              PIC X VALUE 'N'.
           88  WRITE-DONE             VALUE 'Y'.

       01  WS-SCAN-DONE               PIC X VALUE 'N'.
           88  SCAN-DONE              VALUE 'Y'.

      * SET 'N' BY THE FIRST CHECK A CHEQUE FAILS, WITH
      * WS-REJECT-REASON SAYING WHY - THE LATER CHECKS ARE THEN
      * NOT MADE AND THE CHEQUE IS RETURNED
       01  WS-CHEQUE-OK               PIC X VALUE 'Y'.
           88  CHEQUE-OK              VALUE 'Y'.

      * SET BY THE CHQBKF AND CHQSTF SCANS
       01  WS-CHEQUE-ISSUED           PIC X VALUE 'N'.
           88  CHEQUE-ISSUED          VALUE 'Y'.

       01  WS-CHEQUE-STOPPED          PIC X VALUE 'N'.
           88  CHEQUE-STOPPED         VALUE 'Y'.

      * SET BY GET-HELD-AMOUNT-PARA - AN FHOLDF ERROR RETURNS THE
      * CHEQUE RATHER THAN LET HELD FUNDS PAY IT
       01  WS-HELD-KNOWN              PIC X VALUE 'N'.
           88  HELD-AMOUNT-KNOWN      VALUE 'Y'.

      * THE ACCOUNT'S AUTHORIZED OVERDRAFT (ODLIMF) AND FUNDS
      * UNDER AN ACTIVE HOLD (FHOLDF) FOR THE FUNDS CHECK
       01  WS-OVERDRAFT-LIMIT         PIC 9(9) VALUE 0.
       01  WS-HELD-AMOUNT             PIC 9(9)V99 VALUE 0.

       01  WS-RUN-FAILED              PIC X VALUE 'N'.
           88  RUN-FAILED             VALUE 'Y'.

      * THE POSTING DATE OFF SYSIN EXPANDED TO A FULL TIMESTAMP
      * (MIDNIGHT AT ITS START) FOR THE TRANF ROWS
       01  WS-POST-TIMESTAMP.
           05  WS-POST-DATE           PIC X(8).
           05  FILLER                 PIC X(7) VALUE '000000 '.

       01  WS-REJECT-REASON           PIC X(20).

       01  WS-HOME-CURRENCY           PIC X(3) VALUE 'PLN'.

       01  WS-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-PAID-COUNT              PIC 9(7) VALUE 0.
       01  WS-RETURNED-COUNT          PIC 9(7) VALUE 0.
       01  WS-READ-HASH               PIC 9(13)V99 VALUE 0.
       01  WS-PAID-HASH               PIC 9(13)V99 VALUE 0.
       01  WS-RETURNED-HASH           PIC 9(13)V99 VALUE 0.

      * RETURNS BROKEN DOWN BY THE CHECK THAT FAILED. ANYTHING
      * ELSE (BAD RECORD, CLOSED, UNKNOWN OR NON-PLN ACCOUNT,
      * TERM LOCK, FILE ERROR) IS COUNTED AS OTHER
       01  WS-NOT-ISSUED-COUNT        PIC 9(7) VALUE 0.
       01  WS-PAID-BEFORE-COUNT       PIC 9(7) VALUE 0.
       01  WS-STOPPED-COUNT           PIC 9(7) VALUE 0.
       01  WS-NO-FUNDS-COUNT          PIC 9(7) VALUE 0.
       01  WS-OTHER-RETURN-COUNT      PIC 9(7) VALUE 0.

       01  WS-HEADING-1 PIC X(60) VALUE
           'CHQINB - PRESENTED CHEQUES CONTROL REPORT'.

       01  WS-DATE-LINE.
           05  FILLER             PIC X(16) VALUE 'POSTING DATE:   '.
           05  DTL-DATE           PIC X(8).

       01  WS-READ-LINE.
           05  FILLER             PIC X(27) VALUE
               'CHEQUES READ:              '.
           05  RL-COUNT           PIC ZZZZZZ9.
           05  FILLER             PIC X(8) VALUE '  HASH: '.
           05  RL-HASH            PIC Z(12)9.99.

       01  WS-PAID-LINE.
           05  FILLER             PIC X(27) VALUE
               'CHEQUES PAID:              '.
           05  PL-COUNT           PIC ZZZZZZ9.
           05  FILLER             PIC X(8) VALUE '  HASH: '.
           05  PL-HASH            PIC Z(12)9.99.

       01  WS-RETURNED-LINE.
           05  FILLER             PIC X(27) VALUE
               'CHEQUES RETURNED:          '.
           05  RTL-COUNT          PIC ZZZZZZ9.
           05  FILLER             PIC X(8) VALUE '  HASH: '.
           05  RTL-HASH           PIC Z(12)9.99.

       01  WS-REASON-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  RSL-TEXT           PIC X(23).
           05  RSL-COUNT          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'CHQINB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF EOF-PARM OR PARM-POST-DATE IS NOT NUMERIC THEN
               DISPLAY 'CHQINB: MISSING OR INVALID SYSIN DATE CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           OPEN INPUT CHQIN
           OPEN INPUT DATAF
           OPEN INPUT CHQBKF
           OPEN I-O CHQPDF
           OPEN INPUT CHQSTF
           OPEN INPUT TDF
           OPEN I-O BALF
           OPEN INPUT ODLIMF
           OPEN INPUT FHOLDF
           OPEN I-O TRANF
           OPEN OUTPUT CHQRET
           OPEN OUTPUT CHQIN-RPT

           PERFORM PROCESS-CHEQUE-PARA
               UNTIL EOF-CHQIN

           PERFORM WRITE-REPORT-PARA

           CLOSE CHQIN
           CLOSE DATAF
           CLOSE CHQBKF
           CLOSE CHQPDF
           CLOSE CHQSTF
           CLOSE TDF
           CLOSE BALF
           CLOSE ODLIMF
           CLOSE FHOLDF
           CLOSE TRANF
           CLOSE CHQRET
           CLOSE CHQIN-RPT

           DISPLAY 'CHQINB: PAID ' WS-PAID-COUNT
               ' OF ' WS-READ-COUNT ' CHEQUE(S), RETURNED '
               WS-RETURNED-COUNT

           IF RUN-FAILED THEN
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-PAID-COUNT TO WS-RUNCTL-OUT-COUNT
           MOVE WS-PAID-HASH TO WS-RUNCTL-AMOUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
           OPEN INPUT PARM-IN
           READ PARM-IN
               AT END MOVE 'Y' TO WS-EOF-PARM
           END-READ
           IF NOT EOF-PARM THEN
               MOVE PARM-POST-DATE TO WS-POST-DATE
           END-IF
           CLOSE PARM-IN
           EXIT.

       PROCESS-CHEQUE-PARA.
      * ONE PRESENTED CHEQUE: EACH CHECK IN TURN, STOPPING AT THE
      * FIRST ONE IT FAILS, THEN PAY IT OR SEND IT BACK

           READ CHQIN
               AT END MOVE 'Y' TO WS-EOF-CHQIN
           END-READ

           IF NOT EOF-CHQIN THEN
               ADD 1 TO WS-READ-COUNT
               MOVE 'Y' TO WS-CHEQUE-OK
               MOVE SPACES TO WS-REJECT-REASON

               PERFORM CHECK-RECORD-PARA
               IF CHEQUE-OK THEN
                   PERFORM CHECK-ACCOUNT-PARA
               END-IF
               IF CHEQUE-OK THEN
                   PERFORM CHECK-ISSUED-PARA
               END-IF
               IF CHEQUE-OK THEN
                   PERFORM CHECK-NOT-PAID-PARA
               END-IF
               IF CHEQUE-OK THEN
                   PERFORM CHECK-NOT-STOPPED-PARA
               END-IF
               IF CHEQUE-OK THEN
                   PERFORM CHECK-NOT-TERM-PARA
               END-IF
               IF CHEQUE-OK THEN
                   PERFORM PAY-CHEQUE-PARA
               END-IF

               IF NOT CHEQUE-OK THEN
                   PERFORM RETURN-CHEQUE-PARA
               END-IF
           END-IF
           EXIT.

       CHECK-RECORD-PARA.
      * THE AMOUNT GOES INTO THE READ HASH ONLY WHEN IT IS A
      * NUMBER, SAME AS PAYINB

           IF CHQIN-AMOUNT-TEXT IS NUMERIC THEN
               ADD CHQIN-AMOUNT TO WS-READ-HASH
               IF CHQIN-CHEQUE-TEXT IS NOT NUMERIC THEN
                   MOVE 'CHEQUE NO NOT NUMERIC' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-CHEQUE-OK
               END-IF
           ELSE
               MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'N' TO WS-CHEQUE-OK
           END-IF
           EXIT.

       CHECK-ACCOUNT-PARA.
      * THE DRAWING ACCOUNT MUST BE A REAL, OPEN ACCOUNT ON DATAF
      * - A DATAF READ ERROR RETURNS THE CHEQUE RATHER THAN
      * GUESSING THE MONEY OUT. THE CHEQUE IS PRESENTED IN PLN,
      * SO AN ACCOUNT HELD IN ANY OTHER CURRENCY RETURNS IT (NO
      * CURRENCY ON DATAF IS A PLN ACCOUNT)

           MOVE CHQIN-BANK-ACCOUNT TO DATAF-BANK-NUMBER
           READ DATAF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN DATAF-OK
               EVALUATE TRUE
               WHEN DATAF-ACCT-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-CHEQUE-OK
               WHEN DATAF-CURRENCY NOT = SPACES AND
                    DATAF-CURRENCY NOT = LOW-VALUES AND
                    DATAF-CURRENCY NOT = WS-HOME-CURRENCY
                   MOVE 'ACCOUNT NOT PLN' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-CHEQUE-OK
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           WHEN DATAF-NOTFND
               MOVE 'ACCOUNT UNKNOWN' TO WS-REJECT-REASON
               MOVE 'N' TO WS-CHEQUE-OK
           WHEN OTHER
               DISPLAY 'CHQINB: DATAF READ FAILED FOR '
                   DATAF-BANK-NUMBER ' STATUS ' WS-DATAF-STATUS
               MOVE 'ACCOUNT UNREADABLE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-CHEQUE-OK
               MOVE 'Y' TO WS-RUN-FAILED
           END-EVALUATE
           EXIT.

       CHECK-ISSUED-PARA.
      * THE ACCOUNT'S BOOKS ARE ONE CHQBKF KEY RANGE IN ORDER OF
      * THEIR FIRST NUMBER - READ THEM UNTIL ONE HOLDS THE CHEQUE
      * OR THE BOOKS START PAST IT

           MOVE 'N' TO WS-CHEQUE-ISSUED
           MOVE 'N' TO WS-SCAN-DONE

           MOVE CHQIN-BANK-ACCOUNT TO CHQBKF-BANK-ACCOUNT
           MOVE 0 TO CHQBKF-FIRST-NUM
           START CHQBKF KEY IS NOT LESS THAN CHQBKF-KEY
               INVALID KEY CONTINUE
           END-START

           EVALUATE TRUE
           WHEN CHQBKF-OK
               PERFORM READ-NEXT-BOOK-PARA
                   UNTIL SCAN-DONE
           WHEN CHQBKF-NOTFND
               CONTINUE
           WHEN OTHER
               DISPLAY 'CHQINB: CHQBKF START FAILED FOR '
                   CHQIN-BANK-ACCOUNT ' STATUS ' WS-CHQBKF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'CHECK FAILED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-CHEQUE-OK
           END-EVALUATE

           IF CHEQUE-OK AND NOT CHEQUE-ISSUED THEN
               MOVE 'CHEQUE NOT ISSUED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-CHEQUE-OK
               ADD 1 TO WS-NOT-ISSUED-COUNT
           END-IF
           EXIT.

       READ-NEXT-BOOK-PARA.
           READ CHQBKF NEXT RECORD
               AT END CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN CHQBKF-OK
               IF CHQBKF-BANK-ACCOUNT = CHQIN-BANK-ACCOUNT AND
                  CHQBKF-FIRST-NUM NOT > CHQIN-CHEQUE-NUM THEN
                   IF CHQBKF-LAST-NUM NOT < CHQIN-CHEQUE-NUM THEN
                       MOVE 'Y' TO WS-CHEQUE-ISSUED
                       MOVE 'Y' TO WS-SCAN-DONE
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-SCAN-DONE
               END-IF
           WHEN CHQBKF-EOF
               MOVE 'Y' TO WS-SCAN-DONE
           WHEN OTHER
               DISPLAY 'CHQINB: CHQBKF READ FAILED FOR '
                   CHQIN-BANK-ACCOUNT ' STATUS ' WS-CHQBKF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'CHECK FAILED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-CHEQUE-OK
               MOVE 'Y' TO WS-SCAN-DONE
           END-EVALUATE
           EXIT.

       CHECK-NOT-PAID-PARA.
      * A CHEQUE ALREADY ON THE PAID REGISTER IS A SECOND
      * PRESENTMENT OF THE SAME PAPER - NEVER PAY IT TWICE

           MOVE CHQIN-BANK-ACCOUNT TO CHQPDF-BANK-ACCOUNT
           MOVE CHQIN-CHEQUE-NUM TO CHQPDF-CHEQUE-NUM
           READ CHQPDF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN CHQPDF-OK
               MOVE 'CHEQUE ALREADY PAID' TO WS-REJECT-REASON
               MOVE 'N' TO WS-CHEQUE-OK
               ADD 1 TO WS-PAID-BEFORE-COUNT
           WHEN CHQPDF-NOTFND
               CONTINUE
           WHEN OTHER
               DISPLAY 'CHQINB: CHQPDF READ FAILED FOR '
                   CHQIN-BANK-ACCOUNT ' STATUS ' WS-CHQPDF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'CHECK FAILED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-CHEQUE-OK
           END-EVALUATE
           EXIT.

       CHECK-NOT-STOPPED-PARA.
      * THE ACCOUNT'S STOPS ARE ONE CHQSTF KEY RANGE IN ORDER OF
      * THE NUMBER EACH STARTS FROM - ANY ACTIVE ONE STARTING AT
      * OR BELOW THE CHEQUE AND ENDING AT OR ABOVE IT STOPS IT.
      * LIFTED STOPS ARE PASSED OVER

           MOVE 'N' TO WS-CHEQUE-STOPPED
           MOVE 'N' TO WS-SCAN-DONE

           MOVE CHQIN-BANK-ACCOUNT TO CHQSTF-BANK-ACCOUNT
           MOVE 0 TO CHQSTF-FROM-NUM
           START CHQSTF KEY IS NOT LESS THAN CHQSTF-KEY
               INVALID KEY CONTINUE
           END-START

           EVALUATE TRUE
           WHEN CHQSTF-OK
               PERFORM READ-NEXT-STOP-PARA
                   UNTIL SCAN-DONE
           WHEN CHQSTF-NOTFND
               CONTINUE
           WHEN OTHER
               DISPLAY 'CHQINB: CHQSTF START FAILED FOR '
                   CHQIN-BANK-ACCOUNT ' STATUS ' WS-CHQSTF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'CHECK FAILED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-CHEQUE-OK
           END-EVALUATE

           IF CHEQUE-OK AND CHEQUE-STOPPED THEN
               MOVE 'PAYMENT STOPPED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-CHEQUE-OK
               ADD 1 TO WS-STOPPED-COUNT
           END-IF
           EXIT.

       READ-NEXT-STOP-PARA.
           READ CHQSTF NEXT RECORD
               AT END CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN CHQSTF-OK
               IF CHQSTF-BANK-ACCOUNT = CHQIN-BANK-ACCOUNT AND
                  CHQSTF-FROM-NUM NOT > CHQIN-CHEQUE-NUM THEN
                   IF CHQSTF-ACTIVE AND
                      CHQSTF-TO-NUM NOT < CHQIN-CHEQUE-NUM THEN
                       MOVE 'Y' TO WS-CHEQUE-STOPPED
                       MOVE 'Y' TO WS-SCAN-DONE
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-SCAN-DONE
               END-IF
           WHEN CHQSTF-EOF
               MOVE 'Y' TO WS-SCAN-DONE
           WHEN OTHER
               DISPLAY 'CHQINB: CHQSTF READ FAILED FOR '
                   CHQIN-BANK-ACCOUNT ' STATUS ' WS-CHQSTF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'CHECK FAILED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-CHEQUE-OK
               MOVE 'Y' TO WS-SCAN-DONE
           END-EVALUATE
           EXIT.

       CHECK-NOT-TERM-PARA.
      * NO TDF RECORD IS THE NORMAL CASE - AN ORDINARY ACCOUNT.
      * AN ACTIVE TERM DEPOSIT IS LOCKED UNTIL MATURITY, THE SAME
      * RULE STORDRB APPLIES TO A STANDING ORDER; A READ ERROR
      * RETURNS THE CHEQUE RATHER THAN RISK A LOCKED DEPOSIT

           MOVE CHQIN-BANK-ACCOUNT TO TDF-BANK-ACCOUNT
           READ TDF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN TDF-OK
               IF TDF-ACTIVE THEN
                   MOVE 'ACCOUNT TERM LOCKED' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-CHEQUE-OK
               END-IF
           WHEN TDF-NOTFND
               CONTINUE
           WHEN OTHER
               DISPLAY 'CHQINB: TDF READ FAILED FOR '
                   TDF-BANK-ACCOUNT ' STATUS ' WS-TDF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'CHECK FAILED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-CHEQUE-OK
           END-EVALUATE
           EXIT.

       PAY-CHEQUE-PARA.
      * THE FUNDS CHECK IS THE SAME RULE STORDRB APPLIES: THE
      * BALANCE PLUS ANY AUTHORIZED OVERDRAFT, LESS HELD FUNDS,
      * MUST COVER THE WHOLE CHEQUE. NO BALF RECORD MEANS A ZERO
      * BALANCE THAT CAN STILL PAY OUT OF THE OVERDRAFT, AND THE
      * RECORD IS THEN CREATED OVERDRAWN. ONCE THE BALANCE IS
      * DEBITED THE CHEQUE IS PAID - A LATER JOURNAL OR REGISTER
      * FAILURE ENDS THE JOB RC=8 BUT DOES NOT RETURN IT

           PERFORM GET-HELD-AMOUNT-PARA
           IF NOT HELD-AMOUNT-KNOWN THEN
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'CHECK FAILED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-CHEQUE-OK
           ELSE
               PERFORM GET-OVERDRAFT-LIMIT-PARA

               MOVE CHQIN-BANK-ACCOUNT TO BALF-BANK-ACCOUNT
               READ BALF
                   INVALID KEY CONTINUE
               END-READ

               EVALUATE TRUE
               WHEN BALF-OK
                   IF BALF-BALANCE - WS-HELD-AMOUNT
                       + WS-OVERDRAFT-LIMIT >= CHQIN-AMOUNT THEN
                       SUBTRACT CHQIN-AMOUNT FROM BALF-BALANCE
                       REWRITE FS-BALF
                           INVALID KEY CONTINUE
                       END-REWRITE
                       PERFORM AFTER-DEBIT-PARA
                   ELSE
                       PERFORM REFUSE-NO-FUNDS-PARA
                   END-IF
               WHEN BALF-NOTFND
                   IF WS-OVERDRAFT-LIMIT - WS-HELD-AMOUNT
                       >= CHQIN-AMOUNT THEN
                       MOVE CHQIN-BANK-ACCOUNT TO BALF-BANK-ACCOUNT
                       COMPUTE BALF-BALANCE = 0 - CHQIN-AMOUNT
                       WRITE FS-BALF
                           INVALID KEY CONTINUE
                       END-WRITE
                       PERFORM AFTER-DEBIT-PARA
                   ELSE
                       PERFORM REFUSE-NO-FUNDS-PARA
                   END-IF
               WHEN OTHER
                   DISPLAY 'CHQINB: BALF READ FAILED FOR '
                       BALF-BANK-ACCOUNT ' STATUS ' WS-BALF-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED
                   MOVE 'POSTING FAILED' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-CHEQUE-OK
               END-EVALUATE
           END-IF
           EXIT.

       AFTER-DEBIT-PARA.
      * THE BALF REWRITE OR WRITE JUST MADE DECIDES WHETHER THE
      * CHEQUE WAS PAID OR GOES BACK AS A POSTING FAILURE

           IF BALF-OK THEN
               PERFORM WRITE-TRANF-PARA
           ELSE
               DISPLAY 'CHQINB: BALF UPDATE FAILED FOR '
                   BALF-BANK-ACCOUNT ' STATUS ' WS-BALF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'POSTING FAILED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-CHEQUE-OK
           END-IF
           EXIT.

       REFUSE-NO-FUNDS-PARA.
           MOVE 'INSUFFICIENT FUNDS' TO WS-REJECT-REASON
           MOVE 'N' TO WS-CHEQUE-OK
           ADD 1 TO WS-NO-FUNDS-COUNT
           EXIT.

       GET-OVERDRAFT-LIMIT-PARA.
      * READS THE ACCOUNT'S AUTHORIZED OVERDRAFT LIMIT OFF
      * ODLIMF INTO WS-OVERDRAFT-LIMIT. NO RECORD MEANS NO
      * FACILITY, AND A READ ERROR FALLS BACK TO THE HARD ZERO
      * FLOOR RATHER THAN GUESSING CREDIT INTO EXISTENCE - SAME
      * RULE AS STORDRB'S GET-OVERDRAFT-LIMIT-PARA

           MOVE 0 TO WS-OVERDRAFT-LIMIT
           MOVE CHQIN-BANK-ACCOUNT TO ODLIMF-BANK-ACCOUNT

           READ ODLIMF
               INVALID KEY CONTINUE
           END-READ

           IF ODLIMF-OK THEN
               MOVE ODLIMF-LIMIT TO WS-OVERDRAFT-LIMIT
           END-IF
           EXIT.

       GET-HELD-AMOUNT-PARA.
      * TOTALS THE ACCOUNT'S FHOLDF HOLDS THAT ARE STILL ACTIVE
      * ON THE POSTING DATE (NO RELEASE DATE, OR ONE AFTER IT) -
      * THE SAME RULE AS STORDRB'S GET-HELD-AMOUNT-PARA

           MOVE 0 TO WS-HELD-AMOUNT
           MOVE 'Y' TO WS-HELD-KNOWN
           MOVE 'N' TO WS-SCAN-DONE

           MOVE LOW-VALUES TO FHOLDF-KEY
           MOVE CHQIN-BANK-ACCOUNT TO FHOLDF-BANK-ACCOUNT
           START FHOLDF KEY IS NOT LESS THAN FHOLDF-KEY
               INVALID KEY CONTINUE
           END-START

           EVALUATE TRUE
           WHEN FHOLDF-OK
               PERFORM READ-NEXT-HOLD-PARA
                   UNTIL SCAN-DONE
           WHEN FHOLDF-NOTFND
               CONTINUE
           WHEN OTHER
               DISPLAY 'CHQINB: FHOLDF START FAILED FOR '
                   CHQIN-BANK-ACCOUNT ' STATUS ' WS-FHOLDF-STATUS
               MOVE 'N' TO WS-HELD-KNOWN
           END-EVALUATE
           EXIT.

       READ-NEXT-HOLD-PARA.
           READ FHOLDF NEXT RECORD
               AT END CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN FHOLDF-OK
               IF FHOLDF-BANK-ACCOUNT = CHQIN-BANK-ACCOUNT THEN
                   IF FHOLDF-ACTIVE AND
                      (FHOLDF-RELEASE-DATE = SPACES OR
                       FHOLDF-RELEASE-DATE > WS-POST-DATE) THEN
                       ADD FHOLDF-AMOUNT TO WS-HELD-AMOUNT
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-SCAN-DONE
               END-IF
           WHEN FHOLDF-EOF
               MOVE 'Y' TO WS-SCAN-DONE
           WHEN OTHER
               DISPLAY 'CHQINB: FHOLDF READ FAILED FOR '
                   CHQIN-BANK-ACCOUNT ' STATUS ' WS-FHOLDF-STATUS
               MOVE 'N' TO WS-HELD-KNOWN
               MOVE 'Y' TO WS-SCAN-DONE
           END-EVALUATE
           EXIT.

       WRITE-TRANF-PARA.
      * JOURNAL THE PAID CHEQUE: TYPE 'C', THE AMOUNT NEGATIVE
      * LIKE EVERY OTHER DEBIT TYPE, STAMPED MIDNIGHT OF THE
      * POSTING DATE, SEQUENCE BUMPED ON A DUPLICATE KEY THE SAME
      * WAY EVERY TRANF WRITER DOES

           MOVE CHQIN-BANK-ACCOUNT TO TRANF-BANK-ACCOUNT
           MOVE WS-POST-TIMESTAMP TO TRANF-TIMESTAMP
           MOVE 0 TO TRANF-SEQ
           MOVE 'C' TO TRANF-TYPE
           COMPUTE TRANF-AMOUNT = 0 - CHQIN-AMOUNT
           MOVE BALF-BALANCE TO TRANF-BALANCE-AFTER
           MOVE SPACES TO TRANF-ORIG-KEY
           MOVE 'BTCH' TO TRANF-TERMINAL
           MOVE WS-POST-DATE TO TRANF-POST-DATE
           MOVE SPACES TO TRANF-FX-CURRENCY
           MOVE 0 TO TRANF-FX-AMOUNT
           MOVE 0 TO TRANF-FX-RATE

           ADD 1 TO WS-PAID-COUNT
           ADD CHQIN-AMOUNT TO WS-PAID-HASH

           MOVE 'N' TO WS-WRITE-DONE

           PERFORM WRITE-TRANF-ATTEMPT-PARA
               UNTIL WRITE-DONE
           EXIT.

       WRITE-TRANF-ATTEMPT-PARA.
           WRITE FS-TRANF
               INVALID KEY CONTINUE
           END-WRITE

           EVALUATE TRUE
           WHEN TRANF-OK
               MOVE 'Y' TO WS-WRITE-DONE
               PERFORM WRITE-PAID-PARA
           WHEN TRANF-DUPKEY
               IF TRANF-SEQ < 999 THEN
                   ADD 1 TO TRANF-SEQ
               ELSE
                   DISPLAY 'CHQINB: TRANF SEQUENCE EXHAUSTED FOR '
                       TRANF-BANK-ACCOUNT
                   MOVE 'Y' TO WS-RUN-FAILED
                   MOVE 'Y' TO WS-WRITE-DONE
                   PERFORM WRITE-PAID-PARA
               END-IF
           WHEN OTHER
               DISPLAY 'CHQINB: TRANF WRITE FAILED FOR '
                   TRANF-BANK-ACCOUNT ' STATUS ' WS-TRANF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'Y' TO WS-WRITE-DONE
               PERFORM WRITE-PAID-PARA
           END-EVALUATE
           EXIT.

       WRITE-PAID-PARA.
      * THE CHEQUE HAS LEFT THE ACCOUNT, SO IT GOES ON THE PAID
      * REGISTER EVEN WHEN ITS JOURNAL ROW COULD NOT BE WRITTEN -
      * THE REGISTER IS WHAT STOPS IT BEING PAID A SECOND TIME.
      * THE TRANF KEY IS THEN SPACES FOR OPERATIONS TO REPAIR

           MOVE CHQIN-BANK-ACCOUNT TO CHQPDF-BANK-ACCOUNT
           MOVE CHQIN-CHEQUE-NUM TO CHQPDF-CHEQUE-NUM
           MOVE CHQIN-AMOUNT TO CHQPDF-AMOUNT
           MOVE WS-POST-DATE TO CHQPDF-POST-DATE
           IF TRANF-OK THEN
               MOVE TRANF-KEY TO CHQPDF-TRANF-KEY
           ELSE
               MOVE SPACES TO CHQPDF-TRANF-KEY
           END-IF
           MOVE CHQIN-REFERENCE TO CHQPDF-REFERENCE

           WRITE FS-CHQPDF
               INVALID KEY CONTINUE
           END-WRITE

           IF NOT CHQPDF-OK THEN
               DISPLAY 'CHQINB: CHQPDF WRITE FAILED FOR '
                   CHQPDF-BANK-ACCOUNT ' CHEQUE ' CHQPDF-CHEQUE-NUM
                   ' STATUS ' WS-CHQPDF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF
           EXIT.

       RETURN-CHEQUE-PARA.
      * ONE RETURNS RECORD PER CHEQUE NOT PAID: THE ORIGINAL
      * RECORD PLUS THE REASON, SO THE CLEARING HOUSE CAN SEND IT
      * BACK TO THE PRESENTING BANK

           ADD 1 TO WS-RETURNED-COUNT
           IF CHQIN-AMOUNT-TEXT IS NUMERIC THEN
               ADD CHQIN-AMOUNT TO WS-RETURNED-HASH
           END-IF

           MOVE CHQIN-BANK-ACCOUNT TO CHQRET-BANK-ACCOUNT
           MOVE CHQIN-CHEQUE-TEXT TO CHQRET-CHEQUE-TEXT
           MOVE CHQIN-AMOUNT-TEXT TO CHQRET-AMOUNT-TEXT
           MOVE CHQIN-REFERENCE TO CHQRET-REFERENCE
           MOVE WS-REJECT-REASON TO CHQRET-REASON

           WRITE FS-CHQRET

           IF NOT CHQRET-OK THEN
               DISPLAY 'CHQINB: CHQRET WRITE FAILED, STATUS '
                   WS-CHQRET-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF
           EXIT.

       WRITE-REPORT-PARA.
           MOVE WS-HEADING-1 TO CHQIN-RPT-LINE
           WRITE CHQIN-RPT-LINE

           MOVE WS-POST-DATE TO DTL-DATE
           MOVE WS-DATE-LINE TO CHQIN-RPT-LINE
           WRITE CHQIN-RPT-LINE

           MOVE SPACES TO CHQIN-RPT-LINE
           WRITE CHQIN-RPT-LINE

           MOVE WS-READ-COUNT TO RL-COUNT
           MOVE WS-READ-HASH TO RL-HASH
           MOVE WS-READ-LINE TO CHQIN-RPT-LINE
           WRITE CHQIN-RPT-LINE

           MOVE WS-PAID-COUNT TO PL-COUNT
           MOVE WS-PAID-HASH TO PL-HASH
           MOVE WS-PAID-LINE TO CHQIN-RPT-LINE
           WRITE CHQIN-RPT-LINE

           MOVE WS-RETURNED-COUNT TO RTL-COUNT
           MOVE WS-RETURNED-HASH TO RTL-HASH
           MOVE WS-RETURNED-LINE TO CHQIN-RPT-LINE
           WRITE CHQIN-RPT-LINE

           MOVE 'NOT ISSUED:' TO RSL-TEXT
           MOVE WS-NOT-ISSUED-COUNT TO RSL-COUNT
           MOVE WS-REASON-LINE TO CHQIN-RPT-LINE
           WRITE CHQIN-RPT-LINE

           MOVE 'ALREADY PAID:' TO RSL-TEXT
           MOVE WS-PAID-BEFORE-COUNT TO RSL-COUNT
           MOVE WS-REASON-LINE TO CHQIN-RPT-LINE
           WRITE CHQIN-RPT-LINE

           MOVE 'PAYMENT STOPPED:' TO RSL-TEXT
           MOVE WS-STOPPED-COUNT TO RSL-COUNT
           MOVE WS-REASON-LINE TO CHQIN-RPT-LINE
           WRITE CHQIN-RPT-LINE

           MOVE 'INSUFFICIENT FUNDS:' TO RSL-TEXT
           MOVE WS-NO-FUNDS-COUNT TO RSL-COUNT
           MOVE WS-REASON-LINE TO CHQIN-RPT-LINE
           WRITE CHQIN-RPT-LINE

           COMPUTE WS-OTHER-RETURN-COUNT = WS-RETURNED-COUNT
               - WS-NOT-ISSUED-COUNT - WS-PAID-BEFORE-COUNT
               - WS-STOPPED-COUNT - WS-NO-FUNDS-COUNT
           MOVE 'OTHER:' TO RSL-TEXT
           MOVE WS-OTHER-RETURN-COUNT TO RSL-COUNT
           MOVE WS-REASON-LINE TO CHQIN-RPT-LINE
           WRITE CHQIN-RPT-LINE
           EXIT.

           COPY RUNCTLP.
