       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRETB.

      * OUTBOUND PAYMENT RETURNS INTAKE
      *
      * WHEN THE RECEIVING BANK CANNOT APPLY ONE OF OUR EXTERNAL
      * PAYMENTS (ACCOUNT CLOSED, UNKNOWN, NAME MISMATCH...) THE
      * CLEARING HOUSE SENDS IT BACK ON THE EXTRET RETURNS FILE.
      * ONE FIXED RECORD PER RETURN: THE PAYMENT ID X(44) EXTPAYB
      * PUT ON THE PAYOUT FILE, AMOUNT 11 DIGITS WITH TWO IMPLIED
      * DECIMALS, RETURN REASON X(20). THIS JOB MATCHES EACH
      * RETURN TO ITS EXTPF PAYMENT, RE-CREDITS THE CUSTOMER'S
      * BALF BALANCE, JOURNALS A TYPE 'R' TRANF ROW (STAMPED
      * MIDNIGHT OF THE SYSIN POSTING DATE, TRANF-ORIG-KEY
      * NAMING THE ORIGINAL 'E' ROW) AND MARKS THE PAYMENT 'R'
      * RETURNED WITH THE DATE AND REASON
      *
      * A RETURN IS ONLY APPLIED TO A PAYMENT THAT IS ON EXTPF,
      * WAS SENT AND NOT ALREADY RETURNED, FOR THE SAME AMOUNT -
      * ANYTHING ELSE IS LISTED AS AN EXCEPTION WITH ITS REASON
      * AND NOTHING IS CREDITED. THE CONTROL REPORT CARRIES COUNTS
      * AND AMOUNT HASH TOTALS FOR READ / CREDITED / EXCEPTIONS.
      * AN EXCEPTION OR A FILE ERROR ENDS THE JOB RC=8

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL.

           SELECT EXTRET ASSIGN TO EXTRET
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRET-STATUS.

           SELECT EXTPF ASSIGN TO EXTPF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXTPF-KEY
               FILE STATUS IS WS-EXTPF-STATUS.

           SELECT BALF ASSIGN TO BALF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALF-BANK-ACCOUNT
               FILE STATUS IS WS-BALF-STATUS.

           SELECT TRANF ASSIGN TO TRANF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRANF-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT EXTRET-RPT ASSIGN TO EXTRETR
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

       FD  EXTRET.
       01  FS-EXTRET.
           05  EXTRET-PAYMENT-ID      PIC X(44).
           05  EXTRET-AMOUNT-TEXT     PIC X(11).
           05  EXTRET-AMOUNT REDEFINES EXTRET-AMOUNT-TEXT
                                      PIC 9(9)V99.
           05  EXTRET-REASON          PIC X(20).

       FD  EXTPF.
       01  FS-EXTPF.
           05  EXTPF-KEY.
               10  EXTPF-BANK-ACCOUNT PIC X(26).
               10  EXTPF-TIMESTAMP    PIC X(15).
               10  EXTPF-SEQ          PIC 9(3).
           05  EXTPF-BENE-BANK        PIC X(11).
           05  EXTPF-BENE-ACCOUNT     PIC X(34).
           05  EXTPF-REFERENCE        PIC X(18).
           05  EXTPF-AMOUNT           PIC 9(9)V99.
           05  EXTPF-STATUS           PIC X.
               88  EXTPF-QUEUED       VALUE 'Q'.
               88  EXTPF-SENT         VALUE 'S'.
               88  EXTPF-RETURNED     VALUE 'R'.
           05  EXTPF-SENT-DATE        PIC X(8).
           05  EXTPF-RETURN-DATE      PIC X(8).
           05  EXTPF-RETURN-REASON    PIC X(20).

       FD  BALF.
       01  FS-BALF.
           05  BALF-BANK-ACCOUNT      PIC X(26).
           05  BALF-BALANCE           PIC S9(9)V99.

       FD  TRANF.
       01  FS-TRANF.
           05  TRANF-KEY.
               10  TRANF-BANK-ACCOUNT PIC X(26).
               10  TRANF-TIMESTAMP    PIC X(15).
               10  TRANF-SEQ          PIC 9(3).
           05  TRANF-TYPE             PIC X.
           05  TRANF-AMOUNT           PIC S9(9)V99.
           05  TRANF-BALANCE-AFTER    PIC S9(9)V99.
      * KEY OF THE ORIGINAL RECORD A TYPE 'V' REVERSAL BACKS OUT
      * (SEE MAPREVP) OR A TYPE 'R' RETURN RE-CREDITS, SPACES ON
      * EVERY OTHER RECORD
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

       FD  EXTRET-RPT.
       01  EXTRET-RPT-LINE            PIC X(110).

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

       01  WS-EXTRET-STATUS           PIC XX.
           88  EXTRET-OK              VALUE '00'.

       01  WS-EXTPF-STATUS            PIC XX.
           88  EXTPF-OK               VALUE '00'.
           88  EXTPF-NOTFND           VALUE '23'.

       01  WS-BALF-STATUS             PIC XX.
           88  BALF-OK                VALUE '00'.
           88  BALF-NOTFND            VALUE '23'.

       01  WS-TRANF-STATUS            PIC XX.
           88  TRANF-OK               VALUE '00'.
           88  TRANF-DUPKEY           VALUE '22'.

       01  WS-EOF-PARM                PIC X VALUE 'N'.
           88  EOF-PARM               VALUE 'Y'.

       01  WS-EOF-EXTRET              PIC X VALUE 'N'.
           88  EOF-EXTRET             VALUE 'Y'.

       01  WS-WRITE-DONE              PIC X VALUE 'N'.
           88  WRITE-DONE             VALUE 'Y'.

       01  WS-TRANF-WRITTEN           PIC X VALUE 'N'.
           88  TRANF-WRITTEN          VALUE 'Y'.

       01  WS-RUN-FAILED              PIC X VALUE 'N'.
           88  RUN-FAILED             VALUE 'Y'.

      * THE POSTING DATE OFF SYSIN EXPANDED TO A FULL TIMESTAMP
      * (MIDNIGHT AT ITS START) FOR THE TRANF ROWS
       01  WS-POST-TIMESTAMP.
           05  WS-POST-DATE           PIC X(8).
           05  FILLER                 PIC X(7) VALUE '000000 '.

       01  WS-EXCEPTION-REASON        PIC X(20).

       01  WS-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-CREDITED-COUNT          PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(7) VALUE 0.
       01  WS-READ-HASH               PIC 9(13)V99 VALUE 0.
       01  WS-CREDITED-HASH           PIC 9(13)V99 VALUE 0.
       01  WS-EXCEPTION-HASH          PIC 9(13)V99 VALUE 0.

       01  WS-HEADING-1 PIC X(60) VALUE
           'EXTRETB - OUTBOUND PAYMENT RETURNS CONTROL REPORT'.

       01  WS-DATE-LINE.
           05  FILLER             PIC X(16) VALUE 'POSTING DATE:   '.
           05  DTL-DATE           PIC X(8).

       01  WS-HEADING-2.
           05  FILLER             PIC X(46) VALUE
               'EXCEPTION PAYMENT ID'.
           05  FILLER             PIC X(15) VALUE 'AMOUNT'.
           05  FILLER             PIC X(22) VALUE 'CLEARING REASON'.
           05  FILLER             PIC X(20) VALUE 'EXCEPTION'.

       01  WS-DETAIL-LINE.
           05  DL-PAYMENT-ID      PIC X(44).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-AMOUNT          PIC X(13).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-CLEARING-REASON PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-EXCEPTION       PIC X(20).

       01  WS-EDIT-AMOUNT         PIC Z(9)9.99.

       01  WS-READ-LINE.
           05  FILLER             PIC X(27) VALUE
               'RETURNS READ:              '.
           05  RL-COUNT           PIC ZZZZZZ9.
           05  FILLER             PIC X(8) VALUE '  HASH: '.
           05  RL-HASH            PIC Z(12)9.99.

       01  WS-CREDITED-LINE.
           05  FILLER             PIC X(27) VALUE
               'RETURNS RE-CREDITED:       '.
           05  CL-COUNT           PIC ZZZZZZ9.
           05  FILLER             PIC X(8) VALUE '  HASH: '.
           05  CL-HASH            PIC Z(12)9.99.

       01  WS-EXCEPTION-LINE.
           05  FILLER             PIC X(27) VALUE
               'EXCEPTIONS NOT CREDITED:   '.
           05  EL-COUNT           PIC ZZZZZZ9.
           05  FILLER             PIC X(8) VALUE '  HASH: '.
           05  EL-HASH            PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'EXTRETB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF EOF-PARM OR PARM-POST-DATE IS NOT NUMERIC THEN
               DISPLAY 'EXTRETB: MISSING OR INVALID SYSIN DATE CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           OPEN INPUT EXTRET
           OPEN I-O EXTPF
           OPEN I-O BALF
           OPEN I-O TRANF
           OPEN OUTPUT EXTRET-RPT

           PERFORM WRITE-HEADINGS-PARA

           PERFORM PROCESS-RETURN-PARA
               UNTIL EOF-EXTRET

           PERFORM WRITE-SUMMARY-PARA

           CLOSE EXTRET
           CLOSE EXTPF
           CLOSE BALF
           CLOSE TRANF
           CLOSE EXTRET-RPT

           DISPLAY 'EXTRETB: RE-CREDITED ' WS-CREDITED-COUNT
               ' OF ' WS-READ-COUNT ' RETURN(S), EXCEPTIONS '
               WS-EXCEPTION-COUNT

           IF RUN-FAILED OR WS-EXCEPTION-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-CREDITED-COUNT TO WS-RUNCTL-OUT-COUNT
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

       WRITE-HEADINGS-PARA.
           MOVE WS-HEADING-1 TO EXTRET-RPT-LINE
           WRITE EXTRET-RPT-LINE

           MOVE WS-POST-DATE TO DTL-DATE
           MOVE WS-DATE-LINE TO EXTRET-RPT-LINE
           WRITE EXTRET-RPT-LINE

           MOVE SPACES TO EXTRET-RPT-LINE
           WRITE EXTRET-RPT-LINE

           MOVE WS-HEADING-2 TO EXTRET-RPT-LINE
           WRITE EXTRET-RPT-LINE
           EXIT.

       PROCESS-RETURN-PARA.
           READ EXTRET
               AT END MOVE 'Y' TO WS-EOF-EXTRET
           END-READ

           IF NOT EOF-EXTRET THEN
               ADD 1 TO WS-READ-COUNT
               IF EXTRET-AMOUNT-TEXT IS NUMERIC THEN
                   ADD EXTRET-AMOUNT TO WS-READ-HASH
                   PERFORM MATCH-PAYMENT-PARA
               ELSE
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-EXCEPTION-REASON
                   PERFORM REPORT-EXCEPTION-PARA
               END-IF
           END-IF
           EXIT.

       MATCH-PAYMENT-PARA.
      * THE RETURN MUST NAME A PAYMENT WE ACTUALLY SENT AND HAVE
      * NOT SEEN COME BACK ALREADY, FOR THE AMOUNT WE SENT - A
      * DUPLICATED OR GARBLED RETURN MUST NEVER CREDIT TWICE

           MOVE EXTRET-PAYMENT-ID TO EXTPF-KEY
           READ EXTPF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN EXTPF-OK
               EVALUATE TRUE
               WHEN EXTPF-RETURNED
                   MOVE 'ALREADY RETURNED' TO WS-EXCEPTION-REASON
                   PERFORM REPORT-EXCEPTION-PARA
               WHEN NOT EXTPF-SENT
                   MOVE 'PAYMENT NOT SENT' TO WS-EXCEPTION-REASON
                   PERFORM REPORT-EXCEPTION-PARA
               WHEN EXTPF-AMOUNT NOT = EXTRET-AMOUNT
                   MOVE 'AMOUNT MISMATCH' TO WS-EXCEPTION-REASON
                   PERFORM REPORT-EXCEPTION-PARA
               WHEN OTHER
                   PERFORM CREDIT-RETURN-PARA
               END-EVALUATE
           WHEN EXTPF-NOTFND
               MOVE 'PAYMENT UNKNOWN' TO WS-EXCEPTION-REASON
               PERFORM REPORT-EXCEPTION-PARA
           WHEN OTHER
               DISPLAY 'EXTRETB: EXTPF READ FAILED FOR '
                   EXTPF-KEY ' STATUS ' WS-EXTPF-STATUS
               MOVE 'PAYMENT UNREADABLE' TO WS-EXCEPTION-REASON
               PERFORM REPORT-EXCEPTION-PARA
               MOVE 'Y' TO WS-RUN-FAILED
           END-EVALUATE
           EXIT.

       CREDIT-RETURN-PARA.
      * PUT THE MONEY BACK ON THE ORIGINATING ACCOUNT (CREATING
      * THE BALF RECORD IF IT HAS SINCE GONE, SAME AS PAYINB),
      * JOURNAL THE 'R' ROW, THEN MARK THE PAYMENT RETURNED

           MOVE EXTPF-BANK-ACCOUNT TO BALF-BANK-ACCOUNT
           READ BALF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN BALF-OK
               ADD EXTPF-AMOUNT TO BALF-BALANCE
               REWRITE FS-BALF
                   INVALID KEY CONTINUE
               END-REWRITE
           WHEN BALF-NOTFND
               MOVE EXTPF-BANK-ACCOUNT TO BALF-BANK-ACCOUNT
               MOVE EXTPF-AMOUNT TO BALF-BALANCE
               WRITE FS-BALF
                   INVALID KEY CONTINUE
               END-WRITE
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF BALF-OK THEN
               PERFORM WRITE-TRANF-PARA
               IF TRANF-WRITTEN THEN
                   PERFORM MARK-RETURNED-PARA
               END-IF
           ELSE
               DISPLAY 'EXTRETB: BALF UPDATE FAILED FOR '
                   BALF-BANK-ACCOUNT ' STATUS ' WS-BALF-STATUS
               MOVE 'POSTING FAILED' TO WS-EXCEPTION-REASON
               PERFORM REPORT-EXCEPTION-PARA
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF
           EXIT.

       WRITE-TRANF-PARA.
      * JOURNAL THE RE-CREDIT: TYPE 'R', SIGNED EFFECT (POSITIVE)
      * IN THE AMOUNT, THE ORIGINAL 'E' ROW'S KEY IN
      * TRANF-ORIG-KEY, SEQUENCE BUMPED ON A DUPLICATE KEY THE
      * SAME WAY EVERY TRANF WRITER DOES

           MOVE EXTPF-BANK-ACCOUNT TO TRANF-BANK-ACCOUNT
           MOVE WS-POST-TIMESTAMP TO TRANF-TIMESTAMP
           MOVE 0 TO TRANF-SEQ
           MOVE 'R' TO TRANF-TYPE
           MOVE EXTPF-AMOUNT TO TRANF-AMOUNT
           MOVE BALF-BALANCE TO TRANF-BALANCE-AFTER
           MOVE EXTPF-KEY TO TRANF-ORIG-KEY
           MOVE 'BTCH' TO TRANF-TERMINAL
           MOVE WS-POST-DATE TO TRANF-POST-DATE
           MOVE SPACES TO TRANF-FX-CURRENCY
           MOVE 0 TO TRANF-FX-AMOUNT
           MOVE 0 TO TRANF-FX-RATE

           MOVE 'N' TO WS-WRITE-DONE
           MOVE 'N' TO WS-TRANF-WRITTEN

           PERFORM WRITE-TRANF-ATTEMPT-PARA
               UNTIL WRITE-DONE
           EXIT.

       WRITE-TRANF-ATTEMPT-PARA.
           WRITE FS-TRANF
               INVALID KEY CONTINUE
           END-WRITE

           EVALUATE TRUE
           WHEN TRANF-OK
               ADD 1 TO WS-CREDITED-COUNT
               ADD EXTPF-AMOUNT TO WS-CREDITED-HASH
               MOVE 'Y' TO WS-TRANF-WRITTEN
               MOVE 'Y' TO WS-WRITE-DONE
           WHEN TRANF-DUPKEY
               IF TRANF-SEQ < 999 THEN
                   ADD 1 TO TRANF-SEQ
               ELSE
                   DISPLAY 'EXTRETB: TRANF SEQUENCE EXHAUSTED FOR '
                       TRANF-BANK-ACCOUNT
                   MOVE 'Y' TO WS-RUN-FAILED
                   MOVE 'Y' TO WS-WRITE-DONE
               END-IF
           WHEN OTHER
               DISPLAY 'EXTRETB: TRANF WRITE FAILED FOR '
                   TRANF-BANK-ACCOUNT ' STATUS ' WS-TRANF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'Y' TO WS-WRITE-DONE
           END-EVALUATE
           EXIT.

       MARK-RETURNED-PARA.
           MOVE 'R' TO EXTPF-STATUS
           MOVE WS-POST-DATE TO EXTPF-RETURN-DATE
           MOVE EXTRET-REASON TO EXTPF-RETURN-REASON

           REWRITE FS-EXTPF
               INVALID KEY CONTINUE
           END-REWRITE

           IF NOT EXTPF-OK THEN
      * THE CUSTOMER IS CREDITED BUT THE PAYMENT STILL SHOWS
      * SENT - IT MUST BE MARKED BY HAND BEFORE A RERUN
               DISPLAY 'EXTRETB: EXTPF REWRITE FAILED FOR '
                   EXTPF-KEY ' STATUS ' WS-EXTPF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF
           EXIT.

       REPORT-EXCEPTION-PARA.
           ADD 1 TO WS-EXCEPTION-COUNT
           IF EXTRET-AMOUNT-TEXT IS NUMERIC THEN
               ADD EXTRET-AMOUNT TO WS-EXCEPTION-HASH
               MOVE EXTRET-AMOUNT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO DL-AMOUNT
           ELSE
               MOVE EXTRET-AMOUNT-TEXT TO DL-AMOUNT
           END-IF

           MOVE EXTRET-PAYMENT-ID TO DL-PAYMENT-ID
           MOVE EXTRET-REASON TO DL-CLEARING-REASON
           MOVE WS-EXCEPTION-REASON TO DL-EXCEPTION
           MOVE WS-DETAIL-LINE TO EXTRET-RPT-LINE
           WRITE EXTRET-RPT-LINE
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO EXTRET-RPT-LINE
           WRITE EXTRET-RPT-LINE

           MOVE WS-READ-COUNT TO RL-COUNT
           MOVE WS-READ-HASH TO RL-HASH
           MOVE WS-READ-LINE TO EXTRET-RPT-LINE
           WRITE EXTRET-RPT-LINE

           MOVE WS-CREDITED-COUNT TO CL-COUNT
           MOVE WS-CREDITED-HASH TO CL-HASH
           MOVE WS-CREDITED-LINE TO EXTRET-RPT-LINE
           WRITE EXTRET-RPT-LINE

           MOVE WS-EXCEPTION-COUNT TO EL-COUNT
           MOVE WS-EXCEPTION-HASH TO EL-HASH
           MOVE WS-EXCEPTION-LINE TO EXTRET-RPT-LINE
           WRITE EXTRET-RPT-LINE
           EXIT.

           COPY RUNCTLP.
