       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDRELB.

      * NIGHTLY RELEASE OF MATURED FUNDS HOLDS
      *
      * FHOLDF CARRIES THE HOLDS PLACED ON CUSTOMER FUNDS - CASH
      * DEPOSITS OVER THE PRODUCT THRESHOLD (MAPBANKP), CLEARING
      * CREDITS OVER IT (PAYINB) AND LEGAL / GARNISHMENT HOLDS
      * KEYED BY STAFF ON MAPHLDP. THE ONLINE AND BATCH FUNDS
      * CHECKS ALREADY IGNORE A HOLD ONCE ITS RELEASE DATE IS
      * REACHED, BUT LEFT ALONE THE RECORD STAYS 'A' FOR EVER.
      * THIS END-OF-DAY JOB READS FHOLDF IN ONE SEQUENTIAL PASS
      * AND MARKS RELEASED EVERY ACTIVE HOLD WHOSE RELEASE DATE
      * FALLS ON OR BEFORE THE NEXT BUSINESS DAY, SO THE FUNDS
      * ARE FREE WHEN THE BRANCHES OPEN. HOLDS WITH NO RELEASE
      * DATE (LEGAL AND GARNISHMENT UNTIL FURTHER NOTICE) ARE
      * NEVER TOUCHED - ONLY STAFF LIFT THEM ON MAPHLDP
      *
      * SYSIN IS THE SAME BUSINESS-DAY WINDOW CARD APPEXCB AND
      * GLEXTRB TAKE (START DATE YYYYMMDD, THEN END DATE, UP TO
      * BUT NOT INCLUDING). A RELEASED HOLD IS STAMPED WITH
      * MIDNIGHT OF THE END DATE AND RELEASED-BY 'BTCH'. THE
      * REPORT LISTS EACH HOLD RELEASED AND TOTALS THE HOLDS
      * STILL ACTIVE BY REASON

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FHOLDF ASSIGN TO FHOLDF
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FHOLDF-KEY
               FILE STATUS IS WS-FHOLDF-STATUS.

           SELECT PARM-IN ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL.

           SELECT HLDREL-RPT ASSIGN TO HLDRELR
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
       FD  FHOLDF.
       01  FS-FHOLDF.
           05  FHOLDF-KEY.
               10  FHOLDF-BANK-ACCOUNT    PIC X(26).
               10  FHOLDF-TIMESTAMP       PIC X(15).
               10  FHOLDF-SEQ             PIC 9(3).
           05  FHOLDF-AMOUNT              PIC 9(9)V99.
           05  FHOLDF-REASON              PIC XX.
               88  FHOLDF-DEPOSIT         VALUE 'DP'.
               88  FHOLDF-CLEARING        VALUE 'CL'.
               88  FHOLDF-LEGAL           VALUE 'LG'.
               88  FHOLDF-GARNISHMENT     VALUE 'GN'.
           05  FHOLDF-STATUS              PIC X.
               88  FHOLDF-ACTIVE          VALUE 'A'.
               88  FHOLDF-RELEASED        VALUE 'R'.
           05  FHOLDF-RELEASE-DATE        PIC X(8).
           05  FHOLDF-PLACED-BY           PIC X(8).
           05  FHOLDF-RELEASED-TIMESTAMP  PIC X(15).
           05  FHOLDF-RELEASED-BY         PIC X(8).

       FD  PARM-IN.
       01  PARM-IN-REC.
           05  PARM-DAY-START         PIC X(8).
           05  PARM-DAY-END           PIC X(8).

       FD  HLDREL-RPT.
       01  HLDREL-RPT-LINE            PIC X(132).

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

       01  WS-FHOLDF-STATUS           PIC XX.
           88  FHOLDF-OK              VALUE '00'.

       01  WS-EOF-FHOLDF              PIC X VALUE 'N'.
           88  EOF-FHOLDF             VALUE 'Y'.

      * THE CALENDAR DATES OFF SYSIN EXPANDED TO FULL TIMESTAMP
      * WINDOW BOUNDARIES (MIDNIGHT AT THE START OF EACH DATE)
       01  WS-DAY-START.
           05  WS-DAY-START-DATE      PIC X(8).
           05  FILLER                 PIC X(7) VALUE '000000 '.
       01  WS-DAY-END.
           05  WS-DAY-END-DATE        PIC X(8).
           05  FILLER                 PIC X(7) VALUE '000000 '.

       01  WS-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-RELEASED-COUNT          PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT            PIC 9(7) VALUE 0.
       01  WS-RELEASED-AMOUNT         PIC 9(13)V99 VALUE 0.

      * HOLDS STILL ACTIVE AFTER THE RUN, BY REASON: 1 DP, 2 CL,
      * 3 LG, 4 GN, 5 ANYTHING ELSE
       01  WS-REASON-IX               PIC 9 VALUE 0.
       01  WS-ACTIVE-TOTALS.
           05  WS-ACTIVE-ENTRY OCCURS 5 TIMES.
               10  WS-ACTIVE-COUNT    PIC 9(7).
               10  WS-ACTIVE-AMOUNT   PIC 9(13)V99.

       01  WS-REASON-NAMES.
           05  FILLER PIC X(27) VALUE 'ACTIVE DP CASH DEPOSIT:    '.
           05  FILLER PIC X(27) VALUE 'ACTIVE CL CLEARING CREDIT: '.
           05  FILLER PIC X(27) VALUE 'ACTIVE LG LEGAL:           '.
           05  FILLER PIC X(27) VALUE 'ACTIVE GN GARNISHMENT:     '.
           05  FILLER PIC X(27) VALUE 'ACTIVE OTHER REASON:       '.
       01  FILLER REDEFINES WS-REASON-NAMES.
           05  WS-REASON-NAME OCCURS 5 TIMES PIC X(27).

       01  WS-HEADING-1 PIC X(60) VALUE
           'HLDRELB - MATURED FUNDS HOLDS RELEASED'.

      * EVERY NIGHTLY REPORT SHOWS WHICH BUSINESS DAY IT
      * BELIEVES IT RAN FOR (SEE BUSDAYB), SAME LINE GLEXTRB
      * PRINTS
       01  WS-WINDOW-LINE.
           05  FILLER             PIC X(16) VALUE 'BUSINESS DAY:   '.
           05  WL-START           PIC X(15).
           05  FILLER             PIC X(4) VALUE ' TO '.
           05  WL-END             PIC X(15).

       01  WS-HEADING-2.
           05  FILLER             PIC X(28) VALUE 'BANK NUM'.
           05  FILLER             PIC X(21) VALUE 'PLACED / REFERENCE'.
           05  FILLER             PIC X(5)  VALUE 'RSN'.
           05  FILLER             PIC X(15) VALUE 'AMOUNT'.
           05  FILLER             PIC X(10) VALUE 'RELEASE'.
           05  FILLER             PIC X(10) VALUE 'PLACED BY'.
           05  FILLER             PIC X(6)  VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  DL-BANK-NUMBER     PIC X(26).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-TIMESTAMP       PIC X(15).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  DL-SEQ             PIC 9(3).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-REASON          PIC X(2).
           05  FILLER             PIC X(3) VALUE SPACES.
           05  DL-AMOUNT          PIC Z(9)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-RELEASE-DATE    PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-PLACED-BY       PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-RESULT          PIC X(12).

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(27) VALUE
               'FHOLDF RECORDS READ:       '.
           05  SL-READ            PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER             PIC X(27) VALUE
               'HOLDS RELEASED:            '.
           05  SL2-COUNT          PIC ZZZZZZ9.
           05  FILLER             PIC X(12) VALUE '   AMOUNT: '.
           05  SL2-AMOUNT         PIC Z(12)9.99.

       01  WS-SUMMARY-LINE-3.
           05  FILLER             PIC X(27) VALUE
               'RELEASE FAILED:            '.
           05  SL3-FAILED         PIC ZZZZZZ9.

       01  WS-ACTIVE-LINE.
           05  AL-NAME            PIC X(27).
           05  AL-COUNT           PIC ZZZZZZ9.
           05  FILLER             PIC X(12) VALUE '   AMOUNT: '.
           05  AL-AMOUNT          PIC Z(12)9.99.

       01  WS-NONE-LINE PIC X(40) VALUE
           '  NO HOLDS DUE FOR RELEASE'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'HLDRELB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF PARM-DAY-START IS NOT NUMERIC OR
              PARM-DAY-END IS NOT NUMERIC THEN
               DISPLAY 'HLDRELB: MISSING OR INVALID SYSIN WINDOW CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           INITIALIZE WS-ACTIVE-TOTALS

           OPEN I-O FHOLDF
           OPEN OUTPUT HLDREL-RPT

           PERFORM WRITE-HEADINGS-PARA

           IF NOT FHOLDF-OK THEN
               DISPLAY 'HLDRELB: OPEN FHOLDF FAILED, STATUS '
                   WS-FHOLDF-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-FHOLDF
           END-IF

           PERFORM SCAN-FHOLDF-PARA
               UNTIL EOF-FHOLDF

           PERFORM WRITE-SUMMARY-PARA

           CLOSE FHOLDF
           CLOSE HLDREL-RPT

           DISPLAY 'HLDRELB: ' WS-RELEASED-COUNT
               ' HOLD(S) RELEASED, ' WS-FAILED-COUNT
               ' FAILED, OF ' WS-READ-COUNT ' ON FILE'

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-RELEASED-COUNT TO WS-RUNCTL-OUT-COUNT
           MOVE WS-RELEASED-AMOUNT TO WS-RUNCTL-AMOUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
           OPEN INPUT PARM-IN
           READ PARM-IN
               AT END MOVE LOW-VALUES TO PARM-DAY-START PARM-DAY-END
           END-READ
           MOVE PARM-DAY-START TO WS-DAY-START-DATE
           MOVE PARM-DAY-END   TO WS-DAY-END-DATE
           CLOSE PARM-IN
           EXIT.

       WRITE-HEADINGS-PARA.
           MOVE WS-HEADING-1 TO HLDREL-RPT-LINE
           WRITE HLDREL-RPT-LINE

           MOVE WS-DAY-START TO WL-START
           MOVE WS-DAY-END   TO WL-END
           MOVE WS-WINDOW-LINE TO HLDREL-RPT-LINE
           WRITE HLDREL-RPT-LINE

           MOVE SPACES TO HLDREL-RPT-LINE
           WRITE HLDREL-RPT-LINE

           MOVE WS-HEADING-2 TO HLDREL-RPT-LINE
           WRITE HLDREL-RPT-LINE
           EXIT.

       SCAN-FHOLDF-PARA.
           READ FHOLDF NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FHOLDF
           END-READ

           IF NOT EOF-FHOLDF THEN
               ADD 1 TO WS-READ-COUNT
               IF FHOLDF-ACTIVE THEN
                   IF FHOLDF-RELEASE-DATE NOT = SPACES AND
                      FHOLDF-RELEASE-DATE NOT > WS-DAY-END-DATE THEN
                       PERFORM RELEASE-HOLD-PARA
                   ELSE
                       PERFORM COUNT-ACTIVE-PARA
                   END-IF
               END-IF
           END-IF
           EXIT.

       RELEASE-HOLD-PARA.
      * THE FUNDS ARE FREE FROM MIDNIGHT OF THE NEXT BUSINESS DAY
      * - THE SAME MOMENT THE ONLINE CHECK STOPS COUNTING THE HOLD

           MOVE FHOLDF-BANK-ACCOUNT TO DL-BANK-NUMBER
           MOVE FHOLDF-TIMESTAMP TO DL-TIMESTAMP
           MOVE FHOLDF-SEQ TO DL-SEQ
           MOVE FHOLDF-REASON TO DL-REASON
           MOVE FHOLDF-AMOUNT TO DL-AMOUNT
           MOVE FHOLDF-RELEASE-DATE TO DL-RELEASE-DATE
           MOVE FHOLDF-PLACED-BY TO DL-PLACED-BY

           MOVE 'R' TO FHOLDF-STATUS
           MOVE WS-DAY-END TO FHOLDF-RELEASED-TIMESTAMP
           MOVE 'BTCH' TO FHOLDF-RELEASED-BY

           REWRITE FS-FHOLDF

           IF FHOLDF-OK THEN
               ADD 1 TO WS-RELEASED-COUNT
               ADD FHOLDF-AMOUNT TO WS-RELEASED-AMOUNT
               MOVE 'RELEASED' TO DL-RESULT
           ELSE
               DISPLAY 'HLDRELB: REWRITE FHOLDF FAILED, STATUS '
                   WS-FHOLDF-STATUS ' ' FHOLDF-KEY
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'FILE ERROR' TO DL-RESULT
           END-IF

           MOVE WS-DETAIL-LINE TO HLDREL-RPT-LINE
           WRITE HLDREL-RPT-LINE
           EXIT.

       COUNT-ACTIVE-PARA.
           EVALUATE TRUE
           WHEN FHOLDF-DEPOSIT
               MOVE 1 TO WS-REASON-IX
           WHEN FHOLDF-CLEARING
               MOVE 2 TO WS-REASON-IX
           WHEN FHOLDF-LEGAL
               MOVE 3 TO WS-REASON-IX
           WHEN FHOLDF-GARNISHMENT
               MOVE 4 TO WS-REASON-IX
           WHEN OTHER
               MOVE 5 TO WS-REASON-IX
           END-EVALUATE

           ADD 1 TO WS-ACTIVE-COUNT(WS-REASON-IX)
           ADD FHOLDF-AMOUNT TO WS-ACTIVE-AMOUNT(WS-REASON-IX)
           EXIT.

       WRITE-SUMMARY-PARA.
           IF WS-RELEASED-COUNT = 0 AND WS-FAILED-COUNT = 0 THEN
               MOVE WS-NONE-LINE TO HLDREL-RPT-LINE
               WRITE HLDREL-RPT-LINE
           END-IF

           MOVE SPACES TO HLDREL-RPT-LINE
           WRITE HLDREL-RPT-LINE

           MOVE WS-READ-COUNT TO SL-READ
           MOVE WS-SUMMARY-LINE TO HLDREL-RPT-LINE
           WRITE HLDREL-RPT-LINE

           MOVE WS-RELEASED-COUNT TO SL2-COUNT
           MOVE WS-RELEASED-AMOUNT TO SL2-AMOUNT
           MOVE WS-SUMMARY-LINE-2 TO HLDREL-RPT-LINE
           WRITE HLDREL-RPT-LINE

           MOVE WS-FAILED-COUNT TO SL3-FAILED
           MOVE WS-SUMMARY-LINE-3 TO HLDREL-RPT-LINE
           WRITE HLDREL-RPT-LINE

           PERFORM WRITE-ACTIVE-LINE-PARA
               VARYING WS-REASON-IX FROM 1 BY 1
               UNTIL WS-REASON-IX > 5
           EXIT.

       WRITE-ACTIVE-LINE-PARA.
           MOVE WS-REASON-NAME(WS-REASON-IX) TO AL-NAME
           MOVE WS-ACTIVE-COUNT(WS-REASON-IX) TO AL-COUNT
           MOVE WS-ACTIVE-AMOUNT(WS-REASON-IX) TO AL-AMOUNT
           MOVE WS-ACTIVE-LINE TO HLDREL-RPT-LINE
           WRITE HLDREL-RPT-LINE
           EXIT.

           COPY RUNCTLP.
