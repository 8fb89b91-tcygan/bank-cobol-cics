      * A MISSING LIMITF RECORD OR A ZERO THRESHOLD IS A
      * CONFIGURATION FAULT, NOT AN EMPTY REPORT - THE JOB ENDS
      * RC=16 SO NOBODY MISTAKES IT FOR A QUIET DAY
      *
      * THE THRESHOLD IS IN THE HOME CURRENCY (PLN), SO EVERY ROW
      * IS CONVERTED TO PLN AT ITS ACCOUNT CURRENCY'S RATEF RATE
      * (THE ONE RATELDB LOADED FOR THE BUSINESS DAY) BEFORE IT IS
      * TESTED, AND THE REPORT SHOWS BOTH AMOUNTS. A RATE NOT
      * DATED THE BUSINESS DATE IS STILL USED BUT COUNTED, RC=4;
      * A CURRENCY WITH NO RATE AT ALL LEAVES ITS ROWS UNTESTED,
      * RC=8 - THE REPORT IS INCOMPLETE AND MUST NOT BE FILED

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS DATAF-BANK-NUMBER
               FILE STATUS IS WS-DATAF-STATUS.

           SELECT RATEF ASSIGN TO RATEF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RATEF-CURRENCY
               FILE STATUS IS WS-RATEF-STATUS.

           SELECT PARM-IN ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL.

           SELECT LRGTRN-RPT ASSIGN TO LRGTRNR
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

       FD  LIMITF.
       01  FS-LIMITF.
           05  DATAF-CLOSE-TIMESTAMP  PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05  DATAF-PRODUCT-CODE     PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN (ISO CODE, FROM ITS
      * PRODUCT - SEE PRODF)
           05  DATAF-CURRENCY         PIC X(3).

      * HOME-CURRENCY UNITS PER ONE UNIT OF THE CURRENCY (SEE
      * JCL/RATEF.JCL)
       FD  RATEF.
       01  FS-RATEF.
           05  RATEF-CURRENCY         PIC X(3).
           05  RATEF-RATE-DATE        PIC X(8).
           05  RATEF-RATE             PIC 9(5)V9(6).

       FD  PARM-IN.
       01  PARM-IN-REC.
           05  PARM-DAY-END           PIC X(8).

       FD  LRGTRN-RPT.
       01  LRGTRN-RPT-LINE            PIC X(140).

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

       01  WS-RATEF-STATUS            PIC XX.
           88  RATEF-OK               VALUE '00'.

       01  WS-EOF-TRANF               PIC X VALUE 'N'.
           88  EOF-TRANF              VALUE 'Y'.

      * THE CALENDAR DATES OFF SYSIN EXPANDED TO FULL TIMESTAMP
      * WINDOW BOUNDARIES (MIDNIGHT AT THE START OF EACH DATE)
      * FOR THE WINDOW LABELS. TRANF ROWS ARE SELECTED ON THEIR
      * BUSINESS POSTING DATE AGAINST THE DATES THEMSELVES, NOT
      * ON THE TIMESTAMP - A POSTING KEYED AFTER THE END-OF-DAY
      * CUTOFF BELONGS TO THE NEXT BUSINESS DAY (SEE BUSDAYB)
       01  WS-DAY-START.
           05  WS-DAY-START-DATE      PIC X(8).
           05  FILLER                 PIC X(7) VALUE '000000 '.
           05  FILLER                 PIC X(7) VALUE '000000 '.
       01  WS-THRESHOLD               PIC 9(9) VALUE 0.

      * THE ACCOUNT THE LAST ROW IN THE WINDOW WAS POSTED TO, WITH
      * ITS DATAF CUSTOMER, CURRENCY AND RATE. TRANF IS READ IN
      * ACCOUNT ORDER, SO EACH ACCOUNT IS LOOKED UP ONCE
       01  WS-CACHED-ACCOUNT          PIC X(26) VALUE SPACES.
       01  WS-ACCT-NAME               PIC X(20).
       01  WS-ACCT-SURNAME            PIC X(20).
       01  WS-ACCT-ID-NUM             PIC X(11).
       01  WS-HOME-CURRENCY           PIC X(3) VALUE 'PLN'.
       01  WS-ACCT-CURRENCY           PIC X(3) VALUE SPACES.
       01  WS-ACCT-RATE               PIC 9(5)V9(6) VALUE 0.
       01  WS-RATE-KNOWN              PIC X VALUE 'N'.
           88  RATE-KNOWN             VALUE 'Y'.
       01  WS-RATE-STALE              PIC X VALUE 'N'.
           88  RATE-STALE             VALUE 'Y'.
       01  WS-HOME-AMOUNT             PIC S9(11)V99 VALUE 0.

       01  WS-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-REPORTED-COUNT          PIC 9(7) VALUE 0.
       01  WS-STALE-RATE-COUNT        PIC 9(7) VALUE 0.
       01  WS-NO-RATE-COUNT           PIC 9(7) VALUE 0.

       01  WS-HEADING-1 PIC X(60) VALUE
           'LRGTRNB - LARGE TRANSACTION COMPLIANCE REPORT'.
           05  FILLER             PIC X(28) VALUE 'BANK NUM'.
           05  FILLER             PIC X(5)  VALUE 'TYPE'.
           05  FILLER             PIC X(14) VALUE 'AMOUNT'.
           05  FILLER             PIC X(5)  VALUE 'CUR'.
           05  FILLER             PIC X(16) VALUE 'HOME AMOUNT'.
           05  FILLER             PIC X(42) VALUE 'CUSTOMER NAME'.
           05  FILLER             PIC X(11) VALUE 'ID NUMBER'.

           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-AMOUNT          PIC -(9)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-CURRENCY        PIC X(3).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-HOME-AMOUNT     PIC -(10)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-NAME            PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  DL-SURNAME         PIC X(20).
           05  FILLER             PIC X(22) VALUE
               'REPORTING THRESHOLD:  '.
           05  TL-THRESHOLD       PIC ZZZZZZZZ9.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  TL-CURRENCY        PIC X(3).

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(27) VALUE
               'REPORTABLE TRANSACTIONS:   '.
           05  SL-REPORTED        PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER             PIC X(27) VALUE
               'ROWS AT A RATE NOT TODAY:  '.
           05  SL2-STALE          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER             PIC X(27) VALUE
               'ROWS NOT TESTED - NO RATE: '.
           05  SL3-NO-RATE        PIC ZZZZZZ9.

       01  WS-INCOMPLETE-LINE PIC X(60) VALUE
           '*** REPORT INCOMPLETE - DO NOT FILE, SEE JOB LOG ***'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'LRGTRNB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA
           PERFORM READ-THRESHOLD-PARA

               DISPLAY 'LRGTRNB: NO LIMITF RECORD OR ZERO REPORTING'
                   ' THRESHOLD - FIX THE LIMITS FILE AND RERUN'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           OPEN INPUT TRANF
           OPEN INPUT DATAF
           OPEN INPUT RATEF
           OPEN OUTPUT LRGTRN-RPT

           PERFORM WRITE-HEADINGS-PARA

           CLOSE TRANF
           CLOSE DATAF
           CLOSE RATEF
           CLOSE LRGTRN-RPT

           DISPLAY 'LRGTRNB: ' WS-REPORTED-COUNT
               ' REPORTABLE TRANSACTION(S) OF ' WS-READ-COUNT
               ' READ'

           EVALUATE TRUE
           WHEN WS-NO-RATE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           WHEN WS-STALE-RATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-REPORTED-COUNT TO WS-RUNCTL-OUT-COUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
           WRITE LRGTRN-RPT-LINE

           MOVE WS-THRESHOLD TO TL-THRESHOLD
           MOVE WS-HOME-CURRENCY TO TL-CURRENCY
           MOVE WS-THRESHOLD-LINE TO LRGTRN-RPT-LINE
           WRITE LRGTRN-RPT-LINE


           IF NOT EOF-TRANF THEN
               ADD 1 TO WS-READ-COUNT
               IF TRANF-POST-DATE NOT LESS THAN WS-DAY-START-DATE AND
                  TRANF-POST-DATE LESS THAN WS-DAY-END-DATE THEN
                   PERFORM TEST-TRANSACTION-PARA
               END-IF
           END-IF
           EXIT.

       TEST-TRANSACTION-PARA.
      * A ROW IN THE WINDOW - CONVERT IT TO THE HOME CURRENCY AND
      * TEST IT AGAINST THE THRESHOLD

           IF TRANF-BANK-ACCOUNT NOT = WS-CACHED-ACCOUNT THEN
               PERFORM LOAD-ACCOUNT-PARA
           END-IF

           IF RATE-KNOWN THEN
               COMPUTE WS-HOME-AMOUNT ROUNDED =
                   TRANF-AMOUNT * WS-ACCT-RATE
               IF RATE-STALE THEN
                   ADD 1 TO WS-STALE-RATE-COUNT
               END-IF
               IF WS-HOME-AMOUNT NOT LESS THAN WS-THRESHOLD THEN
                   PERFORM REPORT-TRANSACTION-PARA
               END-IF
           ELSE
               ADD 1 TO WS-NO-RATE-COUNT
               DISPLAY 'LRGTRNB: NO RATEF RATE FOR '
                   WS-ACCT-CURRENCY ' - ' TRANF-KEY ' NOT TESTED'
           END-IF
           EXIT.

       LOAD-ACCOUNT-PARA.
      * THE CUSTOMER'S DATAF NAME AND ID NUMBER FOR THE REPORT
      * LINE, AND THE ACCOUNT'S CURRENCY. A BLANK CURRENCY (OR NO
      * DATAF RECORD) IS THE HOME CURRENCY, RATE 1 WITHOUT A
      * READ; ANY OTHER CURRENCY NEEDS A NON-ZERO RATEF RATE

           MOVE TRANF-BANK-ACCOUNT TO WS-CACHED-ACCOUNT

           MOVE TRANF-BANK-ACCOUNT TO DATAF-BANK-NUMBER
           READ DATAF
               INVALID KEY CONTINUE
           END-READ

           MOVE WS-HOME-CURRENCY TO WS-ACCT-CURRENCY
           IF DATAF-OK THEN
               MOVE DATAF-NAME    TO WS-ACCT-NAME
               MOVE DATAF-SURNAME TO WS-ACCT-SURNAME
               MOVE DATAF-ID-NUM  TO WS-ACCT-ID-NUM
               IF DATAF-CURRENCY NOT = SPACES AND
                  DATAF-CURRENCY NOT = LOW-VALUES THEN
                   MOVE DATAF-CURRENCY TO WS-ACCT-CURRENCY
               END-IF
           ELSE
      * NO DATAF RECORD BEHIND THE JOURNAL ROW - REPORT THE
      * TRANSACTION ANYWAY, AN UNKNOWN CUSTOMER IS WORTH MORE
      * ATTENTION, NOT LESS
               MOVE 'UNKNOWN' TO WS-ACCT-NAME
               MOVE SPACES TO WS-ACCT-SURNAME
               MOVE SPACES TO WS-ACCT-ID-NUM
           END-IF

           MOVE 'Y' TO WS-RATE-KNOWN
           MOVE 'N' TO WS-RATE-STALE
           MOVE 1 TO WS-ACCT-RATE

           IF WS-ACCT-CURRENCY NOT = WS-HOME-CURRENCY THEN
               MOVE WS-ACCT-CURRENCY TO RATEF-CURRENCY
               READ RATEF
                   INVALID KEY CONTINUE
               END-READ
               IF RATEF-OK AND RATEF-RATE > 0 THEN
                   MOVE RATEF-RATE TO WS-ACCT-RATE
                   IF RATEF-RATE-DATE NOT = WS-RUNCTL-BUS-DATE THEN
                       MOVE 'Y' TO WS-RATE-STALE
                   END-IF
               ELSE
                   MOVE 'N' TO WS-RATE-KNOWN
               END-IF
           END-IF
           EXIT.

       REPORT-TRANSACTION-PARA.
      * ONE REPORT LINE PER REPORTABLE TRANSACTION, WITH THE
      * CUSTOMER'S DATAF NAME AND ID NUMBER LOOKED UP BY THE BANK
      * ACCOUNT ON THE JOURNAL ROW

           MOVE TRANF-TIMESTAMP TO DL-TIMESTAMP
           MOVE TRANF-BANK-ACCOUNT TO DL-BANK-NUMBER
           MOVE TRANF-TYPE TO DL-TYPE
           MOVE TRANF-AMOUNT TO DL-AMOUNT
           MOVE WS-ACCT-CURRENCY TO DL-CURRENCY
           MOVE WS-HOME-AMOUNT TO DL-HOME-AMOUNT
           MOVE WS-ACCT-NAME TO DL-NAME
           MOVE WS-ACCT-SURNAME TO DL-SURNAME
           MOVE WS-ACCT-ID-NUM TO DL-ID-NUM

           MOVE WS-DETAIL-LINE TO LRGTRN-RPT-LINE
           WRITE LRGTRN-RPT-LINE
           MOVE WS-REPORTED-COUNT TO SL-REPORTED
           MOVE WS-SUMMARY-LINE TO LRGTRN-RPT-LINE
           WRITE LRGTRN-RPT-LINE

           MOVE WS-STALE-RATE-COUNT TO SL2-STALE
           MOVE WS-SUMMARY-LINE-2 TO LRGTRN-RPT-LINE
           WRITE LRGTRN-RPT-LINE

           MOVE WS-NO-RATE-COUNT TO SL3-NO-RATE
           MOVE WS-SUMMARY-LINE-3 TO LRGTRN-RPT-LINE
           WRITE LRGTRN-RPT-LINE

           IF WS-NO-RATE-COUNT > 0 THEN
               MOVE SPACES TO LRGTRN-RPT-LINE
               WRITE LRGTRN-RPT-LINE
               MOVE WS-INCOMPLETE-LINE TO LRGTRN-RPT-LINE
               WRITE LRGTRN-RPT-LINE
           END-IF
           EXIT.

           COPY RUNCTLP.
