       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRUCTB.

      * AGGREGATE CASH ACTIVITY (STRUCTURING) MONITOR
      *
      * LRGTRNB ONLY LISTS SINGLE CASH TRANSACTIONS AT OR ABOVE THE
      * LIMITF REPORTING THRESHOLD. A CUSTOMER WHO SPLITS THE CASH
      * INTO SEVERAL ITEMS JUST UNDER THE THRESHOLD, OR SPREADS IT
      * ACROSS THE JOINT ACCOUNTS THEY HOLD, NEVER SHOWS UP THERE.
      * THIS JOB ADDS UP EVERY CASH DEPOSIT (TRANF TYPE 'D') AND
      * CASH WITHDRAWAL (TYPE 'W') PER CUSTOMER ID NUMBER OVER A
      * ROLLING WINDOW OF BUSINESS DAYS ENDING WITH TODAY AND
      * OPENS A CASE FOR THE COMPLIANCE OFFICER WHEN:
      *   - THE DEPOSITS TOGETHER REACH THE THRESHOLD WHILE NO
      *     SINGLE DEPOSIT DID (THE SAME TEST IS MADE SEPARATELY
      *     FOR WITHDRAWALS) - A SINGLE ITEM OVER THE THRESHOLD IS
      *     ALREADY ON LRGTRNB, OR
      *   - THE CUSTOMER HAS REPEATED NEAR-THRESHOLD ITEMS: AT
      *     LEAST THE CONFIGURED NUMBER OF CASH ITEMS OF THE
      *     CONFIGURED PERCENTAGE OF THE THRESHOLD OR MORE, BUT
      *     STILL UNDER IT
      * EACH CASE LISTS EVERY CONTRIBUTING TRANF ROW SO THE OFFICER
      * CAN DECIDE WHETHER TO FILE
      *
      * ACCOUNTS ARE LINKED TO CUSTOMERS THROUGH HOLDF (ONE RECORD
      * PER HOLDER, SEE MAPCREAP), SO A CASH ITEM ON A JOINT
      * ACCOUNT COUNTS TOWARDS EVERY HOLDER OF IT. AN ACCOUNT WITH
      * NO HOLDF RECORD (OPENED BEFORE THE HOLDER FILE EXISTED)
      * FALLS BACK TO THE ID NUMBER ON ITS DATAF RECORD
      *
      * SYSIN IS THE SAME BUSINESS-DAY WINDOW CARD LRGTRNB TAKES;
      * THE END DATE (UP TO BUT NOT INCLUDING) CLOSES THE ROLLING
      * WINDOW, WHICH REACHES BACK THE NUMBER OF DAYS HELD ON THE
      * LIMITF 'STRUCTUR' RECORD. THE BUSINESS DATE ADVANCES ONE
      * CALENDAR DAY AT A TIME (SEE BUSDAYB), SO BUSINESS DAYS AND
      * CALENDAR DAYS ARE THE SAME THING HERE
      *
      * THE THRESHOLD IS THE LIMITF 'LIMITS' REPORTING THRESHOLD.
      * EITHER RECORD MISSING, A ZERO THRESHOLD OR A ZERO WINDOW IS
      * A CONFIGURATION FAULT, NOT A QUIET DAY - RC=16, AS LRGTRNB
      *
      * THE THRESHOLD IS IN THE HOME CURRENCY (PLN) AND A CUSTOMER
      * MAY HOLD ACCOUNTS IN SEVERAL CURRENCIES, SO EVERY CASH ITEM
      * IS CONVERTED TO PLN AT ITS ACCOUNT CURRENCY'S RATEF RATE
      * BEFORE IT IS ADDED UP OR TESTED, AND THE CASE ROWS SHOW
      * BOTH AMOUNTS. RATEF KEEPS ONLY THE LATEST RATE (RATELDB
      * STAMPS IT WITH THE BUSINESS DATE), SO THE WHOLE WINDOW IS
      * CONVERTED AT TODAY'S RATE. A RATE NOT DATED THE BUSINESS
      * DATE IS STILL USED BUT COUNTED, RC=4; A CURRENCY WITH NO
      * RATE AT ALL LEAVES ITS ITEMS UNMONITORED, RC=8

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANF ASSIGN TO TRANF
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRANF-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT HOLDF ASSIGN TO HOLDF
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLDF-KEY
               FILE STATUS IS WS-HOLDF-STATUS.

           SELECT LIMITF ASSIGN TO LIMITF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIMITF-ID
               FILE STATUS IS WS-LIMITF-STATUS.

           SELECT DATAF ASSIGN TO DATAF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DATAF-BANK-NUMBER
               FILE STATUS IS WS-DATAF-STATUS.

           SELECT RATEF ASSIGN TO RATEF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RATEF-CURRENCY
               FILE STATUS IS WS-RATEF-STATUS.

           SELECT PARM-IN ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL.

           SELECT STRUCT-RPT ASSIGN TO STRUCTR
               ORGANIZATION LINE SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

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
       01  FS-TRANF.
           05  TRANF-KEY.
               10  TRANF-BANK-ACCOUNT PIC X(26).
               10  TRANF-TIMESTAMP    PIC X(15).
               10  TRANF-SEQ          PIC 9(3).
           05  TRANF-TYPE             PIC X.
               88  TRANF-CASH-ITEM    VALUE 'D' 'W'.
           05  TRANF-AMOUNT           PIC S9(9)V99.
           05  TRANF-BALANCE-AFTER    PIC S9(9)V99.
           05  TRANF-ORIG-KEY         PIC X(44).
           05  TRANF-TERMINAL         PIC X(4).
           05  TRANF-POST-DATE        PIC X(8).
      * CROSS-CURRENCY TRANSFER LEGS ONLY: THE OTHER LEG'S
      * CURRENCY AND AMOUNT, AND THE RATE APPLIED (TARGET UNITS
      * PER SOURCE UNIT) - SPACES/ZERO ON EVERY OTHER RECORD
           05  TRANF-FX-CURRENCY      PIC X(3).
           05  TRANF-FX-AMOUNT        PIC S9(9)V99.
           05  TRANF-FX-RATE          PIC 9(5)V9(6).

      * HOLDF HOLDER RELATIONSHIP FILE, ONE RECORD PER CUSTOMER
      * NAMED ON A BANK ACCOUNT (SEE MAPCREAP)
       FD  HOLDF.
       01  FS-HOLDF.
           05  HOLDF-KEY.
               10  HOLDF-BANK-ACCOUNT PIC X(26).
               10  HOLDF-ID-NUM       PIC X(11).
           05  HOLDF-NAME             PIC X(20).
           05  HOLDF-SURNAME          PIC X(20).
           05  HOLDF-PASSWORD         PIC X(30).
           05  HOLDF-FAIL-COUNT       PIC 9(2).
           05  HOLDF-LOCKED-FLAG      PIC X.

      * 'LIMITS' CARRIES THE REPORTING THRESHOLD IN ITS FOURTH
      * AMOUNT; 'STRUCTUR' CARRIES THIS JOB'S WINDOW IN DAYS, THE
      * NEAR-THRESHOLD PERCENTAGE AND THE NUMBER OF NEAR-THRESHOLD
      * ITEMS THAT OPENS A CASE (SEE JCL/LIMITF.JCL)
       FD  LIMITF.
       01  FS-LIMITF.
           05  LIMITF-ID              PIC X(8).
           05  LIMITF-DEPOSIT-MAX     PIC 9(9).
           05  LIMITF-WITHDRAW-MAX    PIC 9(9).
           05  LIMITF-TRANSFER-MAX    PIC 9(9).
           05  LIMITF-REPORT-THRESHOLD PIC 9(9).
       01  FS-LIMITF-STRUCTUR.
           05  FILLER                 PIC X(8).
           05  LIMITF-WINDOW-DAYS     PIC 9(9).
           05  LIMITF-NEAR-PERCENT    PIC 9(9).
           05  LIMITF-NEAR-COUNT      PIC 9(9).
           05  FILLER                 PIC 9(9).

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

      * HOME-CURRENCY UNITS PER ONE UNIT OF THE CURRENCY (SEE
      * JCL/RATEF.JCL)
       FD  RATEF.
       01  FS-RATEF.
           05  RATEF-CURRENCY         PIC X(3).
           05  RATEF-RATE-DATE        PIC X(8).
           05  RATEF-RATE             PIC 9(5)V9(6).

       FD  PARM-IN.
       01  PARM-IN-REC.
           05  PARM-DAY-START         PIC X(8).
           05  PARM-DAY-END           PIC X(8).

       FD  STRUCT-RPT.
       01  STRUCT-RPT-LINE            PIC X(132).

      * ONE SORT RECORD PER CASH ITEM PER HOLDER OF THE ACCOUNT,
      * SORTED INTO CUSTOMER ORDER SO EACH CUSTOMER'S ITEMS ACROSS
      * ALL THEIR ACCOUNTS COME BACK TOGETHER
       SD  SORT-WORK.
       01  SORT-REC.
           05  SR-ID-NUM              PIC X(11).
           05  SR-TIMESTAMP           PIC X(15).
           05  SR-BANK-ACCOUNT        PIC X(26).
           05  SR-SEQ                 PIC 9(3).
           05  SR-TYPE                PIC X.
           05  SR-AMOUNT              PIC S9(9)V99.
           05  SR-CURRENCY            PIC X(3).
           05  SR-HOME-AMOUNT         PIC S9(11)V99.
           05  SR-NAME                PIC X(20).
           05  SR-SURNAME             PIC X(20).

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

       01  WS-HOLDF-STATUS            PIC XX.
           88  HOLDF-OK               VALUE '00'.

       01  WS-LIMITF-STATUS           PIC XX.
           88  LIMITF-OK              VALUE '00'.

       01  WS-DATAF-STATUS            PIC XX.
           88  DATAF-OK               VALUE '00'.

       01  WS-RATEF-STATUS            PIC XX.
           88  RATEF-OK               VALUE '00'.

       01  WS-EOF-TRANF               PIC X VALUE 'N'.
           88  EOF-TRANF              VALUE 'Y'.

       01  WS-EOF-SORT                PIC X VALUE 'N'.
           88  EOF-SORT               VALUE 'Y'.

       01  WS-HOLDF-DONE              PIC X VALUE 'N'.
           88  HOLDF-DONE             VALUE 'Y'.

      * THE CALENDAR DATES OFF SYSIN EXPANDED TO FULL TIMESTAMP
      * WINDOW BOUNDARIES (MIDNIGHT AT THE START OF EACH DATE).
      * WS-DAY-START IS PULLED BACK TO THE START OF THE ROLLING
      * WINDOW ONCE THE 'STRUCTUR' RECORD HAS BEEN READ. TRANF
      * ROWS ARE SELECTED ON THEIR BUSINESS POSTING DATE AGAINST
      * THE DATES THEMSELVES, NOT ON THE TIMESTAMP - A POSTING
      * KEYED AFTER THE END-OF-DAY CUTOFF BELONGS TO THE NEXT
      * BUSINESS DAY (SEE BUSDAYB)
       01  WS-DAY-START.
           05  WS-DAY-START-DATE      PIC X(8).
           05  FILLER                 PIC X(7) VALUE '000000 '.
       01  WS-DAY-END.
           05  WS-DAY-END-DATE        PIC X(8).
           05  FILLER                 PIC X(7) VALUE '000000 '.
       01  WS-END-DATE-NUM            PIC 9(8) VALUE 0.
       01  WS-START-DATE-NUM          PIC 9(8) VALUE 0.
       01  WS-DATE-INTEGER            PIC 9(8) VALUE 0.

       01  WS-THRESHOLD               PIC 9(9) VALUE 0.
       01  WS-WINDOW-DAYS             PIC 9(9) VALUE 0.
       01  WS-NEAR-PERCENT            PIC 9(9) VALUE 0.
       01  WS-NEAR-COUNT              PIC 9(9) VALUE 0.
      * LOWEST AMOUNT THAT COUNTS AS NEAR THE THRESHOLD
       01  WS-NEAR-FLOOR              PIC 9(9)V99 VALUE 0.

      * HOLDERS OF THE ACCOUNT THE LAST TRANF ROW WAS POSTED TO.
      * TRANF IS READ IN ACCOUNT ORDER, SO HOLDF IS ONLY BROWSED
      * ONCE PER ACCOUNT. MORE HOLDERS THAN THE TABLE HOLDS ARE
      * COUNTED AND REPORTED, NOT SILENTLY DROPPED
       01  WS-CACHED-ACCOUNT          PIC X(26) VALUE SPACES.
       01  WS-HOLDER-COUNT            PIC 9(4) VALUE 0.
       01  WS-HOLDER-SUB              PIC 9(4) VALUE 0.
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER-ENTRY OCCURS 10 TIMES.
               10  WS-HOLDER-ID-NUM   PIC X(11).
               10  WS-HOLDER-NAME     PIC X(20).
               10  WS-HOLDER-SURNAME  PIC X(20).

      * CURRENCY OF THE SAME CACHED ACCOUNT AND ITS RATEF RATE,
      * SET BY GET-ACCOUNT-RATE-PARA. NO USABLE RATE LEAVES
      * WS-RATE-KNOWN 'N' AND THE ACCOUNT'S ITEMS UNCONVERTED
       01  WS-HOME-CURRENCY           PIC X(3) VALUE 'PLN'.
       01  WS-ACCT-CURRENCY           PIC X(3) VALUE SPACES.
       01  WS-ACCT-RATE               PIC 9(5)V9(6) VALUE 0.
       01  WS-RATE-KNOWN              PIC X VALUE 'N'.
           88  RATE-KNOWN             VALUE 'Y'.
       01  WS-RATE-STALE              PIC X VALUE 'N'.
           88  RATE-STALE             VALUE 'Y'.

      * THE CURRENT CUSTOMER'S CASE, BUILT UP AS THE SORTED ITEMS
      * COME BACK AND PRINTED AT THE CUSTOMER BREAK IF IT IS
      * FLAGGED. ITEMS BEYOND THE TABLE STILL COUNT IN THE TOTALS
      * AND THE CASE SAYS HOW MANY ROWS WERE NOT LISTED
       01  WS-CUST-ID-NUM             PIC X(11) VALUE SPACES.
       01  WS-CUST-NAME               PIC X(20) VALUE SPACES.
       01  WS-CUST-SURNAME            PIC X(20) VALUE SPACES.
       01  WS-CUST-DEP-COUNT          PIC 9(7) VALUE 0.
       01  WS-CUST-DEP-TOTAL          PIC 9(13)V99 VALUE 0.
       01  WS-CUST-DEP-MAX            PIC 9(11)V99 VALUE 0.
       01  WS-CUST-WDL-COUNT          PIC 9(7) VALUE 0.
       01  WS-CUST-WDL-TOTAL          PIC 9(13)V99 VALUE 0.
       01  WS-CUST-WDL-MAX            PIC 9(11)V99 VALUE 0.
       01  WS-CUST-NEAR-COUNT         PIC 9(7) VALUE 0.
       01  WS-CUST-ITEM-COUNT         PIC 9(7) VALUE 0.
       01  WS-CASE-ROW-COUNT          PIC 9(4) VALUE 0.
       01  WS-CASE-SUB                PIC 9(4) VALUE 0.
       01  WS-CASE-TABLE.
           05  WS-CASE-ROW OCCURS 500 TIMES.
               10  WS-CR-TIMESTAMP    PIC X(15).
               10  WS-CR-BANK-ACCOUNT PIC X(26).
               10  WS-CR-SEQ          PIC 9(3).
               10  WS-CR-TYPE         PIC X.
               10  WS-CR-AMOUNT       PIC S9(9)V99.
               10  WS-CR-CURRENCY     PIC X(3).
               10  WS-CR-HOME-AMOUNT  PIC S9(11)V99.

       01  WS-CASE-FLAGS.
           05  WS-FLAG-DEPOSITS       PIC X VALUE 'N'.
               88  FLAG-DEPOSITS      VALUE 'Y'.
           05  WS-FLAG-WITHDRAWALS    PIC X VALUE 'N'.
               88  FLAG-WITHDRAWALS   VALUE 'Y'.
           05  WS-FLAG-NEAR           PIC X VALUE 'N'.
               88  FLAG-NEAR          VALUE 'Y'.

       01  WS-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-CASH-COUNT              PIC 9(7) VALUE 0.
       01  WS-NO-CUSTOMER-COUNT       PIC 9(7) VALUE 0.
       01  WS-HOLDER-OVERFLOW-COUNT   PIC 9(7) VALUE 0.
       01  WS-CUSTOMER-COUNT          PIC 9(7) VALUE 0.
       01  WS-CASE-COUNT              PIC 9(7) VALUE 0.
       01  WS-DEP-CASE-COUNT          PIC 9(7) VALUE 0.
       01  WS-WDL-CASE-COUNT          PIC 9(7) VALUE 0.
       01  WS-NEAR-CASE-COUNT         PIC 9(7) VALUE 0.
       01  WS-FOREIGN-COUNT           PIC 9(7) VALUE 0.
       01  WS-STALE-RATE-COUNT        PIC 9(7) VALUE 0.
       01  WS-NO-RATE-COUNT           PIC 9(7) VALUE 0.

       01  WS-HEADING-1 PIC X(60) VALUE
           'STRUCTB - AGGREGATE CASH ACTIVITY CASE LIST'.

      * EVERY NIGHTLY REPORT SHOWS WHICH BUSINESS DAY IT
      * BELIEVES IT RAN FOR (SEE BUSDAYB), SAME LINE GLEXTRB
      * PRINTS - HERE THE WHOLE ROLLING WINDOW
       01  WS-WINDOW-LINE.
           05  FILLER             PIC X(16) VALUE 'BUSINESS DAY:   '.
           05  WL-START           PIC X(15).
           05  FILLER             PIC X(4) VALUE ' TO '.
           05  WL-END             PIC X(15).

       01  WS-THRESHOLD-LINE.
           05  FILLER             PIC X(22) VALUE
               'REPORTING THRESHOLD:  '.
           05  TL-THRESHOLD       PIC ZZZZZZZZ9.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  TL-CURRENCY        PIC X(3).
           05  FILLER             PIC X(16) VALUE '   WINDOW DAYS: '.
           05  TL-WINDOW-DAYS     PIC ZZZ9.
           05  FILLER             PIC X(17) VALUE
               '   NEAR FLOOR:   '.
           05  TL-NEAR-FLOOR      PIC Z(8)9.99.
           05  FILLER             PIC X(17) VALUE
               '   NEAR ITEMS:   '.
           05  TL-NEAR-COUNT      PIC ZZZ9.

       01  WS-CASE-LINE-1.
           05  FILLER             PIC X(14) VALUE 'CASE CUSTOMER '.
           05  CL1-ID-NUM         PIC X(11).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  CL1-NAME           PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  CL1-SURNAME        PIC X(20).
           05  FILLER             PIC X(10) VALUE '  REASON: '.
           05  CL1-REASON-1       PIC X(11).
           05  CL1-REASON-2       PIC X(12).
           05  CL1-REASON-3       PIC X(15).

       01  WS-CASE-LINE-2.
           05  FILLER             PIC X(14) VALUE '  DEPOSITS:   '.
           05  CL2-DEP-COUNT      PIC ZZZZZZ9.
           05  FILLER             PIC X(9) VALUE '  TOTAL: '.
           05  CL2-DEP-TOTAL      PIC Z(12)9.99.
           05  FILLER             PIC X(17) VALUE
               '   WITHDRAWALS:  '.
           05  CL2-WDL-COUNT      PIC ZZZZZZ9.
           05  FILLER             PIC X(9) VALUE '  TOTAL: '.
           05  CL2-WDL-TOTAL      PIC Z(12)9.99.
           05  FILLER             PIC X(18) VALUE
               '   NEAR-THRESHOLD:'.
           05  CL2-NEAR-COUNT     PIC ZZZZZZ9.

       01  WS-CASE-HEADING.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(17) VALUE 'TIMESTAMP'.
           05  FILLER             PIC X(28) VALUE 'BANK NUM'.
           05  FILLER             PIC X(5)  VALUE 'SEQ'.
           05  FILLER             PIC X(5)  VALUE 'TYPE'.
           05  FILLER             PIC X(14) VALUE 'AMOUNT'.
           05  FILLER             PIC X(5)  VALUE 'CUR'.
           05  FILLER             PIC X(17) VALUE 'HOME AMOUNT'.
           05  FILLER             PIC X(4)  VALUE 'NEAR'.

       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  DL-TIMESTAMP       PIC X(15).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-BANK-NUMBER     PIC X(26).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-SEQ             PIC 9(3).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-TYPE            PIC X(2).
           05  FILLER             PIC X(3) VALUE SPACES.
           05  DL-AMOUNT          PIC -(9)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-CURRENCY        PIC X(3).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-HOME-AMOUNT     PIC -(11)9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-NEAR            PIC X(1).

       01  WS-UNLISTED-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  UL-COUNT           PIC ZZZZZZ9.
           05  FILLER             PIC X(50) VALUE
               ' FURTHER ROW(S) NOT LISTED - BROWSE TRANF FOR THEM'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER             PIC X(27) VALUE
               'CASH ITEMS IN WINDOW:      '.
           05  SL1-CASH           PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER             PIC X(27) VALUE
               'CUSTOMERS EXAMINED:        '.
           05  SL2-CUSTOMERS      PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER             PIC X(27) VALUE
               'CASES OPENED:              '.
           05  SL3-CASES          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER             PIC X(27) VALUE
               '  AGGREGATE DEPOSITS:      '.
           05  SL4-DEPOSITS       PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER             PIC X(27) VALUE
               '  AGGREGATE WITHDRAWALS:   '.
           05  SL5-WITHDRAWALS    PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER             PIC X(27) VALUE
               '  REPEATED NEAR-THRESHOLD: '.
           05  SL6-NEAR           PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-7.
           05  FILLER             PIC X(27) VALUE
               'CASH ITEMS, NO CUSTOMER:   '.
           05  SL7-NO-CUSTOMER    PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-8.
           05  FILLER             PIC X(27) VALUE
               'HOLDERS BEYOND TABLE:      '.
           05  SL8-OVERFLOW       PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-9.
           05  FILLER             PIC X(27) VALUE
               'CASH ITEMS CONVERTED:      '.
           05  SL9-FOREIGN        PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-10.
           05  FILLER             PIC X(27) VALUE
               '  AT A RATE NOT OF TODAY:  '.
           05  SL10-STALE         PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-11.
           05  FILLER             PIC X(27) VALUE
               'CASH ITEMS, NO RATE:       '.
           05  SL11-NO-RATE       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'STRUCTB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF PARM-DAY-START IS NOT NUMERIC OR
              PARM-DAY-END IS NOT NUMERIC THEN
               DISPLAY 'STRUCTB: MISSING OR INVALID SYSIN WINDOW CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           PERFORM READ-CONTROL-PARA

           IF WS-THRESHOLD = 0 OR WS-WINDOW-DAYS = 0 THEN
               DISPLAY 'STRUCTB: NO LIMITF LIMITS/STRUCTUR RECORD,'
                   ' ZERO THRESHOLD OR ZERO WINDOW - FIX THE LIMITS'
                   ' FILE AND RERUN'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           PERFORM SET-WINDOW-PARA

           SORT SORT-WORK ON ASCENDING KEY SR-ID-NUM
                                           SR-TIMESTAMP
                                           SR-BANK-ACCOUNT
                                           SR-SEQ
               INPUT PROCEDURE IS SELECT-CASH-ITEMS-PARA
               OUTPUT PROCEDURE IS BUILD-CASES-PARA

           DISPLAY 'STRUCTB: ' WS-CASE-COUNT
               ' CASE(S) OPENED FROM ' WS-CASH-COUNT
               ' CASH ITEM(S) IN WINDOW'

           EVALUATE TRUE
           WHEN WS-NO-RATE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           WHEN WS-STALE-RATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-CASE-COUNT TO WS-RUNCTL-OUT-COUNT
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

       READ-CONTROL-PARA.
           OPEN INPUT LIMITF

           IF LIMITF-OK THEN
               MOVE 'LIMITS' TO LIMITF-ID
               READ LIMITF
                   INVALID KEY CONTINUE
               END-READ
               IF LIMITF-OK THEN
                   MOVE LIMITF-REPORT-THRESHOLD TO WS-THRESHOLD
               END-IF

               MOVE 'STRUCTUR' TO LIMITF-ID
               READ LIMITF
                   INVALID KEY CONTINUE
               END-READ
               IF LIMITF-OK THEN
                   MOVE LIMITF-WINDOW-DAYS  TO WS-WINDOW-DAYS
                   MOVE LIMITF-NEAR-PERCENT TO WS-NEAR-PERCENT
                   MOVE LIMITF-NEAR-COUNT   TO WS-NEAR-COUNT
               END-IF
               CLOSE LIMITF
           END-IF
           EXIT.

       SET-WINDOW-PARA.
      * THE ROLLING WINDOW ENDS WHERE TODAY'S BUSINESS DAY ENDS
      * AND REACHES BACK THE CONFIGURED NUMBER OF DAYS. A ZERO
      * PERCENTAGE OR ZERO ITEM COUNT SWITCHES THE NEAR-THRESHOLD
      * TEST OFF

           MOVE WS-DAY-END-DATE TO WS-END-DATE-NUM
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-END-DATE-NUM)
               - WS-WINDOW-DAYS
           COMPUTE WS-START-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE WS-START-DATE-NUM TO WS-DAY-START-DATE

           IF WS-NEAR-PERCENT = 0 OR WS-NEAR-COUNT = 0 OR
              WS-NEAR-PERCENT > 100 THEN
               MOVE 0 TO WS-NEAR-COUNT
               MOVE WS-THRESHOLD TO WS-NEAR-FLOOR
           ELSE
               COMPUTE WS-NEAR-FLOOR ROUNDED =
                   WS-THRESHOLD * WS-NEAR-PERCENT / 100
           END-IF
           EXIT.

       SELECT-CASH-ITEMS-PARA.
           OPEN INPUT TRANF
           OPEN INPUT HOLDF
           OPEN INPUT DATAF
           OPEN INPUT RATEF

           PERFORM SCAN-TRANF-PARA
               UNTIL EOF-TRANF

           CLOSE TRANF
           CLOSE HOLDF
           CLOSE DATAF
           CLOSE RATEF
           EXIT.

       SCAN-TRANF-PARA.
           READ TRANF NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-TRANF
           END-READ

           IF NOT EOF-TRANF THEN
               ADD 1 TO WS-READ-COUNT
               IF TRANF-POST-DATE NOT LESS THAN WS-DAY-START-DATE AND
                  TRANF-POST-DATE LESS THAN WS-DAY-END-DATE AND
                  TRANF-CASH-ITEM THEN
                   ADD 1 TO WS-CASH-COUNT
                   IF TRANF-BANK-ACCOUNT NOT = WS-CACHED-ACCOUNT THEN
                       PERFORM LOAD-HOLDERS-PARA
                   END-IF
                   EVALUATE TRUE
                   WHEN WS-HOLDER-COUNT = 0
                       ADD 1 TO WS-NO-CUSTOMER-COUNT
                       DISPLAY 'STRUCTB: NO HOLDF OR DATAF CUSTOMER'
                           ' FOR ' TRANF-BANK-ACCOUNT
                   WHEN NOT RATE-KNOWN
                       ADD 1 TO WS-NO-RATE-COUNT
                       DISPLAY 'STRUCTB: NO RATEF RATE FOR '
                           WS-ACCT-CURRENCY ' - ' TRANF-KEY
                           ' NOT MONITORED'
                   WHEN OTHER
                       IF WS-ACCT-CURRENCY NOT = WS-HOME-CURRENCY THEN
                           ADD 1 TO WS-FOREIGN-COUNT
                       END-IF
                       IF RATE-STALE THEN
                           ADD 1 TO WS-STALE-RATE-COUNT
                       END-IF
                       PERFORM RELEASE-ITEM-PARA
                           VARYING WS-HOLDER-SUB FROM 1 BY 1
                           UNTIL WS-HOLDER-SUB > WS-HOLDER-COUNT
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.

       LOAD-HOLDERS-PARA.
      * POSITION AT THE ACCOUNT'S FIRST HOLDF KEY AND READ FORWARD
      * THROUGH ITS KEY RANGE. NO HOLDER RECORDS AT ALL FALLS BACK
      * TO THE DATAF ID NUMBER OF THE ACCOUNT. THE DATAF RECORD
      * ALSO GIVES THE ACCOUNT'S CURRENCY

           MOVE TRANF-BANK-ACCOUNT TO WS-CACHED-ACCOUNT
           MOVE 0 TO WS-HOLDER-COUNT
           MOVE 'N' TO WS-HOLDF-DONE

           MOVE TRANF-BANK-ACCOUNT TO DATAF-BANK-NUMBER
           READ DATAF
               INVALID KEY CONTINUE
           END-READ
           PERFORM GET-ACCOUNT-RATE-PARA

           MOVE LOW-VALUES TO HOLDF-KEY
           MOVE TRANF-BANK-ACCOUNT TO HOLDF-BANK-ACCOUNT

           START HOLDF KEY IS NOT LESS THAN HOLDF-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLDF-DONE
           END-START

           PERFORM READ-HOLDF-RANGE-PARA
               UNTIL HOLDF-DONE

           IF WS-HOLDER-COUNT = 0 AND DATAF-OK AND
              DATAF-ID-NUM NOT = SPACES THEN
               MOVE 1 TO WS-HOLDER-COUNT
               MOVE DATAF-ID-NUM  TO WS-HOLDER-ID-NUM (1)
               MOVE DATAF-NAME    TO WS-HOLDER-NAME (1)
               MOVE DATAF-SURNAME TO WS-HOLDER-SURNAME (1)
           END-IF
           EXIT.

       GET-ACCOUNT-RATE-PARA.
      * THE ACCOUNT'S CURRENCY IS ON THE DATAF RECORD JUST READ. A
      * BLANK CURRENCY (OR NO DATAF RECORD) IS THE HOME CURRENCY,
      * RATE 1 WITHOUT A READ. ANY OTHER CURRENCY NEEDS A NON-ZERO
      * RATEF RATE; ONE NOT DATED THE BUSINESS DATE IS FLAGGED SO
      * THE ITEMS CONVERTED AT IT ARE COUNTED

           MOVE WS-HOME-CURRENCY TO WS-ACCT-CURRENCY
           IF DATAF-OK AND DATAF-CURRENCY NOT = SPACES AND
              DATAF-CURRENCY NOT = LOW-VALUES THEN
               MOVE DATAF-CURRENCY TO WS-ACCT-CURRENCY
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

       READ-HOLDF-RANGE-PARA.
           READ HOLDF NEXT RECORD
               AT END MOVE 'Y' TO WS-HOLDF-DONE
           END-READ

           IF NOT HOLDF-DONE THEN
               IF HOLDF-BANK-ACCOUNT = TRANF-BANK-ACCOUNT THEN
                   IF WS-HOLDER-COUNT < 10 THEN
                       ADD 1 TO WS-HOLDER-COUNT
                       MOVE HOLDF-ID-NUM
                           TO WS-HOLDER-ID-NUM (WS-HOLDER-COUNT)
                       MOVE HOLDF-NAME
                           TO WS-HOLDER-NAME (WS-HOLDER-COUNT)
                       MOVE HOLDF-SURNAME
                           TO WS-HOLDER-SURNAME (WS-HOLDER-COUNT)
                   ELSE
                       ADD 1 TO WS-HOLDER-OVERFLOW-COUNT
                       DISPLAY 'STRUCTB: HOLDER ' HOLDF-ID-NUM
                           ' OF ' HOLDF-BANK-ACCOUNT
                           ' NOT MONITORED - TOO MANY HOLDERS'
                   END-IF
               ELSE
      * CROSSED INTO THE NEXT ACCOUNT'S KEY RANGE
                   MOVE 'Y' TO WS-HOLDF-DONE
               END-IF
           END-IF
           EXIT.

       RELEASE-ITEM-PARA.
           MOVE WS-HOLDER-ID-NUM (WS-HOLDER-SUB)  TO SR-ID-NUM
           MOVE WS-HOLDER-NAME (WS-HOLDER-SUB)    TO SR-NAME
           MOVE WS-HOLDER-SURNAME (WS-HOLDER-SUB) TO SR-SURNAME
           MOVE TRANF-TIMESTAMP    TO SR-TIMESTAMP
           MOVE TRANF-BANK-ACCOUNT TO SR-BANK-ACCOUNT
           MOVE TRANF-SEQ          TO SR-SEQ
           MOVE TRANF-TYPE         TO SR-TYPE
           MOVE TRANF-AMOUNT       TO SR-AMOUNT
           MOVE WS-ACCT-CURRENCY   TO SR-CURRENCY
           COMPUTE SR-HOME-AMOUNT ROUNDED =
               TRANF-AMOUNT * WS-ACCT-RATE
           RELEASE SORT-REC
           EXIT.

       BUILD-CASES-PARA.
           OPEN OUTPUT STRUCT-RPT

           PERFORM WRITE-HEADINGS-PARA

           PERFORM RETURN-ITEM-PARA
               UNTIL EOF-SORT

      * THE LAST CUSTOMER HAS NO BREAK AFTER IT
           IF WS-CUST-ITEM-COUNT > 0 THEN
               PERFORM CLOSE-CUSTOMER-PARA
           END-IF

           PERFORM WRITE-SUMMARY-PARA

           CLOSE STRUCT-RPT
           EXIT.

       WRITE-HEADINGS-PARA.
           MOVE WS-HEADING-1 TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE

           MOVE WS-DAY-START TO WL-START
           MOVE WS-DAY-END   TO WL-END
           MOVE WS-WINDOW-LINE TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE

           MOVE WS-THRESHOLD   TO TL-THRESHOLD
           MOVE WS-HOME-CURRENCY TO TL-CURRENCY
           MOVE WS-WINDOW-DAYS TO TL-WINDOW-DAYS
           MOVE WS-NEAR-FLOOR  TO TL-NEAR-FLOOR
           MOVE WS-NEAR-COUNT  TO TL-NEAR-COUNT
           MOVE WS-THRESHOLD-LINE TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE

           MOVE SPACES TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE
           EXIT.

       RETURN-ITEM-PARA.
           RETURN SORT-WORK AT END MOVE 'Y' TO WS-EOF-SORT
           END-RETURN

           IF NOT EOF-SORT THEN
               IF WS-CUST-ITEM-COUNT > 0 AND
                  SR-ID-NUM NOT = WS-CUST-ID-NUM THEN
                   PERFORM CLOSE-CUSTOMER-PARA
               END-IF
               IF WS-CUST-ITEM-COUNT = 0 THEN
                   PERFORM OPEN-CUSTOMER-PARA
               END-IF
               PERFORM ADD-ITEM-PARA
           END-IF
           EXIT.

       OPEN-CUSTOMER-PARA.
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE SR-ID-NUM  TO WS-CUST-ID-NUM
           MOVE SR-NAME    TO WS-CUST-NAME
           MOVE SR-SURNAME TO WS-CUST-SURNAME
           MOVE 0 TO WS-CUST-DEP-COUNT WS-CUST-DEP-TOTAL
                     WS-CUST-DEP-MAX
           MOVE 0 TO WS-CUST-WDL-COUNT WS-CUST-WDL-TOTAL
                     WS-CUST-WDL-MAX
           MOVE 0 TO WS-CUST-NEAR-COUNT WS-CASE-ROW-COUNT
           EXIT.

       ADD-ITEM-PARA.
           ADD 1 TO WS-CUST-ITEM-COUNT

      * TOTALS AND TESTS ARE ON THE HOME-CURRENCY AMOUNT - THE
      * THRESHOLD IS IN PLN

           IF SR-TYPE = 'D' THEN
               ADD 1 TO WS-CUST-DEP-COUNT
               ADD SR-HOME-AMOUNT TO WS-CUST-DEP-TOTAL
               IF SR-HOME-AMOUNT > WS-CUST-DEP-MAX THEN
                   MOVE SR-HOME-AMOUNT TO WS-CUST-DEP-MAX
               END-IF
           ELSE
               ADD 1 TO WS-CUST-WDL-COUNT
               ADD SR-HOME-AMOUNT TO WS-CUST-WDL-TOTAL
               IF SR-HOME-AMOUNT > WS-CUST-WDL-MAX THEN
                   MOVE SR-HOME-AMOUNT TO WS-CUST-WDL-MAX
               END-IF
           END-IF

           IF WS-NEAR-COUNT > 0 AND
              SR-HOME-AMOUNT NOT LESS THAN WS-NEAR-FLOOR AND
              SR-HOME-AMOUNT LESS THAN WS-THRESHOLD THEN
               ADD 1 TO WS-CUST-NEAR-COUNT
           END-IF

           IF WS-CASE-ROW-COUNT < 500 THEN
               ADD 1 TO WS-CASE-ROW-COUNT
               MOVE SR-TIMESTAMP
                   TO WS-CR-TIMESTAMP (WS-CASE-ROW-COUNT)
               MOVE SR-BANK-ACCOUNT
                   TO WS-CR-BANK-ACCOUNT (WS-CASE-ROW-COUNT)
               MOVE SR-SEQ    TO WS-CR-SEQ (WS-CASE-ROW-COUNT)
               MOVE SR-TYPE   TO WS-CR-TYPE (WS-CASE-ROW-COUNT)
               MOVE SR-AMOUNT TO WS-CR-AMOUNT (WS-CASE-ROW-COUNT)
               MOVE SR-CURRENCY
                   TO WS-CR-CURRENCY (WS-CASE-ROW-COUNT)
               MOVE SR-HOME-AMOUNT
                   TO WS-CR-HOME-AMOUNT (WS-CASE-ROW-COUNT)
           END-IF
           EXIT.

       CLOSE-CUSTOMER-PARA.
      * DECIDE WHETHER THE CUSTOMER JUST FINISHED IS A CASE AND,
      * IF SO, PRINT IT WITH EVERY CONTRIBUTING ROW

           MOVE 'N' TO WS-FLAG-DEPOSITS
           MOVE 'N' TO WS-FLAG-WITHDRAWALS
           MOVE 'N' TO WS-FLAG-NEAR

           IF WS-CUST-DEP-TOTAL NOT LESS THAN WS-THRESHOLD AND
              WS-CUST-DEP-MAX LESS THAN WS-THRESHOLD THEN
               MOVE 'Y' TO WS-FLAG-DEPOSITS
               ADD 1 TO WS-DEP-CASE-COUNT
           END-IF

           IF WS-CUST-WDL-TOTAL NOT LESS THAN WS-THRESHOLD AND
              WS-CUST-WDL-MAX LESS THAN WS-THRESHOLD THEN
               MOVE 'Y' TO WS-FLAG-WITHDRAWALS
               ADD 1 TO WS-WDL-CASE-COUNT
           END-IF

           IF WS-NEAR-COUNT > 0 AND
              WS-CUST-NEAR-COUNT NOT LESS THAN WS-NEAR-COUNT THEN
               MOVE 'Y' TO WS-FLAG-NEAR
               ADD 1 TO WS-NEAR-CASE-COUNT
           END-IF

           IF FLAG-DEPOSITS OR FLAG-WITHDRAWALS OR FLAG-NEAR THEN
               ADD 1 TO WS-CASE-COUNT
               PERFORM WRITE-CASE-PARA
           END-IF

           MOVE 0 TO WS-CUST-ITEM-COUNT
           EXIT.

       WRITE-CASE-PARA.
           MOVE WS-CUST-ID-NUM  TO CL1-ID-NUM
           MOVE WS-CUST-NAME    TO CL1-NAME
           MOVE WS-CUST-SURNAME TO CL1-SURNAME
           MOVE SPACES TO CL1-REASON-1 CL1-REASON-2 CL1-REASON-3
           IF FLAG-DEPOSITS THEN
               MOVE 'AGGR-DEP' TO CL1-REASON-1
           END-IF
           IF FLAG-WITHDRAWALS THEN
               MOVE 'AGGR-WDL' TO CL1-REASON-2
           END-IF
           IF FLAG-NEAR THEN
               MOVE 'NEAR-REPEATED' TO CL1-REASON-3
           END-IF
           MOVE WS-CASE-LINE-1 TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE

           MOVE WS-CUST-DEP-COUNT  TO CL2-DEP-COUNT
           MOVE WS-CUST-DEP-TOTAL  TO CL2-DEP-TOTAL
           MOVE WS-CUST-WDL-COUNT  TO CL2-WDL-COUNT
           MOVE WS-CUST-WDL-TOTAL  TO CL2-WDL-TOTAL
           MOVE WS-CUST-NEAR-COUNT TO CL2-NEAR-COUNT
           MOVE WS-CASE-LINE-2 TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE

           MOVE WS-CASE-HEADING TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE

           PERFORM WRITE-CASE-ROW-PARA
               VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-ROW-COUNT

           IF WS-CUST-ITEM-COUNT > WS-CASE-ROW-COUNT THEN
               COMPUTE UL-COUNT =
                   WS-CUST-ITEM-COUNT - WS-CASE-ROW-COUNT
               MOVE WS-UNLISTED-LINE TO STRUCT-RPT-LINE
               WRITE STRUCT-RPT-LINE
           END-IF

           MOVE SPACES TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE
           EXIT.

       WRITE-CASE-ROW-PARA.
           MOVE WS-CR-TIMESTAMP (WS-CASE-SUB)    TO DL-TIMESTAMP
           MOVE WS-CR-BANK-ACCOUNT (WS-CASE-SUB) TO DL-BANK-NUMBER
           MOVE WS-CR-SEQ (WS-CASE-SUB)          TO DL-SEQ
           MOVE WS-CR-TYPE (WS-CASE-SUB)         TO DL-TYPE
           MOVE WS-CR-AMOUNT (WS-CASE-SUB)       TO DL-AMOUNT
           MOVE WS-CR-CURRENCY (WS-CASE-SUB)     TO DL-CURRENCY
           MOVE WS-CR-HOME-AMOUNT (WS-CASE-SUB)  TO DL-HOME-AMOUNT
           IF WS-NEAR-COUNT > 0 AND
              WS-CR-HOME-AMOUNT (WS-CASE-SUB) NOT LESS THAN
              WS-NEAR-FLOOR AND
              WS-CR-HOME-AMOUNT (WS-CASE-SUB) LESS THAN WS-THRESHOLD
              THEN
               MOVE '*' TO DL-NEAR
           ELSE
               MOVE SPACE TO DL-NEAR
           END-IF
           MOVE WS-DETAIL-LINE TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE
           EXIT.

       WRITE-SUMMARY-PARA.
           IF WS-CASE-COUNT = 0 THEN
               MOVE '  NO CASES IN THE WINDOW' TO STRUCT-RPT-LINE
               WRITE STRUCT-RPT-LINE
               MOVE SPACES TO STRUCT-RPT-LINE
               WRITE STRUCT-RPT-LINE
           END-IF

           MOVE WS-CASH-COUNT TO SL1-CASH
           MOVE WS-SUMMARY-LINE-1 TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE

           MOVE WS-CUSTOMER-COUNT TO SL2-CUSTOMERS
           MOVE WS-SUMMARY-LINE-2 TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE

           MOVE WS-CASE-COUNT TO SL3-CASES
           MOVE WS-SUMMARY-LINE-3 TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE

           MOVE WS-DEP-CASE-COUNT TO SL4-DEPOSITS
           MOVE WS-SUMMARY-LINE-4 TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE

           MOVE WS-WDL-CASE-COUNT TO SL5-WITHDRAWALS
           MOVE WS-SUMMARY-LINE-5 TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE

           MOVE WS-NEAR-CASE-COUNT TO SL6-NEAR
           MOVE WS-SUMMARY-LINE-6 TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE

           MOVE WS-NO-CUSTOMER-COUNT TO SL7-NO-CUSTOMER
           MOVE WS-SUMMARY-LINE-7 TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE

           MOVE WS-HOLDER-OVERFLOW-COUNT TO SL8-OVERFLOW
           MOVE WS-SUMMARY-LINE-8 TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE

           MOVE WS-FOREIGN-COUNT TO SL9-FOREIGN
           MOVE WS-SUMMARY-LINE-9 TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE

           MOVE WS-STALE-RATE-COUNT TO SL10-STALE
           MOVE WS-SUMMARY-LINE-10 TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE

           MOVE WS-NO-RATE-COUNT TO SL11-NO-RATE
           MOVE WS-SUMMARY-LINE-11 TO STRUCT-RPT-LINE
           WRITE STRUCT-RPT-LINE
           EXIT.

           COPY RUNCTLP.
