       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFAUDB.

      * NIGHTLY CROSS-FILE REFERENTIAL INTEGRITY AUDIT
      *
      * FRECONCB PROVES DATAF AGAINST FREENUM AND TRECONCB PROVES
      * BALF AGAINST TRANF, BUT EVERY OTHER FILE HANGS OFF A DATAF
      * BANK NUMBER TOO AND NOTHING EVER PROVED THOSE LINKS HOLD.
      * A HOLDER, BALANCE OR STANDING ORDER LEFT BEHIND ON AN
      * ACCOUNT THAT IS NOT ON DATAF (OR THAT HAS CLOSED) IS
      * INVISIBLE ONLINE BUT STILL ACTED ON BY THE BATCH POSTERS -
      * STORDRB, FOR ONE, DEBITS A STANDING ORDER'S SOURCE
      * WITHOUT ASKING WHETHER IT IS STILL OPEN
      *
      * THIS JOB READS EACH DEPENDENT FILE IN ONE SEQUENTIAL PASS
      * AND LOOKS EVERY RECORD'S PARENT UP BY KEY (DATAF, PRODF
      * OR OPIF). EACH BROKEN LINK IS AN EXCEPTION AGAINST ONE
      * NUMBERED RULE (SEE WS-RULE-VALUES):
      *   01 S  DATAF PRODUCT CODE NOT ON PRODF (BLANK = 'CA')
      *   02 S  HOLDF HOLDER ON AN ACCOUNT NOT ON DATAF
      *   03 S  BALF RECORD FOR AN ACCOUNT NOT ON DATAF
      *   04 S  CLOSED ACCOUNT STILL CARRYING A BALF BALANCE
      *   05 S  STANDF ORDER FOR AN ACCOUNT NOT ON DATAF
      *   06 S  CLOSED ACCOUNT STILL CARRYING A STANDING ORDER
      *   07 W  STANDING ORDER WHOSE TARGET IS CLOSED OR UNKNOWN
      *   08 W  ODLIMF LIMIT FOR AN ACCOUNT NOT ON DATAF
      *   09 W  CLOSED ACCOUNT STILL CARRYING AN OVERDRAFT LIMIT
      *   10 S  LOANF LOAN FOR AN ACCOUNT NOT ON DATAF
      *   11 S  ACTIVE LOANF LOAN ON A CLOSED ACCOUNT
      *   12 S  TDF DEPOSIT FOR AN ACCOUNT NOT ON DATAF
      *   13 W  FUPF FOLLOW-UP CASE WITH NO OPIF OPINION
      * 'S' SEVERE RULES ARE LINKS THE POSTING JOBS RELY ON; 'W'
      * WARNING RULES ARE ONES THE JOBS ALREADY SKIP SAFELY (A
      * BAD STANDING ORDER TARGET) OR THAT MOVE NO MONEY. THE
      * REFAUDR REPORT LISTS EVERY EXCEPTION, THEN THE COUNT FOR
      * EACH RULE. RC=8 WHEN ANY SEVERE RULE FIRED OR A FILE
      * ERROR STOPPED A CHECK, SO THE RUN SHOWS AS FAILED ON THE
      * RUNCTLF LOG AND BUSDAYB WILL NOT CLOSE THE DATE; RC=4 WHEN
      * ONLY WARNING RULES FIRED. NOTHING IS EVER CORRECTED HERE

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DYNAMIC: READ THROUGH FOR RULE 01, THEN LOOKED UP BY KEY
      * FOR EVERY OTHER FILE
           SELECT DATAF ASSIGN TO DATAF
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DATAF-BANK-NUMBER
               FILE STATUS IS WS-DATAF-STATUS.

           SELECT PRODF ASSIGN TO PRODF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRODF-CODE
               FILE STATUS IS WS-PRODF-STATUS.

           SELECT HOLDF ASSIGN TO HOLDF
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLDF-KEY
               FILE STATUS IS WS-HOLDF-STATUS.

           SELECT BALF ASSIGN TO BALF
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BALF-BANK-ACCOUNT
               FILE STATUS IS WS-BALF-STATUS.

           SELECT STANDF ASSIGN TO STANDF
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STANDF-KEY
               FILE STATUS IS WS-STANDF-STATUS.

           SELECT ODLIMF ASSIGN TO ODLIMF
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ODLIMF-BANK-ACCOUNT
               FILE STATUS IS WS-ODLIMF-STATUS.

           SELECT LOANF ASSIGN TO LOANF
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOANF-KEY
               FILE STATUS IS WS-LOANF-STATUS.

           SELECT TDF ASSIGN TO TDF
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TDF-BANK-ACCOUNT
               FILE STATUS IS WS-TDF-STATUS.

           SELECT FUPF ASSIGN TO FUPF
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUPF-BANK-ACCOUNT
               FILE STATUS IS WS-FUPF-STATUS.

           SELECT OPIF ASSIGN TO OPIF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPIF-BANK-ACCOUNT
               FILE STATUS IS WS-OPIF-STATUS.

           SELECT REFAUD-RPT ASSIGN TO REFAUDR
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
           05  DATAF-CURRENCY         PIC X(3).

      * ONLY THE KEY MATTERS HERE (FULL LAYOUT IN JCL/PRODF.JCL)
       FD  PRODF.
       01  FS-PRODF.
           05  PRODF-CODE             PIC X(2).
           05  FILLER                 PIC X(77).

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

       FD  BALF.
       01  FS-BALF.
           05  BALF-BANK-ACCOUNT      PIC X(26).
           05  BALF-BALANCE           PIC S9(9)V99.

       FD  STANDF.
       01  FS-STANDF.
           05  STANDF-KEY.
               10  STANDF-BANK-ACCOUNT PIC X(26).
               10  STANDF-ORDER-NUM   PIC 9(2).
           05  STANDF-TARGET-ACCOUNT  PIC X(26).
           05  STANDF-AMOUNT          PIC 9(9)V99.
           05  STANDF-DAY             PIC 9(2).

       FD  ODLIMF.
       01  FS-ODLIMF.
           05  ODLIMF-BANK-ACCOUNT    PIC X(26).
           05  ODLIMF-LIMIT           PIC 9(9).

      * PERSONAL LOANS (LAYOUT IN JCL/LOANF.JCL) - THE KEY AND
      * STATUS ARE ALL THIS JOB NEEDS
       FD  LOANF.
       01  FS-LOANF.
           05  LOANF-KEY.
               10  LOANF-BANK-ACCOUNT PIC X(26).
               10  LOANF-LOAN-NUM     PIC 9(2).
           05  FILLER                 PIC X(118).
           05  LOANF-STATUS           PIC X.
               88  LOANF-ACTIVE       VALUE 'A'.
           05  LOANF-BOOKED-BY        PIC X(8).

      * TERM DEPOSITS (LAYOUT IN JCL/TDF.JCL)
       FD  TDF.
       01  FS-TDF.
           05  TDF-BANK-ACCOUNT       PIC X(26).
           05  FILLER                 PIC X(57).
           05  TDF-STATUS             PIC X.
               88  TDF-ACTIVE         VALUE 'A'.
           05  FILLER                 PIC X(46).

       FD  FUPF.
       01  FS-FUPF.
           05  FUPF-BANK-ACCOUNT      PIC X(26).
           05  FUPF-RATE              PIC X.
           05  FUPF-STATUS            PIC X.
           05  FUPF-OWNER             PIC X(8).
           05  FUPF-OPENED-TS         PIC X(15).
           05  FUPF-UPDATED-TS        PIC X(15).
           05  FUPF-OPINION           PIC X(79).

       FD  OPIF.
       01  FS-OPIF.
           05  OPIF-BANK-ACCOUNT      PIC X(26).
           05  OPIF-USER-RATE         PIC X.
           05  OPIF-USER-OPINION      PIC X(79).
           05  OPIF-TIMESTAMP         PIC X(15).

       FD  REFAUD-RPT.
       01  REFAUD-RPT-LINE            PIC X(90).

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

       01  WS-DATAF-STATUS            PIC XX.
           88  DATAF-OK               VALUE '00'.
           88  DATAF-NOTFND           VALUE '23'.

       01  WS-PRODF-STATUS            PIC XX.
           88  PRODF-OK               VALUE '00'.
           88  PRODF-NOTFND           VALUE '23'.

       01  WS-HOLDF-STATUS            PIC XX.
           88  HOLDF-OK               VALUE '00'.

       01  WS-BALF-STATUS             PIC XX.
           88  BALF-OK                VALUE '00'.

       01  WS-STANDF-STATUS           PIC XX.
           88  STANDF-OK              VALUE '00'.

       01  WS-ODLIMF-STATUS           PIC XX.
           88  ODLIMF-OK              VALUE '00'.

       01  WS-LOANF-STATUS            PIC XX.
           88  LOANF-OK               VALUE '00'.

       01  WS-TDF-STATUS              PIC XX.
           88  TDF-OK                 VALUE '00'.

       01  WS-FUPF-STATUS             PIC XX.
           88  FUPF-OK                VALUE '00'.

       01  WS-OPIF-STATUS             PIC XX.
           88  OPIF-OK                VALUE '00'.
           88  OPIF-NOTFND            VALUE '23'.

      * ONE END-OF-FILE SWITCH SERVES EVERY PASS - EACH PASS
      * RESETS IT BEFORE ITS FIRST READ
       01  WS-EOF-PASS                PIC X VALUE 'N'.
           88  EOF-PASS               VALUE 'Y'.

      * SET BY LOOKUP-DATAF-PARA FOR WS-LOOKUP-ACCOUNT
       01  WS-LOOKUP-ACCOUNT          PIC X(26).
       01  WS-LOOKUP-RESULT           PIC X VALUE SPACE.
           88  LOOKUP-OPEN            VALUE 'O'.
           88  LOOKUP-CLOSED          VALUE 'C'.
           88  LOOKUP-MISSING         VALUE 'M'.
           88  LOOKUP-ERROR           VALUE 'E'.

      * A FILE ERROR MEANS A LINK COULD NOT BE PROVED EITHER WAY
       01  WS-RUN-FAILED              PIC X VALUE 'N'.
           88  RUN-FAILED             VALUE 'Y'.

       01  WS-PRODUCT-CODE            PIC X(2).
       01  WS-EDIT-AMOUNT             PIC -(10)9.99.

       01  WS-CHECKED-COUNT           PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(7) VALUE 0.
       01  WS-SEVERE-COUNT            PIC 9(7) VALUE 0.
       01  WS-WARNING-COUNT           PIC 9(7) VALUE 0.

      * THE AUDIT RULES: SEVERITY ('S' SEVERE, 'W' WARNING) AND
      * DESCRIPTION, IN RULE-NUMBER ORDER - THE TABLE ORDER IS
      * THE RULE NUMBER PRINTED ON THE REPORT
       01  WS-RULE-VALUES.
           05  FILLER PIC X(45) VALUE
               'SDATAF PRODUCT CODE NOT ON PRODF'.
           05  FILLER PIC X(45) VALUE
               'SHOLDF HOLDER ON ACCOUNT NOT ON DATAF'.
           05  FILLER PIC X(45) VALUE
               'SBALF RECORD FOR ACCOUNT NOT ON DATAF'.
           05  FILLER PIC X(45) VALUE
               'SCLOSED ACCOUNT WITH NON-ZERO BALF BALANCE'.
           05  FILLER PIC X(45) VALUE
               'SSTANDF ORDER FOR ACCOUNT NOT ON DATAF'.
           05  FILLER PIC X(45) VALUE
               'SCLOSED ACCOUNT WITH STANDING ORDER'.
           05  FILLER PIC X(45) VALUE
               'WSTANDING ORDER TARGET CLOSED OR UNKNOWN'.
           05  FILLER PIC X(45) VALUE
               'WODLIMF LIMIT FOR ACCOUNT NOT ON DATAF'.
           05  FILLER PIC X(45) VALUE
               'WCLOSED ACCOUNT WITH OVERDRAFT LIMIT'.
           05  FILLER PIC X(45) VALUE
               'SLOANF LOAN FOR ACCOUNT NOT ON DATAF'.
           05  FILLER PIC X(45) VALUE
               'SACTIVE LOANF LOAN ON CLOSED ACCOUNT'.
           05  FILLER PIC X(45) VALUE
               'STDF DEPOSIT FOR ACCOUNT NOT ON DATAF'.
           05  FILLER PIC X(45) VALUE
               'WFUPF FOLLOW-UP CASE WITH NO OPIF OPINION'.
       01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           05  WS-RULE-ENTRY OCCURS 13 TIMES.
               10  WS-RULE-SEVERITY   PIC X.
                   88  RULE-SEVERE    VALUE 'S'.
               10  WS-RULE-DESC       PIC X(44).

       01  WS-RULE-COUNTS.
           05  WS-RULE-COUNT OCCURS 13 TIMES PIC 9(7).

       01  WS-RULE-IX                 PIC 9(2) VALUE 0.

      * THE EXCEPTION BEING REPORTED: THE RULE IN WS-RULE-IX, THE
      * ACCOUNT, AND WHAT ON THAT ACCOUNT BROKE THE RULE
       01  WS-RPT-ACCOUNT             PIC X(26).
       01  WS-RPT-LABEL               PIC X(10).
       01  WS-RPT-VALUE               PIC X(26).

       01  WS-HEADING-1 PIC X(60) VALUE
           'REFAUDB - CROSS-FILE REFERENTIAL INTEGRITY AUDIT'.

       01  WS-DATE-LINE.
           05  FILLER             PIC X(16) VALUE 'BUSINESS DAY:   '.
           05  DTL-BUS-DATE       PIC X(8).

       01  WS-HEADING-2.
           05  FILLER             PIC X(6) VALUE 'RULE'.
           05  FILLER             PIC X(5) VALUE 'SEV'.
           05  FILLER             PIC X(28) VALUE 'BANK NUM'.
           05  FILLER             PIC X(26) VALUE 'RELATED ITEM'.

       01  WS-DETAIL-LINE.
           05  DL-RULE            PIC 9(2).
           05  FILLER             PIC X(4) VALUE SPACES.
           05  DL-SEVERITY        PIC X.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  DL-BANK-NUMBER     PIC X(26).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DL-LABEL           PIC X(10).
           05  DL-VALUE           PIC X(26).

       01  WS-RULE-HEADING.
           05  FILLER             PIC X(6) VALUE 'RULE'.
           05  FILLER             PIC X(9) VALUE 'SEVERITY'.
           05  FILLER             PIC X(46) VALUE 'DESCRIPTION'.
           05  FILLER             PIC X(10) VALUE 'EXCEPTIONS'.

       01  WS-RULE-LINE.
           05  RL-RULE            PIC 9(2).
           05  FILLER             PIC X(4) VALUE SPACES.
           05  RL-SEVERITY        PIC X(7).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  RL-DESC            PIC X(44).
           05  FILLER             PIC X(5) VALUE SPACES.
           05  RL-COUNT           PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(27) VALUE
               'RECORDS CHECKED:           '.
           05  SL-CHECKED         PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER             PIC X(27) VALUE
               'SEVERE EXCEPTIONS:         '.
           05  SL2-SEVERE         PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER             PIC X(27) VALUE
               'WARNING EXCEPTIONS:        '.
           05  SL3-WARNING        PIC ZZZZZZ9.

       01  WS-FAILED-LINE PIC X(60) VALUE
           '*** FILE ERRORS - AUDIT INCOMPLETE, SEE JOB LOG ***'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'REFAUDB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           INITIALIZE WS-RULE-COUNTS

           PERFORM OPEN-FILES-PARA
           PERFORM WRITE-HEADINGS-PARA

           PERFORM AUDIT-DATAF-PARA
           PERFORM AUDIT-HOLDF-PARA
           PERFORM AUDIT-BALF-PARA
           PERFORM AUDIT-STANDF-PARA
           PERFORM AUDIT-ODLIMF-PARA
           PERFORM AUDIT-LOANF-PARA
           PERFORM AUDIT-TDF-PARA
           PERFORM AUDIT-FUPF-PARA

           PERFORM WRITE-SUMMARY-PARA
           PERFORM CLOSE-FILES-PARA

           EVALUATE TRUE
           WHEN RUN-FAILED
           WHEN WS-SEVERE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           WHEN WS-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           MOVE WS-CHECKED-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-EXCEPTION-COUNT TO WS-RUNCTL-OUT-COUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       OPEN-FILES-PARA.
           OPEN INPUT DATAF
           OPEN INPUT PRODF
           OPEN INPUT HOLDF
           OPEN INPUT BALF
           OPEN INPUT STANDF
           OPEN INPUT ODLIMF
           OPEN INPUT LOANF
           OPEN INPUT TDF
           OPEN INPUT FUPF
           OPEN INPUT OPIF
           OPEN OUTPUT REFAUD-RPT
           EXIT.

       WRITE-HEADINGS-PARA.
           MOVE WS-HEADING-1 TO REFAUD-RPT-LINE
           WRITE REFAUD-RPT-LINE
           MOVE WS-RUNCTL-BUS-DATE TO DTL-BUS-DATE
           MOVE WS-DATE-LINE TO REFAUD-RPT-LINE
           WRITE REFAUD-RPT-LINE
           MOVE SPACES TO REFAUD-RPT-LINE
           WRITE REFAUD-RPT-LINE
           MOVE WS-HEADING-2 TO REFAUD-RPT-LINE
           WRITE REFAUD-RPT-LINE
           MOVE SPACES TO REFAUD-RPT-LINE
           WRITE REFAUD-RPT-LINE
           EXIT.

      * RULE 01 - EVERY ACCOUNT'S PRODUCT MUST BE ON PRODF. A
      * BLANK CODE IS AN ACCOUNT OPENED BEFORE PRODUCTS EXISTED
      * AND COUNTS AS 'CA', SAME AS THE FEE AND INTEREST JOBS
      * TREAT IT
       AUDIT-DATAF-PARA.
           MOVE 'N' TO WS-EOF-PASS
           PERFORM READ-DATAF-NEXT-PARA
           PERFORM CHECK-DATAF-PARA
               UNTIL EOF-PASS
           EXIT.

       CHECK-DATAF-PARA.
           ADD 1 TO WS-CHECKED-COUNT

           MOVE DATAF-PRODUCT-CODE TO WS-PRODUCT-CODE
           IF WS-PRODUCT-CODE = SPACES THEN
               MOVE 'CA' TO WS-PRODUCT-CODE
           END-IF

           MOVE WS-PRODUCT-CODE TO PRODF-CODE
           READ PRODF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN PRODF-OK
               CONTINUE
           WHEN PRODF-NOTFND
               MOVE 1 TO WS-RULE-IX
               MOVE DATAF-BANK-NUMBER TO WS-RPT-ACCOUNT
               MOVE 'PRODUCT' TO WS-RPT-LABEL
               MOVE WS-PRODUCT-CODE TO WS-RPT-VALUE
               PERFORM REPORT-EXCEPTION-PARA
           WHEN OTHER
               DISPLAY 'REFAUDB: PRODF READ FAILED FOR '
                   WS-PRODUCT-CODE ' STATUS ' WS-PRODF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           END-EVALUATE

           PERFORM READ-DATAF-NEXT-PARA
           EXIT.

       READ-DATAF-NEXT-PARA.
           READ DATAF NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PASS
           END-READ
           EXIT.

      * RULE 02 - A HOLDER NAMED ON AN ACCOUNT THAT IS NOT ON
      * DATAF. A CLOSED ACCOUNT KEEPS ITS HOLDERS ON PURPOSE
       AUDIT-HOLDF-PARA.
           MOVE 'N' TO WS-EOF-PASS
           PERFORM READ-HOLDF-PARA
           PERFORM CHECK-HOLDF-PARA
               UNTIL EOF-PASS
           EXIT.

       CHECK-HOLDF-PARA.
           ADD 1 TO WS-CHECKED-COUNT

           MOVE HOLDF-BANK-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM LOOKUP-DATAF-PARA
           IF LOOKUP-MISSING THEN
               MOVE 2 TO WS-RULE-IX
               MOVE HOLDF-BANK-ACCOUNT TO WS-RPT-ACCOUNT
               MOVE 'HOLDER ID' TO WS-RPT-LABEL
               MOVE HOLDF-ID-NUM TO WS-RPT-VALUE
               PERFORM REPORT-EXCEPTION-PARA
           END-IF

           PERFORM READ-HOLDF-PARA
           EXIT.

       READ-HOLDF-PARA.
           READ HOLDF NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PASS
           END-READ
           EXIT.

      * RULES 03 AND 04 - A BALANCE FOR AN ACCOUNT NOT ON DATAF,
      * OR A NON-ZERO BALANCE LEFT ON A CLOSED ACCOUNT (MAPCLOSP
      * ONLY CLOSES AT ZERO, SO SOMETHING POSTED AFTERWARDS)
       AUDIT-BALF-PARA.
           MOVE 'N' TO WS-EOF-PASS
           PERFORM READ-BALF-PARA
           PERFORM CHECK-BALF-PARA
               UNTIL EOF-PASS
           EXIT.

       CHECK-BALF-PARA.
           ADD 1 TO WS-CHECKED-COUNT

           MOVE BALF-BANK-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM LOOKUP-DATAF-PARA

           MOVE BALF-BANK-ACCOUNT TO WS-RPT-ACCOUNT
           MOVE 'BALANCE' TO WS-RPT-LABEL
           MOVE BALF-BALANCE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-RPT-VALUE

           EVALUATE TRUE
           WHEN LOOKUP-MISSING
               MOVE 3 TO WS-RULE-IX
               PERFORM REPORT-EXCEPTION-PARA
           WHEN LOOKUP-CLOSED
               IF BALF-BALANCE NOT = 0 THEN
                   MOVE 4 TO WS-RULE-IX
                   PERFORM REPORT-EXCEPTION-PARA
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           PERFORM READ-BALF-PARA
           EXIT.

       READ-BALF-PARA.
           READ BALF NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PASS
           END-READ
           EXIT.

      * RULES 05, 06 AND 07 - A STANDING ORDER WHOSE SOURCE IS
      * NOT ON DATAF OR HAS CLOSED (STORDRB WOULD STILL DEBIT
      * IT), AND ONE WHOSE TARGET HAS CLOSED OR VANISHED (STORDRB
      * SKIPS THESE EVERY MONTH, SO THEY ONLY WARN)
       AUDIT-STANDF-PARA.
           MOVE 'N' TO WS-EOF-PASS
           PERFORM READ-STANDF-PARA
           PERFORM CHECK-STANDF-PARA
               UNTIL EOF-PASS
           EXIT.

       CHECK-STANDF-PARA.
           ADD 1 TO WS-CHECKED-COUNT

           MOVE STANDF-BANK-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM LOOKUP-DATAF-PARA

           MOVE STANDF-BANK-ACCOUNT TO WS-RPT-ACCOUNT
           MOVE 'ORDER NUM' TO WS-RPT-LABEL
           MOVE STANDF-ORDER-NUM TO WS-RPT-VALUE

           EVALUATE TRUE
           WHEN LOOKUP-MISSING
               MOVE 5 TO WS-RULE-IX
               PERFORM REPORT-EXCEPTION-PARA
           WHEN LOOKUP-CLOSED
               MOVE 6 TO WS-RULE-IX
               PERFORM REPORT-EXCEPTION-PARA
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           MOVE STANDF-TARGET-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM LOOKUP-DATAF-PARA
           IF LOOKUP-MISSING OR LOOKUP-CLOSED THEN
               MOVE 7 TO WS-RULE-IX
               MOVE 'TARGET' TO WS-RPT-LABEL
               MOVE STANDF-TARGET-ACCOUNT TO WS-RPT-VALUE
               PERFORM REPORT-EXCEPTION-PARA
           END-IF

           PERFORM READ-STANDF-PARA
           EXIT.

       READ-STANDF-PARA.
           READ STANDF NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PASS
           END-READ
           EXIT.

      * RULES 08 AND 09 - AN OVERDRAFT LIMIT FOR AN ACCOUNT NOT
      * ON DATAF, OR A NON-ZERO LIMIT STILL STANDING ON A CLOSED
      * ACCOUNT
       AUDIT-ODLIMF-PARA.
           MOVE 'N' TO WS-EOF-PASS
           PERFORM READ-ODLIMF-PARA
           PERFORM CHECK-ODLIMF-PARA
               UNTIL EOF-PASS
           EXIT.

       CHECK-ODLIMF-PARA.
           ADD 1 TO WS-CHECKED-COUNT

           MOVE ODLIMF-BANK-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM LOOKUP-DATAF-PARA

           MOVE ODLIMF-BANK-ACCOUNT TO WS-RPT-ACCOUNT
           MOVE 'LIMIT' TO WS-RPT-LABEL
           MOVE ODLIMF-LIMIT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-RPT-VALUE

           EVALUATE TRUE
           WHEN LOOKUP-MISSING
               MOVE 8 TO WS-RULE-IX
               PERFORM REPORT-EXCEPTION-PARA
           WHEN LOOKUP-CLOSED
               IF ODLIMF-LIMIT > 0 THEN
                   MOVE 9 TO WS-RULE-IX
                   PERFORM REPORT-EXCEPTION-PARA
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           PERFORM READ-ODLIMF-PARA
           EXIT.

       READ-ODLIMF-PARA.
           READ ODLIMF NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PASS
           END-READ
           EXIT.

      * RULES 10 AND 11 - A LOAN FOR AN ACCOUNT NOT ON DATAF, OR
      * AN ACTIVE LOAN ON A CLOSED ACCOUNT (MAPCLOSP REFUSES TO
      * CLOSE ONE, AND LOANCOLB WOULD PUT EVERY INSTALLMENT INTO
      * ARREARS). PAID-OFF LOANS ON CLOSED ACCOUNTS ARE HISTORY
       AUDIT-LOANF-PARA.
           MOVE 'N' TO WS-EOF-PASS
           PERFORM READ-LOANF-PARA
           PERFORM CHECK-LOANF-PARA
               UNTIL EOF-PASS
           EXIT.

       CHECK-LOANF-PARA.
           ADD 1 TO WS-CHECKED-COUNT

           MOVE LOANF-BANK-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM LOOKUP-DATAF-PARA

           MOVE LOANF-BANK-ACCOUNT TO WS-RPT-ACCOUNT
           MOVE 'LOAN NUM' TO WS-RPT-LABEL
           MOVE LOANF-LOAN-NUM TO WS-RPT-VALUE

           EVALUATE TRUE
           WHEN LOOKUP-MISSING
               MOVE 10 TO WS-RULE-IX
               PERFORM REPORT-EXCEPTION-PARA
           WHEN LOOKUP-CLOSED
               IF LOANF-ACTIVE THEN
                   MOVE 11 TO WS-RULE-IX
                   PERFORM REPORT-EXCEPTION-PARA
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           PERFORM READ-LOANF-PARA
           EXIT.

       READ-LOANF-PARA.
           READ LOANF NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PASS
           END-READ
           EXIT.

      * RULE 12 - A TERM DEPOSIT FOR AN ACCOUNT NOT ON DATAF.
      * BROKEN AND MATURED DEPOSITS STAY ON TDF AS HISTORY, SO
      * EVERY RECORD IS CHECKED WHATEVER ITS STATUS
       AUDIT-TDF-PARA.
           MOVE 'N' TO WS-EOF-PASS
           PERFORM READ-TDF-PARA
           PERFORM CHECK-TDF-PARA
               UNTIL EOF-PASS
           EXIT.

       CHECK-TDF-PARA.
           ADD 1 TO WS-CHECKED-COUNT

           MOVE TDF-BANK-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM LOOKUP-DATAF-PARA
           IF LOOKUP-MISSING THEN
               MOVE 12 TO WS-RULE-IX
               MOVE TDF-BANK-ACCOUNT TO WS-RPT-ACCOUNT
               MOVE 'TD STATUS' TO WS-RPT-LABEL
               MOVE TDF-STATUS TO WS-RPT-VALUE
               PERFORM REPORT-EXCEPTION-PARA
           END-IF

           PERFORM READ-TDF-PARA
           EXIT.

       READ-TDF-PARA.
           READ TDF NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PASS
           END-READ
           EXIT.

      * RULE 13 - A FOLLOW-UP CASE WHOSE OPIF OPINION HAS GONE.
      * FUPGENB OPENS CASES FROM OPIF, SO THE CASE IS WORKING A
      * COMPLAINT NOBODY CAN READ ANY MORE
       AUDIT-FUPF-PARA.
           MOVE 'N' TO WS-EOF-PASS
           PERFORM READ-FUPF-PARA
           PERFORM CHECK-FUPF-PARA
               UNTIL EOF-PASS
           EXIT.

       CHECK-FUPF-PARA.
           ADD 1 TO WS-CHECKED-COUNT

           MOVE FUPF-BANK-ACCOUNT TO OPIF-BANK-ACCOUNT
           READ OPIF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN OPIF-OK
               CONTINUE
           WHEN OPIF-NOTFND
               MOVE 13 TO WS-RULE-IX
               MOVE FUPF-BANK-ACCOUNT TO WS-RPT-ACCOUNT
               MOVE 'CASE STAT' TO WS-RPT-LABEL
               MOVE FUPF-STATUS TO WS-RPT-VALUE
               PERFORM REPORT-EXCEPTION-PARA
           WHEN OTHER
               DISPLAY 'REFAUDB: OPIF READ FAILED FOR '
                   FUPF-BANK-ACCOUNT ' STATUS ' WS-OPIF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           END-EVALUATE

           PERFORM READ-FUPF-PARA
           EXIT.

       READ-FUPF-PARA.
           READ FUPF NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PASS
           END-READ
           EXIT.

       LOOKUP-DATAF-PARA.
      * OPEN, CLOSED OR MISSING FOR WS-LOOKUP-ACCOUNT. ANY OTHER
      * STATUS FAILS THE RUN AND IS REPORTED AS NEITHER

           MOVE WS-LOOKUP-ACCOUNT TO DATAF-BANK-NUMBER
           READ DATAF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN DATAF-OK
               IF DATAF-ACCT-CLOSED THEN
                   MOVE 'C' TO WS-LOOKUP-RESULT
               ELSE
                   MOVE 'O' TO WS-LOOKUP-RESULT
               END-IF
           WHEN DATAF-NOTFND
               MOVE 'M' TO WS-LOOKUP-RESULT
           WHEN OTHER
               DISPLAY 'REFAUDB: DATAF READ FAILED FOR '
                   WS-LOOKUP-ACCOUNT ' STATUS ' WS-DATAF-STATUS
               MOVE 'E' TO WS-LOOKUP-RESULT
               MOVE 'Y' TO WS-RUN-FAILED
           END-EVALUATE
           EXIT.

       REPORT-EXCEPTION-PARA.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD 1 TO WS-RULE-COUNT(WS-RULE-IX)
           IF RULE-SEVERE(WS-RULE-IX) THEN
               ADD 1 TO WS-SEVERE-COUNT
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF

           MOVE WS-RULE-IX TO DL-RULE
           MOVE WS-RULE-SEVERITY(WS-RULE-IX) TO DL-SEVERITY
           MOVE WS-RPT-ACCOUNT TO DL-BANK-NUMBER
           MOVE WS-RPT-LABEL TO DL-LABEL
           MOVE WS-RPT-VALUE TO DL-VALUE
           MOVE WS-DETAIL-LINE TO REFAUD-RPT-LINE
           WRITE REFAUD-RPT-LINE
           EXIT.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO REFAUD-RPT-LINE
           WRITE REFAUD-RPT-LINE
           MOVE WS-RULE-HEADING TO REFAUD-RPT-LINE
           WRITE REFAUD-RPT-LINE

           PERFORM WRITE-RULE-LINE-PARA
               VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > 13

           MOVE SPACES TO REFAUD-RPT-LINE
           WRITE REFAUD-RPT-LINE

           MOVE WS-CHECKED-COUNT TO SL-CHECKED
           MOVE WS-SUMMARY-LINE TO REFAUD-RPT-LINE
           WRITE REFAUD-RPT-LINE

           MOVE WS-SEVERE-COUNT TO SL2-SEVERE
           MOVE WS-SUMMARY-LINE-2 TO REFAUD-RPT-LINE
           WRITE REFAUD-RPT-LINE

           MOVE WS-WARNING-COUNT TO SL3-WARNING
           MOVE WS-SUMMARY-LINE-3 TO REFAUD-RPT-LINE
           WRITE REFAUD-RPT-LINE

           IF RUN-FAILED THEN
               MOVE WS-FAILED-LINE TO REFAUD-RPT-LINE
               WRITE REFAUD-RPT-LINE
           END-IF

           DISPLAY 'REFAUDB: CHECKED ' WS-CHECKED-COUNT
               ' RECORD(S), ' WS-SEVERE-COUNT ' SEVERE AND '
               WS-WARNING-COUNT ' WARNING EXCEPTION(S)'
           EXIT.

       WRITE-RULE-LINE-PARA.
           MOVE WS-RULE-IX TO RL-RULE
           IF RULE-SEVERE(WS-RULE-IX) THEN
               MOVE 'SEVERE' TO RL-SEVERITY
           ELSE
               MOVE 'WARNING' TO RL-SEVERITY
           END-IF
           MOVE WS-RULE-DESC(WS-RULE-IX) TO RL-DESC
           MOVE WS-RULE-COUNT(WS-RULE-IX) TO RL-COUNT
           MOVE WS-RULE-LINE TO REFAUD-RPT-LINE
           WRITE REFAUD-RPT-LINE
           EXIT.

       CLOSE-FILES-PARA.
           CLOSE DATAF
           CLOSE PRODF
           CLOSE HOLDF
           CLOSE BALF
           CLOSE STANDF
           CLOSE ODLIMF
           CLOSE LOANF
           CLOSE TDF
           CLOSE FUPF
           CLOSE OPIF
           CLOSE REFAUD-RPT
           EXIT.

           COPY RUNCTLP.
