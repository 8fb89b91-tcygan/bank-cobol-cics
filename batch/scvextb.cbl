       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCVEXTB.

      * DEPOSIT-GUARANTEE SINGLE CUSTOMER VIEW (SCV) EXTRACT
      *
      * THE DEPOSIT-GUARANTEE SCHEME CAN ASK, AT ANY TIME, FOR
      * EVERY DEPOSITOR'S TOTAL DEPOSITS AND HOW MUCH OF THEM THE
      * SCHEME INSURES. DEPOSITS ARE INSURED PER PERSON, NOT PER
      * ACCOUNT, AND WITH HOLDF JOINT ACCOUNTS NO FILE OF OURS
      * SHOWS ANY ONE PERSON'S POSITION. THIS JOB BUILDS IT:
      * EVERY ACCOUNT'S BALANCE AS AT THE CLOSE OF A NAMED
      * BUSINESS DAY, SPLIT ACROSS ITS HOLDERS, GATHERED BY
      * CUSTOMER ID NUMBER, WITH THE INSURED CAP APPLIED
      *
      * BALANCES: BALF HOLDS THE BALANCE NOW, SO THE RUN BACKS
      * OUT EVERY TRANF ROW POSTED TO A LATER BUSINESS DAY THAN
      * THE AS-AT DATE (THE SAME SIGNED EFFECT TRECONCB REPLAYS:
      * 'D'/'F'/'I' ADD, 'W'/'T' SUBTRACT, EVERYTHING ELSE CARRIES
      * ITS SIGN IN THE AMOUNT). TODAY'S RUN BACKS OUT NOTHING
      * BUT POSTINGS ALREADY DATED TO THE NEXT BUSINESS DAY; A
      * RERUN FOR A REGULATOR'S TEST DATE BACKS OUT EVERYTHING
      * SINCE. THE LATER ROWS ARE READ FROM THE LIVE TRANF AND
      * FROM THE TRNARCH ARCHIVE EXTRACT(S) AS INTTAXB DOES, SO AN
      * AS-AT DATE BEFORE A TRARCHB CUTOFF STILL COMES OUT RIGHT
      * AS LONG AS THE GENERATIONS SINCE IT ARE CONCATENATED. AN
      * ACCOUNT WHOSE AS-AT BALANCE IS ZERO IS LEFT OUT
      *
      * CURRENCY: THE CAP IS IN THE HOME CURRENCY (PLN), SO A
      * FOREIGN-CURRENCY BALANCE IS CONVERTED AT ITS RATEF RATE.
      * RATEF ONLY KEEPS THE LATEST RATE - A RATE NOT DATED THE
      * AS-AT DATE IS STILL USED, BUT COUNTED AND FLAGGED (RC=4)
      *
      * HOLDERS: THE HOME-CURRENCY BALANCE IS SPLIT EQUALLY
      * ACROSS THE ACCOUNT'S HOLDF HOLDERS, ANY CENT LEFT OVER TO
      * THE FIRST HOLDER, AND AN ACCOUNT WITH NO HOLDF RECORD
      * BELONGS TO ITS DATAF CUSTOMER ALONE - THE INTTAXB RULES,
      * NAME AND ADDRESS INCLUDED. A CUSTOMER'S OVERDRAWN SHARES
      * ARE NETTED OFF AGAINST THEIR CREDIT SHARES; THE NET (NOT
      * LESS THAN ZERO) IS INSURED UP TO THE CAP ON THE LIMITF
      * 'DGSCAP' RECORD AND THE REST IS UNINSURED
      *
      * SCVOUT RECORD (152 BYTES, TYPE IN COLUMN 1):
      *   'H' HEADER   - AS-AT DATE YYYYMMDD, PRODUCED DATE
      *                  YYYYMMDD, HOME CURRENCY X(3), INSURED CAP
      *                  9(9)
      *   'C' CUSTOMER - ID NUMBER X(11), SURNAME X(20), NAME
      *                  X(20), ADDRESS X(45), ACCOUNT COUNT 9(3),
      *                  THEN FOUR 13-DIGIT HOME-CURRENCY AMOUNTS
      *                  WITH TWO IMPLIED DECIMALS: CREDIT SHARES,
      *                  OVERDRAWN SHARES NETTED OFF, INSURED,
      *                  UNINSURED
      *   'A' ACCOUNT  - ONE PER ACCOUNT OF THE CUSTOMER BEFORE IT:
      *                  ID NUMBER X(11), BANK ACCOUNT X(26),
      *                  PRODUCT X(2), CURRENCY X(3), HOLDERS 9(2),
      *                  THEN THREE 'C'/'D' (CREDIT / OVERDRAWN)
      *                  INDICATOR + AMOUNT PAIRS: AS-AT BALANCE
      *                  9(9)V99 IN THE ACCOUNT CURRENCY, THE SAME
      *                  IN THE HOME CURRENCY 9(11)V99, AND THE
      *                  CUSTOMER'S SHARE OF IT 9(11)V99
      *   'T' TRAILER  - CUSTOMER COUNT 9(9), ACCOUNT RECORD COUNT
      *                  9(9), THEN THE FOUR CUSTOMER AMOUNTS
      *                  TOTALLED, EACH 9(13)V99
      * THE TRAILER AND THE SCVEXTR SUMMARY CARRY THE SAME COUNTS
      * AND TOTALS SO THE FILE CAN BE PROVED COMPLETE
      *
      * SYSIN IS ONE CARD: THE AS-AT BUSINESS DATE YYYYMMDD, OR
      * BLANK FOR THE BUSINESS DATE ON BUSDATE. A NON-NUMERIC
      * DATE, OR NO 'DGSCAP' CAP (OR A ZERO ONE) ON LIMITF, ENDS
      * RC=16. AN ACCOUNT NOBODY CAN BE NAMED FOR, A CURRENCY
      * WITH NO RATE, MORE HOLDERS OR ACCOUNTS THAN THE TABLES
      * HOLD, AN UNREADABLE ARCHIVE OR AN SCVOUT WRITE FAILURE
      * ENDS RC=8 - DO NOT SEND THE OUTPUT OF SUCH A RUN

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL.

           SELECT LIMITF ASSIGN TO LIMITF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIMITF-ID
               FILE STATUS IS WS-LIMITF-STATUS.

           SELECT TRANF ASSIGN TO TRANF
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRANF-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT TRANF-ARCH ASSIGN TO TRNARCH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT BALF ASSIGN TO BALF
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BALF-BANK-ACCOUNT
               FILE STATUS IS WS-BALF-STATUS.

           SELECT DATAF ASSIGN TO DATAF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DATAF-BANK-NUMBER
               FILE STATUS IS WS-DATAF-STATUS.

           SELECT HOLDF ASSIGN TO HOLDF
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLDF-KEY
               FILE STATUS IS WS-HOLDF-STATUS.

           SELECT RATEF ASSIGN TO RATEF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RATEF-CURRENCY
               FILE STATUS IS WS-RATEF-STATUS.

           SELECT ADJ-WORK ASSIGN TO ADJWORK
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT SCVOUT ASSIGN TO SCVOUT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCVOUT-STATUS.

           SELECT SCVEXT-RPT ASSIGN TO SCVEXTR
               ORGANIZATION LINE SEQUENTIAL.

           SELECT SORT-ADJ ASSIGN TO SORTWK01.

           SELECT SORT-SHARES ASSIGN TO SORTWK01.

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
           05  PARM-AS-AT-DATE        PIC X(8).

      * THE 'DGSCAP' RECORD: INSURED CAP PER DEPOSITOR IN WHOLE
      * HOME-CURRENCY UNITS, THEN THREE UNUSED SLOTS (SEE
      * JCL/LIMITF.JCL)
       FD  LIMITF.
       01  FS-LIMITF.
           05  LIMITF-ID              PIC X(8).
           05  LIMITF-INSURED-CAP     PIC 9(9).
           05  FILLER                 PIC 9(9).
           05  FILLER                 PIC 9(9).
           05  FILLER                 PIC 9(9).

       FD  TRANF.
       01  FS-TRANF.
           05  TRANF-KEY.
               10  TRANF-BANK-ACCOUNT PIC X(26).
               10  TRANF-TIMESTAMP    PIC X(15).
               10  TRANF-SEQ          PIC 9(3).
           05  TRANF-TYPE             PIC X.
           05  TRANF-AMOUNT           PIC S9(9)V99.
           05  TRANF-BALANCE-AFTER    PIC S9(9)V99.
           05  TRANF-ORIG-KEY         PIC X(44).
           05  TRANF-TERMINAL         PIC X(4).
      * BUSINESS DAY THE POSTING BELONGS TO (YYYYMMDD)
           05  TRANF-POST-DATE        PIC X(8).
           05  TRANF-FX-CURRENCY      PIC X(3).
           05  TRANF-FX-AMOUNT        PIC S9(9)V99.
           05  TRANF-FX-RATE          PIC 9(5)V9(6).

       FD  TRANF-ARCH.
       01  FS-TRANF-ARCH.
           05  ARCH-KEY.
               10  ARCH-BANK-ACCOUNT  PIC X(26).
               10  ARCH-TIMESTAMP     PIC X(15).
               10  ARCH-SEQ           PIC 9(3).
           05  ARCH-TYPE              PIC X.
           05  ARCH-AMOUNT            PIC S9(9)V99.
           05  ARCH-BALANCE-AFTER     PIC S9(9)V99.
           05  ARCH-ORIG-KEY          PIC X(44).
           05  ARCH-TERMINAL          PIC X(4).
           05  ARCH-POST-DATE         PIC X(8).
           05  ARCH-FX-CURRENCY       PIC X(3).
           05  ARCH-FX-AMOUNT         PIC S9(9)V99.
           05  ARCH-FX-RATE           PIC 9(5)V9(6).

       FD  BALF.
       01  FS-BALF.
           05  BALF-BANK-ACCOUNT      PIC X(26).
           05  BALF-BALANCE           PIC S9(9)V99.

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

      * HOME-CURRENCY UNITS PER ONE UNIT OF THE CURRENCY (SEE
      * JCL/RATEF.JCL)
       FD  RATEF.
       01  FS-RATEF.
           05  RATEF-CURRENCY         PIC X(3).
           05  RATEF-RATE-DATE        PIC X(8).
           05  RATEF-RATE             PIC 9(5)V9(6).

      * THE SIGNED EFFECT OF EVERY ROW POSTED AFTER THE AS-AT
      * DATE, IN ACCOUNT ORDER AS GIVEN BY THE FIRST SORT
       FD  ADJ-WORK.
       01  FS-ADJ-WORK.
           05  AW-BANK-ACCOUNT        PIC X(26).
           05  AW-AMOUNT              PIC S9(9)V99.

       FD  SCVOUT.
       01  FS-SCVOUT.
           05  SCVOUT-REC-TYPE        PIC X.
           05  SCVOUT-CUSTOMER.
               10  SCVOUT-ID-NUM      PIC X(11).
               10  SCVOUT-SURNAME     PIC X(20).
               10  SCVOUT-NAME        PIC X(20).
               10  SCVOUT-ADRESS      PIC X(45).
               10  SCVOUT-ACCOUNTS    PIC 9(3).
               10  SCVOUT-DEPOSITS    PIC 9(11)V99.
               10  SCVOUT-OVERDRAWN   PIC 9(11)V99.
               10  SCVOUT-INSURED     PIC 9(11)V99.
               10  SCVOUT-UNINSURED   PIC 9(11)V99.
           05  SCVOUT-HEADER REDEFINES SCVOUT-CUSTOMER.
               10  SCVOUT-AS-AT-DATE  PIC X(8).
               10  SCVOUT-PRODUCED    PIC X(8).
               10  SCVOUT-HOME-CURRENCY PIC X(3).
               10  SCVOUT-CAP         PIC 9(9).
               10  FILLER             PIC X(123).
           05  SCVOUT-ACCOUNT REDEFINES SCVOUT-CUSTOMER.
               10  SCVOUT-ACC-ID-NUM  PIC X(11).
               10  SCVOUT-BANK-ACCOUNT PIC X(26).
               10  SCVOUT-PRODUCT     PIC X(2).
               10  SCVOUT-CURRENCY    PIC X(3).
               10  SCVOUT-HOLDERS     PIC 9(2).
               10  SCVOUT-BAL-DR-CR   PIC X.
               10  SCVOUT-BALANCE     PIC 9(9)V99.
               10  SCVOUT-HOME-DR-CR  PIC X.
               10  SCVOUT-HOME-BALANCE PIC 9(11)V99.
               10  SCVOUT-SHARE-DR-CR PIC X.
               10  SCVOUT-SHARE       PIC 9(11)V99.
               10  FILLER             PIC X(67).
           05  SCVOUT-TRAILER REDEFINES SCVOUT-CUSTOMER.
               10  SCVOUT-CUS-COUNT   PIC 9(9).
               10  SCVOUT-ACC-COUNT   PIC 9(9).
               10  SCVOUT-DEP-TOTAL   PIC 9(13)V99.
               10  SCVOUT-OD-TOTAL    PIC 9(13)V99.
               10  SCVOUT-INS-TOTAL   PIC 9(13)V99.
               10  SCVOUT-UNINS-TOTAL PIC 9(13)V99.
               10  FILLER             PIC X(73).

       FD  SCVEXT-RPT.
       01  SCVEXT-RPT-LINE            PIC X(90).

       SD  SORT-ADJ.
       01  SORT-ADJ-REC.
           05  SA-BANK-ACCOUNT        PIC X(26).
           05  SA-AMOUNT              PIC S9(9)V99.

      * ONE HOLDER'S SHARE OF ONE ACCOUNT'S AS-AT BALANCE
       SD  SORT-SHARES.
       01  SORT-SHARE-REC.
           05  SH-ID-NUM              PIC X(11).
           05  SH-BANK-ACCOUNT        PIC X(26).
           05  SH-NAME                PIC X(20).
           05  SH-SURNAME             PIC X(20).
           05  SH-ADRESS              PIC X(45).
           05  SH-PRODUCT             PIC X(2).
           05  SH-CURRENCY            PIC X(3).
           05  SH-HOLDERS             PIC 9(2).
           05  SH-BALANCE             PIC S9(9)V99.
           05  SH-HOME-BALANCE        PIC S9(11)V99.
           05  SH-SHARE               PIC S9(11)V99.

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

       01  WS-LIMITF-STATUS           PIC XX.
           88  LIMITF-OK              VALUE '00'.

       01  WS-TRANF-STATUS            PIC XX.
           88  TRANF-OK               VALUE '00'.

       01  WS-ARCH-STATUS             PIC XX.
           88  ARCH-OK                VALUE '00'.

       01  WS-BALF-STATUS             PIC XX.
           88  BALF-OK                VALUE '00'.

       01  WS-DATAF-STATUS            PIC XX.
           88  DATAF-OK               VALUE '00'.

       01  WS-HOLDF-STATUS            PIC XX.
           88  HOLDF-OK               VALUE '00'.

       01  WS-RATEF-STATUS            PIC XX.
           88  RATEF-OK               VALUE '00'.

       01  WS-WORK-STATUS             PIC XX.
           88  WORK-OK                VALUE '00'.

       01  WS-SCVOUT-STATUS           PIC XX.
           88  SCVOUT-OK              VALUE '00'.

       01  WS-EOF-PARM                PIC X VALUE 'N'.
           88  EOF-PARM               VALUE 'Y'.

       01  WS-EOF-TRANF               PIC X VALUE 'N'.
           88  EOF-TRANF              VALUE 'Y'.

       01  WS-EOF-ARCH                PIC X VALUE 'N'.
           88  EOF-ARCH               VALUE 'Y'.

       01  WS-EOF-SHARES              PIC X VALUE 'N'.
           88  EOF-SHARES             VALUE 'Y'.

       01  WS-HOLDF-DONE              PIC X VALUE 'N'.
           88  HOLDF-DONE             VALUE 'Y'.

       01  WS-RUN-FAILED              PIC X VALUE 'N'.
           88  RUN-FAILED             VALUE 'Y'.

      * CLEARED BY ANY CHECK THAT KEEPS THE ACCOUNT IN HAND OUT
      * OF THE VIEW
       01  WS-ACCOUNT-OK              PIC X VALUE 'Y'.
           88  ACCOUNT-OK             VALUE 'Y'.

       01  WS-AS-AT-DATE              PIC X(8) VALUE SPACES.
       01  WS-PRODUCED-DATE           PIC 9(8) VALUE 0.
       01  WS-HOME-CURRENCY           PIC X(3) VALUE 'PLN'.
       01  WS-INSURED-CAP             PIC 9(9) VALUE 0.

      * MERGE KEYS FOR BALF AND ADJWORK - HIGH-VALUES ONCE THE
      * FILE IS EXHAUSTED, SO THE OTHER FILE ALWAYS SORTS LOWER
       01  WS-BALF-KEY                PIC X(26).
       01  WS-ADJ-KEY                 PIC X(26).

      * THE ACCOUNT IN HAND: ITS AS-AT BALANCE IN ITS OWN AND IN
      * THE HOME CURRENCY
       01  WS-ACCT-ACCOUNT            PIC X(26) VALUE SPACES.
       01  WS-ACCT-BALANCE            PIC S9(11)V99 VALUE 0.
       01  WS-ACCT-HOME               PIC S9(11)V99 VALUE 0.
       01  WS-ACCT-CURRENCY           PIC X(3).
       01  WS-ACCT-PRODUCT            PIC X(2).

      * HOLDERS OF THE ACCOUNT IN HAND
       01  WS-HOLDER-COUNT            PIC 9(2) VALUE 0.
       01  WS-HOLDER-SUB              PIC 9(2) VALUE 0.
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER-ENTRY OCCURS 10 TIMES.
               10  WS-HOLDER-ID-NUM   PIC X(11).
               10  WS-HOLDER-NAME     PIC X(20).
               10  WS-HOLDER-SURNAME  PIC X(20).
       01  WS-ACCT-ADRESS             PIC X(45).
       01  WS-SHARE                   PIC S9(11)V99 VALUE 0.
       01  WS-REMAINDER               PIC S9(11)V99 VALUE 0.

      * THE CUSTOMER IN HAND WHILE THE SHARES COME BACK. THE
      * ACCOUNT RECORDS FOLLOW THE CUSTOMER RECORD ON SCVOUT, SO
      * THEY ARE HELD HERE UNTIL THE CUSTOMER'S TOTALS ARE KNOWN
       01  WS-CUS-ID-NUM              PIC X(11) VALUE SPACES.
       01  WS-CUS-NAME                PIC X(20).
       01  WS-CUS-SURNAME             PIC X(20).
       01  WS-CUS-ADRESS              PIC X(45).
       01  WS-CUS-ACCOUNTS            PIC 9(3) VALUE 0.
       01  WS-CUS-DEPOSITS            PIC S9(11)V99 VALUE 0.
       01  WS-CUS-OVERDRAWN           PIC S9(11)V99 VALUE 0.
       01  WS-CUS-NET                 PIC S9(11)V99 VALUE 0.
       01  WS-CUS-INSURED             PIC S9(11)V99 VALUE 0.
       01  WS-CUS-UNINSURED           PIC S9(11)V99 VALUE 0.
       01  WS-CUS-SUB                 PIC 9(3) VALUE 0.
       01  WS-CUS-ACCT-TABLE.
           05  WS-CUS-ACCT-ENTRY OCCURS 100 TIMES.
               10  WS-CA-BANK-ACCOUNT PIC X(26).
               10  WS-CA-PRODUCT      PIC X(2).
               10  WS-CA-CURRENCY     PIC X(3).
               10  WS-CA-HOLDERS      PIC 9(2).
               10  WS-CA-BALANCE      PIC S9(9)V99.
               10  WS-CA-HOME-BALANCE PIC S9(11)V99.
               10  WS-CA-SHARE        PIC S9(11)V99.

       01  WS-TRANF-READ-COUNT        PIC 9(7) VALUE 0.
       01  WS-ARCH-READ-COUNT         PIC 9(7) VALUE 0.
       01  WS-LATER-COUNT             PIC 9(7) VALUE 0.
       01  WS-BALF-READ-COUNT         PIC 9(7) VALUE 0.
       01  WS-ZERO-COUNT              PIC 9(7) VALUE 0.
       01  WS-ACCOUNT-COUNT           PIC 9(7) VALUE 0.
       01  WS-EXCLUDED-COUNT          PIC 9(7) VALUE 0.
       01  WS-JOINT-COUNT             PIC 9(7) VALUE 0.
       01  WS-FOREIGN-COUNT           PIC 9(7) VALUE 0.
       01  WS-STALE-RATE-COUNT        PIC 9(7) VALUE 0.
       01  WS-CUSTOMER-COUNT          PIC 9(7) VALUE 0.
       01  WS-ACC-REC-COUNT           PIC 9(7) VALUE 0.
       01  WS-OVER-CAP-COUNT          PIC 9(7) VALUE 0.
       01  WS-DEPOSITS-HASH           PIC 9(13)V99 VALUE 0.
       01  WS-OVERDRAWN-HASH          PIC 9(13)V99 VALUE 0.
       01  WS-INSURED-HASH            PIC 9(13)V99 VALUE 0.
       01  WS-UNINSURED-HASH          PIC 9(13)V99 VALUE 0.

       01  WS-HEADING-1 PIC X(60) VALUE
           'SCVEXTB - DEPOSIT-GUARANTEE SINGLE CUSTOMER VIEW'.

       01  WS-DATE-LINE.
           05  FILLER             PIC X(16) VALUE 'AS AT CLOSE OF: '.
           05  DTL-AS-AT-DATE     PIC X(8).
           05  FILLER             PIC X(14) VALUE '   PRODUCED:  '.
           05  DTL-PRODUCED       PIC 9(8).

       01  WS-CAP-LINE.
           05  FILLER             PIC X(27) VALUE
               'INSURED CAP PER DEPOSITOR: '.
           05  CL-CAP             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  CL-CURRENCY        PIC X(3).

       01  WS-SUMMARY-LINE-1.
           05  FILLER             PIC X(27) VALUE
               'BALF RECORDS READ:         '.
           05  SL1-COUNT          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER             PIC X(27) VALUE
               'LATER POSTINGS BACKED OUT: '.
           05  SL2-COUNT          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER             PIC X(27) VALUE
               'ZERO BALANCES LEFT OUT:    '.
           05  SL3-COUNT          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER             PIC X(27) VALUE
               'ACCOUNTS IN THE VIEW:      '.
           05  SL4-COUNT          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER             PIC X(27) VALUE
               '  JOINT ACCOUNTS SPLIT:    '.
           05  SL5-COUNT          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER             PIC X(27) VALUE
               '  FOREIGN CURRENCY:        '.
           05  SL6-COUNT          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-7.
           05  FILLER             PIC X(27) VALUE
               '  AT A RATE NOT OF AS-AT:  '.
           05  SL7-COUNT          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-8.
           05  FILLER             PIC X(27) VALUE
               'ACCOUNTS LEFT OUT IN ERROR:'.
           05  SL8-COUNT          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-9.
           05  FILLER             PIC X(27) VALUE
               'DEPOSITORS:                '.
           05  SL9-COUNT          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-10.
           05  FILLER             PIC X(27) VALUE
               '  OVER THE INSURED CAP:    '.
           05  SL10-COUNT         PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-11.
           05  FILLER             PIC X(27) VALUE
               'ACCOUNT RECORDS WRITTEN:   '.
           05  SL11-COUNT         PIC ZZZZZZ9.

       01  WS-AMOUNT-LINE.
           05  AL-NAME            PIC X(27).
           05  AL-AMOUNT          PIC Z(12)9.99.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  AL-CURRENCY        PIC X(3).

       01  WS-FAILED-LINE PIC X(60) VALUE
           '*** RUN INCOMPLETE - DO NOT SEND, SEE JOB LOG ***'.

       01  WS-STALE-LINE PIC X(60) VALUE
           '*** FOREIGN BALANCES CONVERTED AT A LATER RATE ***'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'SCVEXTB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF EOF-PARM OR PARM-AS-AT-DATE = SPACES THEN
               MOVE WS-RUNCTL-BUS-DATE TO WS-AS-AT-DATE
           ELSE
               MOVE PARM-AS-AT-DATE TO WS-AS-AT-DATE
           END-IF

           IF WS-AS-AT-DATE IS NOT NUMERIC OR
              WS-AS-AT-DATE = '00000000' THEN
               DISPLAY 'SCVEXTB: INVALID SYSIN AS-AT DATE, OR NO '
                   'BUSINESS DATE ON BUSDATE'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           PERFORM READ-CAP-PARA

           IF WS-INSURED-CAP = 0 THEN
               DISPLAY 'SCVEXTB: NO LIMITF DGSCAP RECORD OR A ZERO'
                   ' CAP - FIX THE LIMITS FILE AND RERUN'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           ACCEPT WS-PRODUCED-DATE FROM DATE YYYYMMDD

           SORT SORT-ADJ ON ASCENDING KEY SA-BANK-ACCOUNT
               INPUT PROCEDURE IS SELECT-LATER-ROWS-PARA
               GIVING ADJ-WORK

           OPEN OUTPUT SCVOUT
           OPEN INPUT DATAF
           OPEN INPUT HOLDF
           OPEN INPUT RATEF

           PERFORM WRITE-SCV-HEADER-PARA

           SORT SORT-SHARES ON ASCENDING KEY SH-ID-NUM
                                             SH-BANK-ACCOUNT
               INPUT PROCEDURE IS SPLIT-ACCOUNTS-PARA
               OUTPUT PROCEDURE IS WRITE-CUSTOMERS-PARA

           PERFORM WRITE-SCV-TRAILER-PARA

           CLOSE SCVOUT
           CLOSE DATAF
           CLOSE HOLDF
           CLOSE RATEF

           PERFORM WRITE-REPORT-PARA

           DISPLAY 'SCVEXTB: ' WS-CUSTOMER-COUNT
               ' DEPOSITOR(S) FROM ' WS-ACCOUNT-COUNT
               ' ACCOUNT(S) AS AT ' WS-AS-AT-DATE

           EVALUATE TRUE
           WHEN RUN-FAILED
               MOVE 8 TO RETURN-CODE
           WHEN WS-STALE-RATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           MOVE WS-ACCOUNT-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-CUSTOMER-COUNT TO WS-RUNCTL-OUT-COUNT
           MOVE WS-INSURED-HASH TO WS-RUNCTL-AMOUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
           OPEN INPUT PARM-IN
           READ PARM-IN
               AT END MOVE 'Y' TO WS-EOF-PARM
           END-READ
           CLOSE PARM-IN
           EXIT.

       READ-CAP-PARA.
           OPEN INPUT LIMITF
           MOVE 'DGSCAP' TO LIMITF-ID
           READ LIMITF
               INVALID KEY CONTINUE
           END-READ
           IF LIMITF-OK THEN
               MOVE LIMITF-INSURED-CAP TO WS-INSURED-CAP
           END-IF
           CLOSE LIMITF
           EXIT.

       SELECT-LATER-ROWS-PARA.
      * RELEASE THE SIGNED EFFECT OF EVERY ROW POSTED TO A LATER
      * BUSINESS DAY THAN THE AS-AT DATE, FROM THE LIVE JOURNAL
      * AND THE ARCHIVE. A ROW WITH NO POST DATE PREDATES THE
      * BUSINESS DATE ITSELF AND IS NEVER LATER

           OPEN INPUT TRANF
           PERFORM SCAN-TRANF-PARA
               UNTIL EOF-TRANF
           CLOSE TRANF

           OPEN INPUT TRANF-ARCH
           IF ARCH-OK THEN
               PERFORM SCAN-ARCHIVE-PARA
                   UNTIL EOF-ARCH
               CLOSE TRANF-ARCH
           ELSE
               DISPLAY 'SCVEXTB: OPEN TRNARCH FAILED, STATUS '
                   WS-ARCH-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF
           EXIT.

       SCAN-TRANF-PARA.
           READ TRANF NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-TRANF
           END-READ

           IF NOT EOF-TRANF THEN
               ADD 1 TO WS-TRANF-READ-COUNT
               IF TRANF-POST-DATE NOT = SPACES AND
                  TRANF-POST-DATE > WS-AS-AT-DATE THEN
                   MOVE TRANF-BANK-ACCOUNT TO SA-BANK-ACCOUNT
                   IF TRANF-TYPE = 'W' OR TRANF-TYPE = 'T' THEN
                       COMPUTE SA-AMOUNT = 0 - TRANF-AMOUNT
                   ELSE
                       MOVE TRANF-AMOUNT TO SA-AMOUNT
                   END-IF
                   ADD 1 TO WS-LATER-COUNT
                   RELEASE SORT-ADJ-REC
               END-IF
           END-IF
           EXIT.

       SCAN-ARCHIVE-PARA.
           READ TRANF-ARCH
               AT END MOVE 'Y' TO WS-EOF-ARCH
           END-READ

           IF NOT EOF-ARCH THEN
               IF NOT ARCH-OK THEN
                   DISPLAY 'SCVEXTB: TRNARCH READ FAILED, STATUS '
                       WS-ARCH-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED
                   MOVE 'Y' TO WS-EOF-ARCH
               ELSE
                   ADD 1 TO WS-ARCH-READ-COUNT
                   IF ARCH-POST-DATE NOT = SPACES AND
                      ARCH-POST-DATE > WS-AS-AT-DATE THEN
                       MOVE ARCH-BANK-ACCOUNT TO SA-BANK-ACCOUNT
                       IF ARCH-TYPE = 'W' OR ARCH-TYPE = 'T' THEN
                           COMPUTE SA-AMOUNT = 0 - ARCH-AMOUNT
                       ELSE
                           MOVE ARCH-AMOUNT TO SA-AMOUNT
                       END-IF
                       ADD 1 TO WS-LATER-COUNT
                       RELEASE SORT-ADJ-REC
                   END-IF
               END-IF
           END-IF
           EXIT.

       SPLIT-ACCOUNTS-PARA.
      * MATCH BALF AGAINST THE LATER POSTINGS IN ACCOUNT ORDER.
      * AN ACCOUNT ON EITHER FILE GETS ITS AS-AT BALANCE (NO BALF
      * RECORD IS A ZERO BALANCE NOW) AND ITS HOLDERS' SHARES ARE
      * RELEASED

           OPEN INPUT BALF
           OPEN INPUT ADJ-WORK

           PERFORM READ-BALF-PARA
           PERFORM READ-ADJ-PARA

           PERFORM MERGE-ACCOUNT-PARA
               UNTIL WS-BALF-KEY = HIGH-VALUES
               AND WS-ADJ-KEY = HIGH-VALUES

           CLOSE BALF
           CLOSE ADJ-WORK
           EXIT.

       READ-BALF-PARA.
           READ BALF NEXT RECORD
               AT END MOVE HIGH-VALUES TO WS-BALF-KEY
               NOT AT END
                   MOVE BALF-BANK-ACCOUNT TO WS-BALF-KEY
                   ADD 1 TO WS-BALF-READ-COUNT
           END-READ
           EXIT.

       READ-ADJ-PARA.
           READ ADJ-WORK
               AT END MOVE HIGH-VALUES TO WS-ADJ-KEY
               NOT AT END MOVE AW-BANK-ACCOUNT TO WS-ADJ-KEY
           END-READ
           EXIT.

       MERGE-ACCOUNT-PARA.
           IF WS-BALF-KEY < WS-ADJ-KEY THEN
               MOVE WS-BALF-KEY TO WS-ACCT-ACCOUNT
           ELSE
               MOVE WS-ADJ-KEY TO WS-ACCT-ACCOUNT
           END-IF

           MOVE 0 TO WS-ACCT-BALANCE
           IF WS-BALF-KEY = WS-ACCT-ACCOUNT THEN
               MOVE BALF-BALANCE TO WS-ACCT-BALANCE
               PERFORM READ-BALF-PARA
           END-IF

           PERFORM BACK-OUT-LATER-PARA
               UNTIL WS-ADJ-KEY NOT = WS-ACCT-ACCOUNT

           IF WS-ACCT-BALANCE = 0 THEN
               ADD 1 TO WS-ZERO-COUNT
           ELSE
               PERFORM CLOSE-ACCOUNT-PARA
           END-IF
           EXIT.

       BACK-OUT-LATER-PARA.
           SUBTRACT AW-AMOUNT FROM WS-ACCT-BALANCE
           PERFORM READ-ADJ-PARA
           EXIT.

       CLOSE-ACCOUNT-PARA.
      * THE ACCOUNT'S AS-AT BALANCE IS KNOWN AND NOT ZERO - NAME
      * ITS HOLDERS, PUT IT IN THE HOME CURRENCY AND RELEASE EACH
      * HOLDER'S SHARE. AN ACCOUNT THAT CANNOT BE NAMED OR
      * CONVERTED WOULD LEAVE THE VIEW SHORT, SO THE RUN FAILS

           MOVE 'Y' TO WS-ACCOUNT-OK

           PERFORM LOAD-HOLDERS-PARA
           IF WS-HOLDER-COUNT = 0 THEN
               DISPLAY 'SCVEXTB: NO HOLDF OR DATAF CUSTOMER FOR '
                   WS-ACCT-ACCOUNT
               MOVE 'N' TO WS-ACCOUNT-OK
           END-IF

           IF ACCOUNT-OK THEN
               PERFORM CONVERT-BALANCE-PARA
           END-IF

           IF ACCOUNT-OK THEN
               ADD 1 TO WS-ACCOUNT-COUNT
               IF WS-HOLDER-COUNT > 1 THEN
                   ADD 1 TO WS-JOINT-COUNT
               END-IF

               DIVIDE WS-ACCT-HOME BY WS-HOLDER-COUNT
                   GIVING WS-SHARE
               COMPUTE WS-REMAINDER =
                   WS-ACCT-HOME - (WS-SHARE * WS-HOLDER-COUNT)

               PERFORM RELEASE-SHARE-PARA
                   VARYING WS-HOLDER-SUB FROM 1 BY 1
                   UNTIL WS-HOLDER-SUB > WS-HOLDER-COUNT
           ELSE
               ADD 1 TO WS-EXCLUDED-COUNT
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF
           EXIT.

       LOAD-HOLDERS-PARA.
      * POSITION AT THE ACCOUNT'S FIRST HOLDF KEY AND READ FORWARD
      * THROUGH ITS KEY RANGE. THE ACCOUNT'S DATAF RECORD GIVES
      * THE ADDRESS, PRODUCT AND CURRENCY, AND THE NAME OF THE
      * HOLDER IT BELONGS TO; NO HOLDF RECORD AT ALL MAKES THE
      * DATAF CUSTOMER THE SOLE HOLDER

           MOVE 0 TO WS-HOLDER-COUNT
           MOVE SPACES TO WS-ACCT-ADRESS
           MOVE SPACES TO WS-ACCT-PRODUCT
           MOVE SPACES TO WS-ACCT-CURRENCY

           MOVE WS-ACCT-ACCOUNT TO DATAF-BANK-NUMBER
           READ DATAF
               INVALID KEY CONTINUE
           END-READ
           IF DATAF-OK THEN
               MOVE DATAF-ADRESS TO WS-ACCT-ADRESS
               MOVE DATAF-PRODUCT-CODE TO WS-ACCT-PRODUCT
               MOVE DATAF-CURRENCY TO WS-ACCT-CURRENCY
           ELSE
               MOVE SPACES TO DATAF-ID-NUM
           END-IF

           MOVE 'N' TO WS-HOLDF-DONE
           MOVE LOW-VALUES TO HOLDF-KEY
           MOVE WS-ACCT-ACCOUNT TO HOLDF-BANK-ACCOUNT

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

       READ-HOLDF-RANGE-PARA.
           READ HOLDF NEXT RECORD
               AT END MOVE 'Y' TO WS-HOLDF-DONE
           END-READ

           IF NOT HOLDF-DONE THEN
               IF HOLDF-BANK-ACCOUNT = WS-ACCT-ACCOUNT THEN
                   IF WS-HOLDER-COUNT < 10 THEN
                       ADD 1 TO WS-HOLDER-COUNT
                       MOVE HOLDF-ID-NUM
                           TO WS-HOLDER-ID-NUM (WS-HOLDER-COUNT)
                       IF DATAF-OK AND
                          HOLDF-ID-NUM = DATAF-ID-NUM THEN
                           MOVE DATAF-NAME
                               TO WS-HOLDER-NAME (WS-HOLDER-COUNT)
                           MOVE DATAF-SURNAME
                               TO WS-HOLDER-SURNAME (WS-HOLDER-COUNT)
                       ELSE
                           MOVE HOLDF-NAME
                               TO WS-HOLDER-NAME (WS-HOLDER-COUNT)
                           MOVE HOLDF-SURNAME
                               TO WS-HOLDER-SURNAME (WS-HOLDER-COUNT)
                       END-IF
                   ELSE
      * MORE HOLDERS THAN THE TABLE - THE SHARES WOULD NOT ADD
      * UP, SO THE RUN MUST NOT BE SENT
                       DISPLAY 'SCVEXTB: TOO MANY HOLDERS ON '
                           WS-ACCT-ACCOUNT
                       MOVE 'Y' TO WS-RUN-FAILED
                   END-IF
               ELSE
      * CROSSED INTO THE NEXT ACCOUNT'S KEY RANGE
                   MOVE 'Y' TO WS-HOLDF-DONE
               END-IF
           END-IF
           EXIT.

       CONVERT-BALANCE-PARA.
      * HOME-CURRENCY ACCOUNTS (AND ACCOUNTS OPENED BEFORE
      * CURRENCIES, WITH A BLANK CODE) NEED NO RATE. ANY OTHER
      * CURRENCY IS CONVERTED AT ITS RATEF RATE

           IF WS-ACCT-CURRENCY = SPACES OR
              WS-ACCT-CURRENCY = LOW-VALUES THEN
               MOVE WS-HOME-CURRENCY TO WS-ACCT-CURRENCY
           END-IF

           IF WS-ACCT-CURRENCY = WS-HOME-CURRENCY THEN
               MOVE WS-ACCT-BALANCE TO WS-ACCT-HOME
           ELSE
               MOVE WS-ACCT-CURRENCY TO RATEF-CURRENCY
               READ RATEF
                   INVALID KEY CONTINUE
               END-READ
               IF RATEF-OK THEN
                   ADD 1 TO WS-FOREIGN-COUNT
                   COMPUTE WS-ACCT-HOME ROUNDED =
                       WS-ACCT-BALANCE * RATEF-RATE
                   IF RATEF-RATE-DATE NOT = WS-AS-AT-DATE THEN
                       ADD 1 TO WS-STALE-RATE-COUNT
                   END-IF
               ELSE
                   DISPLAY 'SCVEXTB: NO RATEF RATE FOR '
                       WS-ACCT-CURRENCY ' ON ' WS-ACCT-ACCOUNT
                       ' STATUS ' WS-RATEF-STATUS
                   MOVE 'N' TO WS-ACCOUNT-OK
               END-IF
           END-IF
           EXIT.

       RELEASE-SHARE-PARA.
           MOVE WS-HOLDER-ID-NUM (WS-HOLDER-SUB)  TO SH-ID-NUM
           MOVE WS-ACCT-ACCOUNT                   TO SH-BANK-ACCOUNT
           MOVE WS-HOLDER-NAME (WS-HOLDER-SUB)    TO SH-NAME
           MOVE WS-HOLDER-SURNAME (WS-HOLDER-SUB) TO SH-SURNAME
           MOVE WS-ACCT-ADRESS                    TO SH-ADRESS
           MOVE WS-ACCT-PRODUCT                   TO SH-PRODUCT
           MOVE WS-ACCT-CURRENCY                  TO SH-CURRENCY
           MOVE WS-HOLDER-COUNT                   TO SH-HOLDERS
           MOVE WS-ACCT-BALANCE                   TO SH-BALANCE
           MOVE WS-ACCT-HOME                      TO SH-HOME-BALANCE
           IF WS-HOLDER-SUB = 1 THEN
               COMPUTE SH-SHARE = WS-SHARE + WS-REMAINDER
           ELSE
               MOVE WS-SHARE TO SH-SHARE
           END-IF
           RELEASE SORT-SHARE-REC
           EXIT.

       WRITE-CUSTOMERS-PARA.
           PERFORM RETURN-SHARE-PARA
               UNTIL EOF-SHARES

      * THE LAST CUSTOMER HAS NO BREAK AFTER IT
           IF WS-CUS-ACCOUNTS > 0 THEN
               PERFORM CLOSE-CUSTOMER-PARA
           END-IF
           EXIT.

       RETURN-SHARE-PARA.
           RETURN SORT-SHARES AT END MOVE 'Y' TO WS-EOF-SHARES
           END-RETURN

           IF NOT EOF-SHARES THEN
               IF WS-CUS-ACCOUNTS > 0 AND
                  SH-ID-NUM NOT = WS-CUS-ID-NUM THEN
                   PERFORM CLOSE-CUSTOMER-PARA
               END-IF
               IF WS-CUS-ACCOUNTS = 0 THEN
                   PERFORM OPEN-CUSTOMER-PARA
               END-IF

               IF SH-SHARE > 0 THEN
                   ADD SH-SHARE TO WS-CUS-DEPOSITS
               ELSE
                   SUBTRACT SH-SHARE FROM WS-CUS-OVERDRAWN
               END-IF

               IF WS-CUS-ACCOUNTS < 100 THEN
                   ADD 1 TO WS-CUS-ACCOUNTS
                   MOVE SH-BANK-ACCOUNT
                       TO WS-CA-BANK-ACCOUNT (WS-CUS-ACCOUNTS)
                   MOVE SH-PRODUCT TO WS-CA-PRODUCT (WS-CUS-ACCOUNTS)
                   MOVE SH-CURRENCY
                       TO WS-CA-CURRENCY (WS-CUS-ACCOUNTS)
                   MOVE SH-HOLDERS TO WS-CA-HOLDERS (WS-CUS-ACCOUNTS)
                   MOVE SH-BALANCE TO WS-CA-BALANCE (WS-CUS-ACCOUNTS)
                   MOVE SH-HOME-BALANCE
                       TO WS-CA-HOME-BALANCE (WS-CUS-ACCOUNTS)
                   MOVE SH-SHARE TO WS-CA-SHARE (WS-CUS-ACCOUNTS)
               ELSE
      * MORE ACCOUNTS THAN THE TABLE - THE CUSTOMER'S TOTALS
      * STILL COUNT THEM BUT THEIR ACCOUNT RECORDS WOULD BE
      * MISSING, SO THE RUN MUST NOT BE SENT
                   DISPLAY 'SCVEXTB: TOO MANY ACCOUNTS FOR '
                       WS-CUS-ID-NUM ', ' SH-BANK-ACCOUNT
                       ' NOT WRITTEN'
                   MOVE 'Y' TO WS-RUN-FAILED
               END-IF
           END-IF
           EXIT.

       OPEN-CUSTOMER-PARA.
      * NAME AND ADDRESS ARE TAKEN FROM THE CUSTOMER'S FIRST
      * ACCOUNT IN ACCOUNT ORDER

           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE SH-ID-NUM  TO WS-CUS-ID-NUM
           MOVE SH-NAME    TO WS-CUS-NAME
           MOVE SH-SURNAME TO WS-CUS-SURNAME
           MOVE SH-ADRESS  TO WS-CUS-ADRESS
           MOVE 0 TO WS-CUS-DEPOSITS
           MOVE 0 TO WS-CUS-OVERDRAWN
           EXIT.

       CLOSE-CUSTOMER-PARA.
      * NET THE OVERDRAWN SHARES OFF THE CREDIT SHARES AND APPLY
      * THE CAP. A CUSTOMER WHO IS NET OVERDRAWN HAS NOTHING TO
      * INSURE. THEN WRITE THE CUSTOMER RECORD AND THE ACCOUNT
      * RECORDS HELD FOR IT

           COMPUTE WS-CUS-NET = WS-CUS-DEPOSITS - WS-CUS-OVERDRAWN
           IF WS-CUS-NET < 0 THEN
               MOVE 0 TO WS-CUS-NET
           END-IF

           IF WS-CUS-NET > WS-INSURED-CAP THEN
               MOVE WS-INSURED-CAP TO WS-CUS-INSURED
               ADD 1 TO WS-OVER-CAP-COUNT
           ELSE
               MOVE WS-CUS-NET TO WS-CUS-INSURED
           END-IF
           COMPUTE WS-CUS-UNINSURED = WS-CUS-NET - WS-CUS-INSURED

           MOVE SPACES TO FS-SCVOUT
           MOVE 'C' TO SCVOUT-REC-TYPE
           MOVE WS-CUS-ID-NUM    TO SCVOUT-ID-NUM
           MOVE WS-CUS-SURNAME   TO SCVOUT-SURNAME
           MOVE WS-CUS-NAME      TO SCVOUT-NAME
           MOVE WS-CUS-ADRESS    TO SCVOUT-ADRESS
           MOVE WS-CUS-ACCOUNTS  TO SCVOUT-ACCOUNTS
           MOVE WS-CUS-DEPOSITS  TO SCVOUT-DEPOSITS
           MOVE WS-CUS-OVERDRAWN TO SCVOUT-OVERDRAWN
           MOVE WS-CUS-INSURED   TO SCVOUT-INSURED
           MOVE WS-CUS-UNINSURED TO SCVOUT-UNINSURED
           WRITE FS-SCVOUT

           IF SCVOUT-OK THEN
               ADD WS-CUS-DEPOSITS TO WS-DEPOSITS-HASH
               ADD WS-CUS-OVERDRAWN TO WS-OVERDRAWN-HASH
               ADD WS-CUS-INSURED TO WS-INSURED-HASH
               ADD WS-CUS-UNINSURED TO WS-UNINSURED-HASH
           ELSE
               DISPLAY 'SCVEXTB: SCVOUT WRITE FAILED FOR '
                   WS-CUS-ID-NUM ' STATUS ' WS-SCVOUT-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF

           PERFORM WRITE-ACCOUNT-RECORD-PARA
               VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB > WS-CUS-ACCOUNTS

           MOVE 0 TO WS-CUS-ACCOUNTS
           EXIT.

       WRITE-ACCOUNT-RECORD-PARA.
           MOVE SPACES TO FS-SCVOUT
           MOVE 'A' TO SCVOUT-REC-TYPE
           MOVE WS-CUS-ID-NUM TO SCVOUT-ACC-ID-NUM
           MOVE WS-CA-BANK-ACCOUNT (WS-CUS-SUB)
               TO SCVOUT-BANK-ACCOUNT
           MOVE WS-CA-PRODUCT (WS-CUS-SUB) TO SCVOUT-PRODUCT
           MOVE WS-CA-CURRENCY (WS-CUS-SUB) TO SCVOUT-CURRENCY
           MOVE WS-CA-HOLDERS (WS-CUS-SUB) TO SCVOUT-HOLDERS

      * UNSIGNED AMOUNTS WITH A CREDIT / DEBIT INDICATOR, THE
      * SAME CONVENTION AS THE GLEXTRB EXTRACT
           IF WS-CA-BALANCE (WS-CUS-SUB) < 0 THEN
               MOVE 'D' TO SCVOUT-BAL-DR-CR
           ELSE
               MOVE 'C' TO SCVOUT-BAL-DR-CR
           END-IF
           MOVE WS-CA-BALANCE (WS-CUS-SUB) TO SCVOUT-BALANCE

           IF WS-CA-HOME-BALANCE (WS-CUS-SUB) < 0 THEN
               MOVE 'D' TO SCVOUT-HOME-DR-CR
           ELSE
               MOVE 'C' TO SCVOUT-HOME-DR-CR
           END-IF
           MOVE WS-CA-HOME-BALANCE (WS-CUS-SUB)
               TO SCVOUT-HOME-BALANCE

           IF WS-CA-SHARE (WS-CUS-SUB) < 0 THEN
               MOVE 'D' TO SCVOUT-SHARE-DR-CR
           ELSE
               MOVE 'C' TO SCVOUT-SHARE-DR-CR
           END-IF
           MOVE WS-CA-SHARE (WS-CUS-SUB) TO SCVOUT-SHARE

           WRITE FS-SCVOUT

           IF SCVOUT-OK THEN
               ADD 1 TO WS-ACC-REC-COUNT
           ELSE
               DISPLAY 'SCVEXTB: SCVOUT WRITE FAILED FOR '
                   WS-CUS-ID-NUM ' STATUS ' WS-SCVOUT-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF
           EXIT.

       WRITE-SCV-HEADER-PARA.
           MOVE SPACES TO FS-SCVOUT
           MOVE 'H' TO SCVOUT-REC-TYPE
           MOVE WS-AS-AT-DATE TO SCVOUT-AS-AT-DATE
           MOVE WS-PRODUCED-DATE TO SCVOUT-PRODUCED
           MOVE WS-HOME-CURRENCY TO SCVOUT-HOME-CURRENCY
           MOVE WS-INSURED-CAP TO SCVOUT-CAP
           WRITE FS-SCVOUT

           IF NOT SCVOUT-OK THEN
               DISPLAY 'SCVEXTB: SCVOUT HEADER WRITE FAILED, STATUS '
                   WS-SCVOUT-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF
           EXIT.

       WRITE-SCV-TRAILER-PARA.
      * THE TRAILER COUNTS THE RECORDS ACTUALLY WRITTEN, THE SAME
      * FIGURES THE SUMMARY REPORT PRINTS

           MOVE SPACES TO FS-SCVOUT
           MOVE 'T' TO SCVOUT-REC-TYPE
           MOVE WS-CUSTOMER-COUNT TO SCVOUT-CUS-COUNT
           MOVE WS-ACC-REC-COUNT TO SCVOUT-ACC-COUNT
           MOVE WS-DEPOSITS-HASH TO SCVOUT-DEP-TOTAL
           MOVE WS-OVERDRAWN-HASH TO SCVOUT-OD-TOTAL
           MOVE WS-INSURED-HASH TO SCVOUT-INS-TOTAL
           MOVE WS-UNINSURED-HASH TO SCVOUT-UNINS-TOTAL
           WRITE FS-SCVOUT

           IF NOT SCVOUT-OK THEN
               DISPLAY 'SCVEXTB: SCVOUT TRAILER WRITE FAILED, STATUS '
                   WS-SCVOUT-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF
           EXIT.

       WRITE-REPORT-PARA.
           OPEN OUTPUT SCVEXT-RPT

           MOVE WS-HEADING-1 TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE
           MOVE WS-AS-AT-DATE TO DTL-AS-AT-DATE
           MOVE WS-PRODUCED-DATE TO DTL-PRODUCED
           MOVE WS-DATE-LINE TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE
           MOVE WS-INSURED-CAP TO CL-CAP
           MOVE WS-HOME-CURRENCY TO CL-CURRENCY
           MOVE WS-CAP-LINE TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE
           MOVE SPACES TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE

           MOVE WS-BALF-READ-COUNT TO SL1-COUNT
           MOVE WS-SUMMARY-LINE-1 TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE

           MOVE WS-LATER-COUNT TO SL2-COUNT
           MOVE WS-SUMMARY-LINE-2 TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE

           MOVE WS-ZERO-COUNT TO SL3-COUNT
           MOVE WS-SUMMARY-LINE-3 TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE

           MOVE WS-ACCOUNT-COUNT TO SL4-COUNT
           MOVE WS-SUMMARY-LINE-4 TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE

           MOVE WS-JOINT-COUNT TO SL5-COUNT
           MOVE WS-SUMMARY-LINE-5 TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE

           MOVE WS-FOREIGN-COUNT TO SL6-COUNT
           MOVE WS-SUMMARY-LINE-6 TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE

           MOVE WS-STALE-RATE-COUNT TO SL7-COUNT
           MOVE WS-SUMMARY-LINE-7 TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE

           MOVE WS-EXCLUDED-COUNT TO SL8-COUNT
           MOVE WS-SUMMARY-LINE-8 TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE

           MOVE SPACES TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE

           MOVE WS-CUSTOMER-COUNT TO SL9-COUNT
           MOVE WS-SUMMARY-LINE-9 TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE

           MOVE WS-OVER-CAP-COUNT TO SL10-COUNT
           MOVE WS-SUMMARY-LINE-10 TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE

           MOVE WS-ACC-REC-COUNT TO SL11-COUNT
           MOVE WS-SUMMARY-LINE-11 TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE

           MOVE SPACES TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE

           MOVE WS-HOME-CURRENCY TO AL-CURRENCY

           MOVE 'CREDIT BALANCES:' TO AL-NAME
           MOVE WS-DEPOSITS-HASH TO AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE

           MOVE 'OVERDRAWN BALANCES NETTED:' TO AL-NAME
           MOVE WS-OVERDRAWN-HASH TO AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE

           MOVE 'INSURED DEPOSITS:' TO AL-NAME
           MOVE WS-INSURED-HASH TO AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE

           MOVE 'UNINSURED DEPOSITS:' TO AL-NAME
           MOVE WS-UNINSURED-HASH TO AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO SCVEXT-RPT-LINE
           WRITE SCVEXT-RPT-LINE

           IF WS-STALE-RATE-COUNT > 0 THEN
               MOVE SPACES TO SCVEXT-RPT-LINE
               WRITE SCVEXT-RPT-LINE
               MOVE WS-STALE-LINE TO SCVEXT-RPT-LINE
               WRITE SCVEXT-RPT-LINE
           END-IF

           IF RUN-FAILED THEN
               MOVE SPACES TO SCVEXT-RPT-LINE
               WRITE SCVEXT-RPT-LINE
               MOVE WS-FAILED-LINE TO SCVEXT-RPT-LINE
               WRITE SCVEXT-RPT-LINE
           END-IF

           CLOSE SCVEXT-RPT
           EXIT.

           COPY RUNCTLP.
