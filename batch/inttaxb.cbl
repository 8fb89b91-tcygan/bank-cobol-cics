       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTTAXB.

      * YEAR-END INTEREST TAX REPORTING PER ACCOUNT HOLDER
      *
      * INTACCRB CREDITS TYPE 'I' INTEREST TO TRANF EVERY MONTH,
      * BUT AT YEAR END NOBODY COULD TELL A CUSTOMER - OR THE TAX
      * AUTHORITY - HOW MUCH INTEREST THEY EARNED. THIS JOB TOTALS
      * THE INTEREST EACH ACCOUNT WAS CREDITED IN THE SYSIN TAX
      * YEAR, SPLITS IT ACROSS THE ACCOUNT'S HOLDERS AND PRINTS
      * ONE TAX CERTIFICATE PER HOLDER, THEN WRITES THE TAXREG
      * REGULATORY FILE WITH ONE RECORD PER RECIPIENT
      *
      * THE YEAR'S JOURNAL ROWS ARE READ FROM THE LIVE TRANF AND
      * FROM THE TRNARCH ARCHIVE EXTRACT(S) TRARCHB MOVES OLD ROWS
      * OUT TO (CONCATENATE EVERY GENERATION THAT CAN HOLD ROWS OF
      * THE TAX YEAR), SO AN ARCHIVE RUN PART WAY THROUGH THE YEAR
      * LOSES NOTHING. AN INTEREST CREDIT LATER REVERSED BY A TYPE
      * 'V' ROW (SEE MAPREVP) IN THE SAME YEAR IS NETTED OFF; A
      * REVERSAL OF A PRIOR YEAR'S CREDIT BELONGS TO THAT YEAR'S
      * CERTIFICATE AND IS NOT COUNTED HERE
      *
      * INTACCRB CREDITS INTEREST GROSS - NO TAX IS WITHHELD AT
      * SOURCE - SO THE TAX-WITHHELD AMOUNTS ON THE CERTIFICATE
      * AND THE TAXREG FILE ARE REPORTED AS ZERO
      *
      * JOINT ACCOUNTS ARE SPLIT EQUALLY ACROSS THE HOLDF HOLDERS
      * (ONE RECORD PER CUSTOMER NAMED ON THE ACCOUNT, SEE
      * MAPCREAP); ANY CENT LEFT OVER GOES TO THE FIRST HOLDER SO
      * THE SHARES ADD BACK TO THE ACCOUNT TOTAL. AN ACCOUNT WITH
      * NO HOLDF RECORD HAS ITS DATAF CUSTOMER AS SOLE RECIPIENT.
      * NAME AND ADDRESS COME FROM THE ACCOUNT'S DATAF RECORD (A
      * JOINT HOLDER OTHER THAN THE DATAF CUSTOMER IS NAMED AS ON
      * HOLDF, AT THE ACCOUNT'S DATAF ADDRESS)
      *
      * TWO SORTS: THE FIRST BRINGS EACH ACCOUNT'S INTEREST ROWS
      * FROM BOTH SOURCES TOGETHER IN TIME ORDER ON THE TAXWORK
      * FILE; THE SECOND TURNS EACH ACCOUNT TOTAL INTO HOLDER
      * SHARES AND SORTS THEM INTO RECIPIENT ORDER, SO A CUSTOMER
      * HOLDING SEVERAL ACCOUNTS GETS ONE CERTIFICATE LISTING THEM
      *
      * INTEREST IS REPORTED IN THE CURRENCY THE ACCOUNT IS HELD
      * IN (DATAF CURRENCY, BLANK IS PLN) - IT IS NEVER CONVERTED,
      * AS THE YEAR'S CREDITS WERE EARNED AT MANY DIFFERENT RATES.
      * A RECIPIENT WITH ACCOUNTS IN MORE THAN ONE CURRENCY GETS A
      * TOTAL PER CURRENCY ON THE CERTIFICATE AND ONE TAXREG DETAIL
      * RECORD PER CURRENCY
      *
      * TAXREG RECORD (129 BYTES, TYPE IN COLUMN 1):
      *   'H' HEADER  - TAX YEAR YYYY, RUN DATE YYYYMMDD
      *   'D' DETAIL  - RECIPIENT ID NUMBER X(11), SURNAME X(20),
      *                 NAME X(20), ADDRESS X(45), ACCOUNT COUNT
      *                 9(3), CURRENCY X(3), INTEREST 11 DIGITS AND
      *                 TAX WITHHELD 11 DIGITS, BOTH WITH TWO
      *                 IMPLIED DECIMALS, IN THAT CURRENCY
      *   'T' TRAILER - DETAIL COUNT 9(9), INTEREST HASH 9(13)V99,
      *                 TAX WITHHELD HASH 9(13)V99
      * THE TRAILER AND THE CONTROL REPORT CARRY THE SAME COUNT AND
      * HASH TOTALS SO THE FILING CAN BE PROVED COMPLETE. THE HASH
      * TOTALS ADD UP EVERY DETAIL WHATEVER ITS CURRENCY - THEY ARE
      * CONTROL FIGURES, NOT AN AMOUNT OF MONEY
      *
      * IT RUNS THE NIGHT OF 31 DECEMBER, AFTER INTACCRB HAS
      * CREDITED DECEMBER'S INTEREST AND BEFORE BUSDAYB ADVANCE
      *
      * SYSIN IS ONE CARD: THE TAX YEAR (YYYY) THEN THE RUN DATE
      * (YYYYMMDD, ONLY PRINTED AS A LABEL). A MISSING OR
      * NON-NUMERIC CARD ENDS RC=16; AN UNREADABLE ARCHIVE,
      * INTEREST ON AN ACCOUNT NOBODY CAN BE NAMED FOR, MORE
      * HOLDERS THAN THE SPLIT TABLE OR A TAXREG WRITE FAILURE
      * ENDS RC=8 - DO NOT FILE THE OUTPUT OF SUCH A RUN

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL.

           SELECT TRANF ASSIGN TO TRANF
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRANF-KEY
               FILE STATUS IS WS-TRANF-STATUS.

           SELECT TRANF-ARCH ASSIGN TO TRNARCH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

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

           SELECT TAX-WORK ASSIGN TO TAXWORK
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT TAXREG ASSIGN TO TAXREG
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TAXREG-STATUS.

           SELECT CERT-RPT ASSIGN TO TAXCERT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT INTTAX-RPT ASSIGN TO INTTAXR
               ORGANIZATION LINE SEQUENTIAL.

           SELECT SORT-ROWS ASSIGN TO SORTWK01.

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
           05  PARM-TAX-YEAR          PIC X(4).
           05  PARM-RUN-DATE          PIC X(8).

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
           05  TRANF-TERMINAL         PIC X(4).
           05  TRANF-POST-DATE        PIC X(8).
      * CROSS-CURRENCY TRANSFER LEGS ONLY: THE OTHER LEG'S
      * CURRENCY AND AMOUNT, AND THE RATE APPLIED (TARGET UNITS
      * PER SOURCE UNIT) - SPACES/ZERO ON EVERY OTHER RECORD
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
      * CROSS-CURRENCY TRANSFER LEGS ONLY: THE OTHER LEG'S
      * CURRENCY AND AMOUNT, AND THE RATE APPLIED (TARGET UNITS
      * PER SOURCE UNIT) - SPACES/ZERO ON EVERY OTHER RECORD
           05  ARCH-FX-CURRENCY       PIC X(3).
           05  ARCH-FX-AMOUNT         PIC S9(9)V99.
           05  ARCH-FX-RATE           PIC 9(5)V9(6).

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

      * THE TAX YEAR'S INTEREST ROWS IN ACCOUNT AND TIME ORDER,
      * AS GIVEN BY THE FIRST SORT
       FD  TAX-WORK.
       01  FS-TAX-WORK.
           05  TW-BANK-ACCOUNT        PIC X(26).
           05  TW-TIMESTAMP           PIC X(15).
           05  TW-SEQ                 PIC 9(3).
           05  TW-TYPE                PIC X.
           05  TW-AMOUNT              PIC S9(9)V99.
           05  TW-ORIG-KEY            PIC X(44).

       FD  TAXREG.
       01  FS-TAXREG.
           05  TAXREG-REC-TYPE        PIC X.
           05  TAXREG-DETAIL.
               10  TAXREG-ID-NUM      PIC X(11).
               10  TAXREG-SURNAME     PIC X(20).
               10  TAXREG-NAME        PIC X(20).
               10  TAXREG-ADRESS      PIC X(45).
               10  TAXREG-ACCOUNTS    PIC 9(3).
               10  TAXREG-CURRENCY    PIC X(3).
               10  TAXREG-INTEREST    PIC 9(11)V99.
               10  TAXREG-TAX         PIC 9(11)V99.
           05  TAXREG-HEADER REDEFINES TAXREG-DETAIL.
               10  TAXREG-TAX-YEAR    PIC X(4).
               10  TAXREG-RUN-DATE    PIC X(8).
               10  FILLER             PIC X(116).
           05  TAXREG-TRAILER REDEFINES TAXREG-DETAIL.
               10  TAXREG-COUNT       PIC 9(9).
               10  TAXREG-INT-TOTAL   PIC 9(13)V99.
               10  TAXREG-TAX-TOTAL   PIC 9(13)V99.
               10  FILLER             PIC X(89).

       FD  CERT-RPT.
       01  CERT-RPT-LINE              PIC X(100).

       FD  INTTAX-RPT.
       01  INTTAX-RPT-LINE            PIC X(90).

       SD  SORT-ROWS.
       01  SORT-ROW-REC.
           05  SR-BANK-ACCOUNT        PIC X(26).
           05  SR-TIMESTAMP           PIC X(15).
           05  SR-SEQ                 PIC 9(3).
           05  SR-TYPE                PIC X.
           05  SR-AMOUNT              PIC S9(9)V99.
           05  SR-ORIG-KEY            PIC X(44).

      * ONE HOLDER'S SHARE OF ONE ACCOUNT'S INTEREST
       SD  SORT-SHARES.
       01  SORT-SHARE-REC.
           05  SH-ID-NUM              PIC X(11).
           05  SH-CURRENCY            PIC X(3).
           05  SH-BANK-ACCOUNT        PIC X(26).
           05  SH-NAME                PIC X(20).
           05  SH-SURNAME             PIC X(20).
           05  SH-ADRESS              PIC X(45).
           05  SH-HOLDERS             PIC 9(2).
           05  SH-ACCT-INTEREST       PIC S9(9)V99.
           05  SH-SHARE               PIC S9(9)V99.
           05  SH-TAX                 PIC S9(9)V99.

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

       01  WS-ARCH-STATUS             PIC XX.
           88  ARCH-OK                VALUE '00'.

       01  WS-DATAF-STATUS            PIC XX.
           88  DATAF-OK               VALUE '00'.

       01  WS-HOLDF-STATUS            PIC XX.
           88  HOLDF-OK               VALUE '00'.

       01  WS-WORK-STATUS             PIC XX.
           88  WORK-OK                VALUE '00'.

       01  WS-TAXREG-STATUS           PIC XX.
           88  TAXREG-OK              VALUE '00'.

       01  WS-EOF-PARM                PIC X VALUE 'N'.
           88  EOF-PARM               VALUE 'Y'.

       01  WS-EOF-TRANF               PIC X VALUE 'N'.
           88  EOF-TRANF              VALUE 'Y'.

       01  WS-EOF-ARCH                PIC X VALUE 'N'.
           88  EOF-ARCH               VALUE 'Y'.

       01  WS-EOF-WORK                PIC X VALUE 'N'.
           88  EOF-WORK               VALUE 'Y'.

       01  WS-EOF-SHARES              PIC X VALUE 'N'.
           88  EOF-SHARES             VALUE 'Y'.

       01  WS-HOLDF-DONE              PIC X VALUE 'N'.
           88  HOLDF-DONE             VALUE 'Y'.

       01  WS-RUN-FAILED              PIC X VALUE 'N'.
           88  RUN-FAILED             VALUE 'Y'.

      * THE TAX YEAR OFF SYSIN EXPANDED TO TIMESTAMP BOUNDARIES:
      * MIDNIGHT ON 1 JANUARY UP TO (NOT INCLUDING) MIDNIGHT ON
      * 1 JANUARY OF THE FOLLOWING YEAR
       01  WS-TAX-YEAR                PIC 9(4) VALUE 0.
       01  WS-YEAR-START.
           05  WS-YEAR-START-YEAR     PIC 9(4).
           05  FILLER                 PIC X(11) VALUE '0101000000 '.
       01  WS-YEAR-END.
           05  WS-YEAR-END-YEAR       PIC 9(4).
           05  FILLER                 PIC X(11) VALUE '0101000000 '.

      * THE ACCOUNT IN HAND WHILE TAXWORK IS READ: ITS NET
      * INTEREST AND THE 'I' ROWS SEEN SO FAR THIS YEAR, SO A
      * LATER 'V' ROW CAN BE MATCHED TO THE CREDIT IT REVERSES
       01  WS-ACCT-ACCOUNT            PIC X(26) VALUE SPACES.
       01  WS-ACCT-INTEREST           PIC S9(9)V99 VALUE 0.
       01  WS-ACCT-ROWS               PIC 9(7) VALUE 0.
       01  WS-CREDIT-COUNT            PIC 9(4) VALUE 0.
       01  WS-CREDIT-SUB              PIC 9(4) VALUE 0.
       01  WS-CREDIT-HIT              PIC X VALUE 'N'.
           88  CREDIT-HIT             VALUE 'Y'.
       01  WS-CREDIT-TABLE.
           05  WS-CREDIT-ENTRY OCCURS 100 TIMES.
               10  WS-CREDIT-KEY      PIC X(44).

      * HOLDERS OF THE ACCOUNT IN HAND
       01  WS-HOLDER-COUNT            PIC 9(2) VALUE 0.
       01  WS-HOLDER-SUB              PIC 9(2) VALUE 0.
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER-ENTRY OCCURS 10 TIMES.
               10  WS-HOLDER-ID-NUM   PIC X(11).
               10  WS-HOLDER-NAME     PIC X(20).
               10  WS-HOLDER-SURNAME  PIC X(20).
       01  WS-ACCT-ADRESS             PIC X(45).
       01  WS-HOME-CURRENCY           PIC X(3) VALUE 'PLN'.
       01  WS-ACCT-CURRENCY           PIC X(3) VALUE SPACES.
       01  WS-SHARE                   PIC S9(9)V99 VALUE 0.
       01  WS-REMAINDER               PIC S9(9)V99 VALUE 0.

      * THE RECIPIENT IN HAND WHILE THE SHARES COME BACK, AND
      * THEIR ACCOUNTS AND TOTALS IN THE CURRENCY IN HAND
       01  WS-RCP-ID-NUM              PIC X(11) VALUE SPACES.
       01  WS-RCP-ACCOUNTS            PIC 9(3) VALUE 0.
       01  WS-RCP-CURRENCY            PIC X(3) VALUE SPACES.
       01  WS-CUR-ACCOUNTS            PIC 9(3) VALUE 0.
       01  WS-RCP-INTEREST            PIC S9(11)V99 VALUE 0.
       01  WS-RCP-TAX                 PIC S9(11)V99 VALUE 0.
       01  WS-RCP-NAME                PIC X(20).
       01  WS-RCP-SURNAME             PIC X(20).
       01  WS-RCP-ADRESS              PIC X(45).

       01  WS-TRANF-READ-COUNT        PIC 9(7) VALUE 0.
       01  WS-ARCH-READ-COUNT         PIC 9(7) VALUE 0.
       01  WS-ROW-COUNT               PIC 9(7) VALUE 0.
       01  WS-REVERSED-COUNT          PIC 9(7) VALUE 0.
       01  WS-ACCOUNT-COUNT           PIC 9(7) VALUE 0.
       01  WS-NO-HOLDER-COUNT         PIC 9(7) VALUE 0.
       01  WS-JOINT-COUNT             PIC 9(7) VALUE 0.
       01  WS-RECIPIENT-COUNT         PIC 9(7) VALUE 0.
       01  WS-DETAIL-COUNT            PIC 9(7) VALUE 0.
       01  WS-ACCT-INT-HASH           PIC 9(13)V99 VALUE 0.
       01  WS-INTEREST-HASH           PIC 9(13)V99 VALUE 0.
       01  WS-TAX-HASH                PIC 9(13)V99 VALUE 0.

       01  WS-HEADING-1 PIC X(60) VALUE
           'INTTAXB - YEAR-END INTEREST TAX REPORTING CONTROL REPORT'.

       01  WS-YEAR-LINE.
           05  FILLER             PIC X(16) VALUE 'TAX YEAR:       '.
           05  YL-YEAR            PIC X(4).
           05  FILLER             PIC X(14) VALUE '   RUN DATE:  '.
           05  YL-RUN-DATE        PIC X(8).

       01  WS-SUMMARY-LINE-1.
           05  FILLER             PIC X(27) VALUE
               'TRANF RECORDS READ:        '.
           05  SL1-COUNT          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER             PIC X(27) VALUE
               'ARCHIVE RECORDS READ:      '.
           05  SL2-COUNT          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER             PIC X(27) VALUE
               'INTEREST ROWS IN YEAR:     '.
           05  SL3-COUNT          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER             PIC X(27) VALUE
               'INTEREST REVERSALS NETTED: '.
           05  SL4-COUNT          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER             PIC X(27) VALUE
               'ACCOUNTS WITH INTEREST:    '.
           05  SL5-COUNT          PIC ZZZZZZ9.
           05  FILLER             PIC X(8) VALUE '  HASH: '.
           05  SL5-HASH           PIC Z(12)9.99.

       01  WS-SUMMARY-LINE-6.
           05  FILLER             PIC X(27) VALUE
               '  JOINT ACCOUNTS SPLIT:    '.
           05  SL6-COUNT          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-7.
           05  FILLER             PIC X(27) VALUE
               '  NO HOLDER ON FILE:       '.
           05  SL7-COUNT          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-8.
           05  FILLER             PIC X(27) VALUE
               'RECIPIENTS (CERTIFICATES): '.
           05  SL8-COUNT          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-9.
           05  FILLER             PIC X(27) VALUE
               'INTEREST HASH, ALL CURR:   '.
           05  SL9-HASH           PIC Z(12)9.99.

       01  WS-SUMMARY-LINE-10.
           05  FILLER             PIC X(27) VALUE
               'TAX WITHHELD HASH:         '.
           05  SL10-HASH          PIC Z(12)9.99.

       01  WS-SUMMARY-LINE-11.
           05  FILLER             PIC X(27) VALUE
               'TAXREG DETAIL RECORDS:     '.
           05  SL11-COUNT         PIC ZZZZZZ9.

       01  WS-FAILED-LINE PIC X(60) VALUE
           '*** RUN INCOMPLETE - DO NOT FILE, SEE JOB LOG ***'.

      * CERTIFICATE LAYOUT
       01  WS-CERT-TITLE PIC X(60) VALUE
           'CERTIFICATE OF INTEREST PAID AND TAX WITHHELD'.

       01  WS-CERT-YEAR-LINE.
           05  FILLER             PIC X(16) VALUE 'TAX YEAR:       '.
           05  CY-YEAR            PIC X(4).

       01  WS-CERT-NAME-LINE.
           05  FILLER             PIC X(16) VALUE 'RECIPIENT:      '.
           05  CN-NAME            PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  CN-SURNAME         PIC X(20).

       01  WS-CERT-ID-LINE.
           05  FILLER             PIC X(16) VALUE 'ID NUMBER:      '.
           05  CI-ID-NUM          PIC X(11).

       01  WS-CERT-ADRESS-LINE.
           05  FILLER             PIC X(16) VALUE 'ADDRESS:        '.
           05  CA-ADRESS          PIC X(45).

       01  WS-CERT-HEADING.
           05  FILLER             PIC X(28) VALUE 'ACCOUNT'.
           05  FILLER             PIC X(7)  VALUE 'HOLDERS'.
           05  FILLER             PIC X(5)  VALUE 'CUR'.
           05  FILLER             PIC X(18) VALUE 'ACCOUNT INTEREST'.
           05  FILLER             PIC X(16) VALUE 'YOUR SHARE'.
           05  FILLER             PIC X(12) VALUE 'TAX WITHHELD'.

       01  WS-CERT-DETAIL-LINE.
           05  CD-BANK-ACCOUNT    PIC X(26).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  CD-HOLDERS         PIC Z9.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  CD-CURRENCY        PIC X(3).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  CD-ACCT-INTEREST   PIC Z(9)9.99.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  CD-SHARE           PIC Z(9)9.99.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  CD-TAX             PIC Z(9)9.99.

       01  WS-CERT-TOTAL-LINE.
           05  FILLER             PIC X(19) VALUE
               'TOTAL FOR THE YEAR '.
           05  CT-CURRENCY        PIC X(3).
           05  FILLER             PIC X(34) VALUE SPACES.
           05  CT-INTEREST        PIC Z(11)9.99.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  CT-TAX             PIC Z(11)9.99.

       01  WS-CERT-RULE PIC X(100) VALUE ALL '-'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'INTTAXB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF EOF-PARM OR
              PARM-TAX-YEAR IS NOT NUMERIC OR
              PARM-RUN-DATE IS NOT NUMERIC THEN
               DISPLAY 'INTTAXB: MISSING OR INVALID SYSIN YEAR CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
           MOVE WS-TAX-YEAR TO WS-YEAR-START-YEAR
           COMPUTE WS-YEAR-END-YEAR = WS-TAX-YEAR + 1

           SORT SORT-ROWS ON ASCENDING KEY SR-BANK-ACCOUNT
                                           SR-TIMESTAMP
                                           SR-SEQ
               INPUT PROCEDURE IS SELECT-YEAR-ROWS-PARA
               GIVING TAX-WORK

           OPEN OUTPUT TAXREG
           OPEN OUTPUT CERT-RPT
           OPEN INPUT DATAF
           OPEN INPUT HOLDF

           PERFORM WRITE-TAXREG-HEADER-PARA

           SORT SORT-SHARES ON ASCENDING KEY SH-ID-NUM
                                             SH-CURRENCY
                                             SH-BANK-ACCOUNT
               INPUT PROCEDURE IS SPLIT-ACCOUNTS-PARA
               OUTPUT PROCEDURE IS WRITE-RECIPIENTS-PARA

           PERFORM WRITE-TAXREG-TRAILER-PARA

           CLOSE TAXREG
           CLOSE CERT-RPT
           CLOSE DATAF
           CLOSE HOLDF

           PERFORM WRITE-REPORT-PARA

           DISPLAY 'INTTAXB: ' WS-RECIPIENT-COUNT
               ' RECIPIENT(S) FROM ' WS-ACCOUNT-COUNT
               ' ACCOUNT(S) FOR TAX YEAR ' WS-TAX-YEAR

           IF RUN-FAILED THEN
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE WS-ROW-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-RECIPIENT-COUNT TO WS-RUNCTL-OUT-COUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
           OPEN INPUT PARM-IN
           READ PARM-IN
               AT END MOVE 'Y' TO WS-EOF-PARM
           END-READ
           CLOSE PARM-IN
           EXIT.

       SELECT-YEAR-ROWS-PARA.
      * RELEASE EVERY INTEREST CREDIT AND EVERY REVERSAL STAMPED
      * IN THE TAX YEAR, FROM THE LIVE JOURNAL AND THE ARCHIVE

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
               DISPLAY 'INTTAXB: OPEN TRNARCH FAILED, STATUS '
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
               IF (TRANF-TYPE = 'I' OR TRANF-TYPE = 'V') AND
                  TRANF-TIMESTAMP NOT LESS THAN WS-YEAR-START AND
                  TRANF-TIMESTAMP LESS THAN WS-YEAR-END THEN
                   MOVE TRANF-BANK-ACCOUNT TO SR-BANK-ACCOUNT
                   MOVE TRANF-TIMESTAMP    TO SR-TIMESTAMP
                   MOVE TRANF-SEQ          TO SR-SEQ
                   MOVE TRANF-TYPE         TO SR-TYPE
                   MOVE TRANF-AMOUNT       TO SR-AMOUNT
                   MOVE TRANF-ORIG-KEY     TO SR-ORIG-KEY
                   RELEASE SORT-ROW-REC
               END-IF
           END-IF
           EXIT.

       SCAN-ARCHIVE-PARA.
           READ TRANF-ARCH
               AT END MOVE 'Y' TO WS-EOF-ARCH
           END-READ

           IF NOT EOF-ARCH THEN
               IF NOT ARCH-OK THEN
                   DISPLAY 'INTTAXB: TRNARCH READ FAILED, STATUS '
                       WS-ARCH-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED
                   MOVE 'Y' TO WS-EOF-ARCH
               ELSE
                   ADD 1 TO WS-ARCH-READ-COUNT
                   IF (ARCH-TYPE = 'I' OR ARCH-TYPE = 'V') AND
                      ARCH-TIMESTAMP NOT LESS THAN WS-YEAR-START AND
                      ARCH-TIMESTAMP LESS THAN WS-YEAR-END THEN
                       MOVE ARCH-BANK-ACCOUNT TO SR-BANK-ACCOUNT
                       MOVE ARCH-TIMESTAMP    TO SR-TIMESTAMP
                       MOVE ARCH-SEQ          TO SR-SEQ
                       MOVE ARCH-TYPE         TO SR-TYPE
                       MOVE ARCH-AMOUNT       TO SR-AMOUNT
                       MOVE ARCH-ORIG-KEY     TO SR-ORIG-KEY
                       RELEASE SORT-ROW-REC
                   END-IF
               END-IF
           END-IF
           EXIT.

       SPLIT-ACCOUNTS-PARA.
      * READ THE YEAR'S ROWS BACK IN ACCOUNT ORDER AND, AT EACH
      * ACCOUNT BREAK, RELEASE THE HOLDERS' SHARES OF ITS TOTAL

           OPEN INPUT TAX-WORK

           PERFORM READ-WORK-PARA
               UNTIL EOF-WORK

           IF WS-ACCT-ROWS > 0 THEN
               PERFORM CLOSE-ACCOUNT-PARA
           END-IF

           CLOSE TAX-WORK
           EXIT.

       READ-WORK-PARA.
           READ TAX-WORK
               AT END MOVE 'Y' TO WS-EOF-WORK
           END-READ

           IF NOT EOF-WORK THEN
               ADD 1 TO WS-ROW-COUNT
               IF WS-ACCT-ROWS > 0 AND
                  TW-BANK-ACCOUNT NOT = WS-ACCT-ACCOUNT THEN
                   PERFORM CLOSE-ACCOUNT-PARA
               END-IF
               IF WS-ACCT-ROWS = 0 THEN
                   MOVE TW-BANK-ACCOUNT TO WS-ACCT-ACCOUNT
                   MOVE 0 TO WS-ACCT-INTEREST
                   MOVE 0 TO WS-CREDIT-COUNT
               END-IF
               ADD 1 TO WS-ACCT-ROWS
               IF TW-TYPE = 'I' THEN
                   PERFORM ADD-CREDIT-PARA
               ELSE
                   PERFORM MATCH-REVERSAL-PARA
               END-IF
           END-IF
           EXIT.

       ADD-CREDIT-PARA.
           ADD TW-AMOUNT TO WS-ACCT-INTEREST
           IF WS-CREDIT-COUNT < 100 THEN
               ADD 1 TO WS-CREDIT-COUNT
               MOVE TW-BANK-ACCOUNT TO WS-CREDIT-KEY (WS-CREDIT-COUNT)
               MOVE TW-TIMESTAMP
                   TO WS-CREDIT-KEY (WS-CREDIT-COUNT) (27:15)
               MOVE TW-SEQ
                   TO WS-CREDIT-KEY (WS-CREDIT-COUNT) (42:3)
           END-IF
           EXIT.

       MATCH-REVERSAL-PARA.
      * ONLY A REVERSAL OF ONE OF THIS YEAR'S INTEREST CREDITS
      * COUNTS - ANY OTHER 'V' ROW BACKS OUT A DEPOSIT, TRANSFER
      * OR FEE AND IS NOTHING TO DO WITH INTEREST

           MOVE 'N' TO WS-CREDIT-HIT
           PERFORM FIND-CREDIT-PARA
               VARYING WS-CREDIT-SUB FROM 1 BY 1
               UNTIL WS-CREDIT-SUB > WS-CREDIT-COUNT
               OR CREDIT-HIT

           IF CREDIT-HIT THEN
               ADD TW-AMOUNT TO WS-ACCT-INTEREST
               ADD 1 TO WS-REVERSED-COUNT
           END-IF
           EXIT.

       FIND-CREDIT-PARA.
           IF WS-CREDIT-KEY (WS-CREDIT-SUB) = TW-ORIG-KEY THEN
               MOVE 'Y' TO WS-CREDIT-HIT
           END-IF
           EXIT.

       CLOSE-ACCOUNT-PARA.
      * THE ACCOUNT'S NET INTEREST FOR THE YEAR IS KNOWN - FIND
      * ITS HOLDERS AND RELEASE EACH ONE'S SHARE. A NET OF ZERO
      * OR LESS (EVERY CREDIT REVERSED) IS NOT REPORTABLE

           IF WS-ACCT-INTEREST > 0 THEN
               ADD 1 TO WS-ACCOUNT-COUNT
               ADD WS-ACCT-INTEREST TO WS-ACCT-INT-HASH
               PERFORM LOAD-HOLDERS-PARA
               IF WS-HOLDER-COUNT = 0 THEN
      * INTEREST NOBODY CAN BE NAMED FOR - THE FILING WOULD BE
      * INCOMPLETE, SO THE RUN IS MARKED FAILED
                   ADD 1 TO WS-NO-HOLDER-COUNT
                   DISPLAY 'INTTAXB: NO HOLDF OR DATAF CUSTOMER FOR '
                       WS-ACCT-ACCOUNT
                   MOVE 'Y' TO WS-RUN-FAILED
                   MOVE 1 TO WS-HOLDER-COUNT
                   MOVE SPACES TO WS-HOLDER-ID-NUM (1)
                   MOVE 'UNKNOWN' TO WS-HOLDER-NAME (1)
                   MOVE SPACES TO WS-HOLDER-SURNAME (1)
               END-IF
               IF WS-HOLDER-COUNT > 1 THEN
                   ADD 1 TO WS-JOINT-COUNT
               END-IF

               DIVIDE WS-ACCT-INTEREST BY WS-HOLDER-COUNT
                   GIVING WS-SHARE
               COMPUTE WS-REMAINDER =
                   WS-ACCT-INTEREST - (WS-SHARE * WS-HOLDER-COUNT)

               PERFORM RELEASE-SHARE-PARA
                   VARYING WS-HOLDER-SUB FROM 1 BY 1
                   UNTIL WS-HOLDER-SUB > WS-HOLDER-COUNT
           END-IF

           MOVE 0 TO WS-ACCT-ROWS
           EXIT.

       LOAD-HOLDERS-PARA.
      * POSITION AT THE ACCOUNT'S FIRST HOLDF KEY AND READ FORWARD
      * THROUGH ITS KEY RANGE. THE ACCOUNT'S DATAF RECORD GIVES
      * THE ADDRESS, THE CURRENCY, AND THE NAME OF THE HOLDER IT
      * BELONGS TO; NO HOLDF RECORD AT ALL MAKES THE DATAF
      * CUSTOMER THE SOLE RECIPIENT

           MOVE 0 TO WS-HOLDER-COUNT
           MOVE SPACES TO WS-ACCT-ADRESS
           MOVE WS-HOME-CURRENCY TO WS-ACCT-CURRENCY

           MOVE WS-ACCT-ACCOUNT TO DATAF-BANK-NUMBER
           READ DATAF
               INVALID KEY CONTINUE
           END-READ
           IF DATAF-OK THEN
               MOVE DATAF-ADRESS TO WS-ACCT-ADRESS
               IF DATAF-CURRENCY NOT = SPACES AND
                  DATAF-CURRENCY NOT = LOW-VALUES THEN
                   MOVE DATAF-CURRENCY TO WS-ACCT-CURRENCY
               END-IF
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
      * UP, SO THE RUN MUST NOT BE FILED
                       DISPLAY 'INTTAXB: TOO MANY HOLDERS ON '
                           WS-ACCT-ACCOUNT
                       MOVE 'Y' TO WS-RUN-FAILED
                   END-IF
               ELSE
      * CROSSED INTO THE NEXT ACCOUNT'S KEY RANGE
                   MOVE 'Y' TO WS-HOLDF-DONE
               END-IF
           END-IF
           EXIT.

       RELEASE-SHARE-PARA.
           MOVE WS-HOLDER-ID-NUM (WS-HOLDER-SUB)  TO SH-ID-NUM
           MOVE WS-ACCT-CURRENCY                  TO SH-CURRENCY
           MOVE WS-ACCT-ACCOUNT                   TO SH-BANK-ACCOUNT
           MOVE WS-HOLDER-NAME (WS-HOLDER-SUB)    TO SH-NAME
           MOVE WS-HOLDER-SURNAME (WS-HOLDER-SUB) TO SH-SURNAME
           MOVE WS-ACCT-ADRESS                    TO SH-ADRESS
           MOVE WS-HOLDER-COUNT                   TO SH-HOLDERS
           MOVE WS-ACCT-INTEREST                  TO SH-ACCT-INTEREST
           IF WS-HOLDER-SUB = 1 THEN
               COMPUTE SH-SHARE = WS-SHARE + WS-REMAINDER
           ELSE
               MOVE WS-SHARE TO SH-SHARE
           END-IF
           MOVE 0 TO SH-TAX
           RELEASE SORT-SHARE-REC
           EXIT.

       WRITE-RECIPIENTS-PARA.
           PERFORM RETURN-SHARE-PARA
               UNTIL EOF-SHARES

      * THE LAST RECIPIENT HAS NO BREAK AFTER IT
           IF WS-RCP-ACCOUNTS > 0 THEN
               PERFORM CLOSE-RECIPIENT-PARA
           END-IF
           EXIT.

       RETURN-SHARE-PARA.
           RETURN SORT-SHARES AT END MOVE 'Y' TO WS-EOF-SHARES
           END-RETURN

           IF NOT EOF-SHARES THEN
               IF WS-RCP-ACCOUNTS > 0 THEN
                   IF SH-ID-NUM NOT = WS-RCP-ID-NUM THEN
                       PERFORM CLOSE-RECIPIENT-PARA
                   ELSE
                       IF SH-CURRENCY NOT = WS-RCP-CURRENCY THEN
                           PERFORM CLOSE-CURRENCY-PARA
                       END-IF
                   END-IF
               END-IF
               IF WS-RCP-ACCOUNTS = 0 THEN
                   PERFORM OPEN-RECIPIENT-PARA
               END-IF
               IF WS-CUR-ACCOUNTS = 0 THEN
                   MOVE SH-CURRENCY TO WS-RCP-CURRENCY
                   MOVE 0 TO WS-RCP-INTEREST
                   MOVE 0 TO WS-RCP-TAX
               END-IF
               ADD 1 TO WS-RCP-ACCOUNTS
               ADD 1 TO WS-CUR-ACCOUNTS
               ADD SH-SHARE TO WS-RCP-INTEREST
               ADD SH-TAX TO WS-RCP-TAX

               MOVE SH-BANK-ACCOUNT  TO CD-BANK-ACCOUNT
               MOVE SH-HOLDERS       TO CD-HOLDERS
               MOVE SH-CURRENCY      TO CD-CURRENCY
               MOVE SH-ACCT-INTEREST TO CD-ACCT-INTEREST
               MOVE SH-SHARE         TO CD-SHARE
               MOVE SH-TAX           TO CD-TAX
               MOVE WS-CERT-DETAIL-LINE TO CERT-RPT-LINE
               WRITE CERT-RPT-LINE
           END-IF
           EXIT.

       OPEN-RECIPIENT-PARA.
      * START THE RECIPIENT'S CERTIFICATE. NAME AND ADDRESS ARE
      * TAKEN FROM THEIR FIRST ACCOUNT IN ACCOUNT ORDER

           ADD 1 TO WS-RECIPIENT-COUNT
           MOVE SH-ID-NUM  TO WS-RCP-ID-NUM
           MOVE SH-NAME    TO WS-RCP-NAME
           MOVE SH-SURNAME TO WS-RCP-SURNAME
           MOVE SH-ADRESS  TO WS-RCP-ADRESS
           MOVE 0 TO WS-CUR-ACCOUNTS

           MOVE WS-CERT-RULE TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           MOVE WS-CERT-TITLE TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           MOVE WS-TAX-YEAR TO CY-YEAR
           MOVE WS-CERT-YEAR-LINE TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           MOVE SPACES TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE

           MOVE WS-RCP-NAME    TO CN-NAME
           MOVE WS-RCP-SURNAME TO CN-SURNAME
           MOVE WS-CERT-NAME-LINE TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           MOVE WS-RCP-ID-NUM TO CI-ID-NUM
           MOVE WS-CERT-ID-LINE TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           MOVE WS-RCP-ADRESS TO CA-ADRESS
           MOVE WS-CERT-ADRESS-LINE TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           MOVE SPACES TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE

           MOVE WS-CERT-HEADING TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           EXIT.

       CLOSE-RECIPIENT-PARA.
      * FINISH THE CERTIFICATE WITH THE LAST CURRENCY'S TOTAL

           PERFORM CLOSE-CURRENCY-PARA
           MOVE SPACES TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE

           MOVE 0 TO WS-RCP-ACCOUNTS
           EXIT.

       CLOSE-CURRENCY-PARA.
      * PRINT THE RECIPIENT'S TOTAL IN THE CURRENCY IN HAND AND
      * WRITE ITS TAXREG DETAIL RECORD

           MOVE SPACES TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           MOVE WS-RCP-CURRENCY TO CT-CURRENCY
           MOVE WS-RCP-INTEREST TO CT-INTEREST
           MOVE WS-RCP-TAX      TO CT-TAX
           MOVE WS-CERT-TOTAL-LINE TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE

           MOVE 'D' TO TAXREG-REC-TYPE
           MOVE WS-RCP-ID-NUM   TO TAXREG-ID-NUM
           MOVE WS-RCP-SURNAME  TO TAXREG-SURNAME
           MOVE WS-RCP-NAME     TO TAXREG-NAME
           MOVE WS-RCP-ADRESS   TO TAXREG-ADRESS
           MOVE WS-CUR-ACCOUNTS TO TAXREG-ACCOUNTS
           MOVE WS-RCP-CURRENCY TO TAXREG-CURRENCY
           MOVE WS-RCP-INTEREST TO TAXREG-INTEREST
           MOVE WS-RCP-TAX      TO TAXREG-TAX
           WRITE FS-TAXREG

           IF TAXREG-OK THEN
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-RCP-INTEREST TO WS-INTEREST-HASH
               ADD WS-RCP-TAX TO WS-TAX-HASH
           ELSE
               DISPLAY 'INTTAXB: TAXREG WRITE FAILED FOR '
                   WS-RCP-ID-NUM ' ' WS-RCP-CURRENCY
                   ' STATUS ' WS-TAXREG-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF

           MOVE 0 TO WS-CUR-ACCOUNTS
           EXIT.

       WRITE-TAXREG-HEADER-PARA.
           MOVE SPACES TO FS-TAXREG
           MOVE 'H' TO TAXREG-REC-TYPE
           MOVE PARM-TAX-YEAR TO TAXREG-TAX-YEAR
           MOVE PARM-RUN-DATE TO TAXREG-RUN-DATE
           WRITE FS-TAXREG

           IF NOT TAXREG-OK THEN
               DISPLAY 'INTTAXB: TAXREG HEADER WRITE FAILED, STATUS '
                   WS-TAXREG-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF
           EXIT.

       WRITE-TAXREG-TRAILER-PARA.
      * THE TRAILER COUNTS THE DETAIL RECORDS ACTUALLY WRITTEN,
      * THE SAME FIGURES THE CONTROL REPORT PRINTS

           MOVE SPACES TO FS-TAXREG
           MOVE 'T' TO TAXREG-REC-TYPE
           MOVE WS-DETAIL-COUNT TO TAXREG-COUNT
           MOVE WS-INTEREST-HASH TO TAXREG-INT-TOTAL
           MOVE WS-TAX-HASH TO TAXREG-TAX-TOTAL
           WRITE FS-TAXREG

           IF NOT TAXREG-OK THEN
               DISPLAY 'INTTAXB: TAXREG TRAILER WRITE FAILED, STATUS '
                   WS-TAXREG-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF
           EXIT.

       WRITE-REPORT-PARA.
           OPEN OUTPUT INTTAX-RPT

           MOVE WS-HEADING-1 TO INTTAX-RPT-LINE
           WRITE INTTAX-RPT-LINE
           MOVE PARM-TAX-YEAR TO YL-YEAR
           MOVE PARM-RUN-DATE TO YL-RUN-DATE
           MOVE WS-YEAR-LINE TO INTTAX-RPT-LINE
           WRITE INTTAX-RPT-LINE
           MOVE SPACES TO INTTAX-RPT-LINE
           WRITE INTTAX-RPT-LINE

           MOVE WS-TRANF-READ-COUNT TO SL1-COUNT
           MOVE WS-SUMMARY-LINE-1 TO INTTAX-RPT-LINE
           WRITE INTTAX-RPT-LINE

           MOVE WS-ARCH-READ-COUNT TO SL2-COUNT
           MOVE WS-SUMMARY-LINE-2 TO INTTAX-RPT-LINE
           WRITE INTTAX-RPT-LINE

           MOVE WS-ROW-COUNT TO SL3-COUNT
           MOVE WS-SUMMARY-LINE-3 TO INTTAX-RPT-LINE
           WRITE INTTAX-RPT-LINE

           MOVE WS-REVERSED-COUNT TO SL4-COUNT
           MOVE WS-SUMMARY-LINE-4 TO INTTAX-RPT-LINE
           WRITE INTTAX-RPT-LINE

           MOVE WS-ACCOUNT-COUNT TO SL5-COUNT
           MOVE WS-ACCT-INT-HASH TO SL5-HASH
           MOVE WS-SUMMARY-LINE-5 TO INTTAX-RPT-LINE
           WRITE INTTAX-RPT-LINE

           MOVE WS-JOINT-COUNT TO SL6-COUNT
           MOVE WS-SUMMARY-LINE-6 TO INTTAX-RPT-LINE
           WRITE INTTAX-RPT-LINE

           MOVE WS-NO-HOLDER-COUNT TO SL7-COUNT
           MOVE WS-SUMMARY-LINE-7 TO INTTAX-RPT-LINE
           WRITE INTTAX-RPT-LINE

           MOVE WS-RECIPIENT-COUNT TO SL8-COUNT
           MOVE WS-SUMMARY-LINE-8 TO INTTAX-RPT-LINE
           WRITE INTTAX-RPT-LINE

           MOVE WS-DETAIL-COUNT TO SL11-COUNT
           MOVE WS-SUMMARY-LINE-11 TO INTTAX-RPT-LINE
           WRITE INTTAX-RPT-LINE

           MOVE WS-INTEREST-HASH TO SL9-HASH
           MOVE WS-SUMMARY-LINE-9 TO INTTAX-RPT-LINE
           WRITE INTTAX-RPT-LINE

           MOVE WS-TAX-HASH TO SL10-HASH
           MOVE WS-SUMMARY-LINE-10 TO INTTAX-RPT-LINE
           WRITE INTTAX-RPT-LINE

           IF RUN-FAILED THEN
               MOVE SPACES TO INTTAX-RPT-LINE
               WRITE INTTAX-RPT-LINE
               MOVE WS-FAILED-LINE TO INTTAX-RPT-LINE
               WRITE INTTAX-RPT-LINE
           END-IF

           CLOSE INTTAX-RPT
           EXIT.

           COPY RUNCTLP.
