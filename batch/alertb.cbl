       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTB.

      * NIGHTLY CUSTOMER ALERTS EXTRACT
      *
      * WE HOLD A PHONE NUMBER AND AN ADDRESS ON EVERY DATAF
      * RECORD BUT HAVE NEVER USED THEM TO TELL A CUSTOMER
      * ANYTHING - THEY FOUND OUT ABOUT A BOUNCED STANDING ORDER,
      * A LOCKED SIGN-ON OR AN OVERDRAWN ACCOUNT WHEN THEY NEXT
      * CAME IN. THIS JOB RUNS AFTER STORDRB AND OVRDRFB AND
      * WRITES ONE ALERT PER EVENT TO THE ALERTOUT FILE THE
      * SMS/MAIL VENDOR PICKS UP. THE ALERT TYPES ARE:
      *   'SO' A STANDING ORDER STORDRB SKIPPED FOR INSUFFICIENT
      *        FUNDS, A CLOSED/UNKNOWN TARGET OR A SOURCE ACCOUNT
      *        LOCKED AS A TERM DEPOSIT, OR A PAYEE HELD IN
      *        ANOTHER CURRENCY (READ FROM THE STOREXC
      *        EXTRACT STORDRB WROTE TONIGHT)
      *   'OD' AN ACCOUNT BELOW ZERO BEYOND ITS ODLIMF LIMIT, OR
      *        WITH NO FACILITY AT ALL - THE SAME RULE OVRDRFB
      *        USES FOR ITS 'NEED CHASING' LINES
      *   'LK' A SIGN-ON LOCKED OUT ON HOLDF (PER HOLDER) OR ON
      *        THE LEGACY PASSF RECORD (PER ACCOUNT)
      *   'LW' A WITHDRAWAL ('W') OR OUTBOUND PAYMENT ('E') IN THE
      *        BUSINESS-DAY WINDOW AT OR ABOVE THE AMOUNT ON THE
      *        LIMITF 'ALERTS' RECORD. A ZERO AMOUNT SWITCHES THIS
      *        ALERT TYPE OFF. THE AMOUNT IS IN THE HOME CURRENCY
      *        (PLN), SO A ROW ON A FOREIGN-CURRENCY ACCOUNT IS
      *        CONVERTED AT ITS RATEF RATE BEFORE THE TEST; THE
      *        ALERT ITSELF CARRIES THE AMOUNT IN THE ACCOUNT'S OWN
      *        CURRENCY. A RATE NOT DATED THE BUSINESS DATE IS
      *        USED BUT COUNTED (RC=4); A CURRENCY WITH NO RATE
      *        LEAVES ITS ROWS UNTESTED AND ENDS THE JOB RC=8
      * ACCOUNT-LEVEL ALERTS GO TO THE CUSTOMER OF RECORD ON
      * DATAF; A HOLDF LOCKOUT GOES TO THE HOLDER WHO IS LOCKED
      * OUT, AT THE ACCOUNT'S DATAF CONTACT DETAILS.
      *
      * OPT-IN/OPT-OUT: THE ALERTPF FILE (MAINTAINED ON MAPALTP)
      * HOLDS ONE PREFERENCE PER CUSTOMER ID NUMBER. NO RECORD
      * MEANS OPTED IN. THE CHANNEL IS THE ONE ON ALERTPF, OR BY
      * DEFAULT SMS WHEN A PHONE NUMBER IS ON FILE AND A LETTER
      * OTHERWISE; A CHOSEN CHANNEL WITH NO PHONE (OR NO ADDRESS)
      * FALLS BACK TO THE OTHER ONE, AND A CUSTOMER WITH NEITHER
      * IS COUNTED AS NO CONTACT.
      *
      * DUPLICATE SUPPRESSION: EVERY ALERT SENT IS REMEMBERED ON
      * THE KEYED ALERTHF HISTORY FILE UNDER ALERT TYPE, ACCOUNT,
      * ID NUMBER AND AN EVENT KEY (THE POSTING DATE AND ORDER
      * NUMBER OF A SKIPPED ORDER, THE TRANF TIMESTAMP AND
      * SEQUENCE OF A WITHDRAWAL, THE FILE NAME OF A LOCKOUT,
      * SPACES FOR AN OVERDRAWN ACCOUNT). AN EVENT ALREADY ON THE
      * HISTORY IS NOT SENT AGAIN, SO A RERUN - OR AN ACCOUNT
      * STILL OVERDRAWN TOMORROW - DOES NOT ALERT TWICE. BEFORE
      * LOOKING FOR NEW EVENTS THE JOB FORGETS THE STANDING
      * CONDITIONS THAT HAVE CLEARED (BACK WITHIN LIMIT,
      * UNLOCKED), SO A LATER RECURRENCE ALERTS AGAIN, AND PURGES
      * ONE-OFF EVENTS OLDER THAN THE RETENTION DAYS ON THE
      * LIMITF 'ALERTS' RECORD (ZERO KEEPS THEM FOR EVER).
      *
      * ALERTOUT RECORD (217 BYTES, TYPE IN COLUMN 1):
      *   'H' HEADER  - BUSINESS DATE YYYYMMDD
      *   'D' DETAIL  - CHANNEL X ('S' SMS, 'L' LETTER), ALERT
      *                 TYPE X(2), ID NUMBER X(11), NAME X(20),
      *                 SURNAME X(20), PHONE X(12), ADDRESS X(45),
      *                 BANK ACCOUNT X(26), AMOUNT 11 DIGITS WITH
      *                 TWO IMPLIED DECIMALS, EVENT DATE X(8),
      *                 MESSAGE TEXT X(60)
      *   'T' TRAILER - DETAIL COUNT 9(9), SMS COUNT 9(9), LETTER
      *                 COUNT 9(9)
      * THE ALERTR REPORT COUNTS THE DAY'S ALERTS BY TYPE: SENT
      * BY SMS, SENT BY LETTER, SUPPRESSED AS DUPLICATES, OPTED
      * OUT AND NO CONTACT. A MISSING LIMITF 'ALERTS' RECORD OR A
      * BAD WINDOW CARD ENDS THE JOB RC=16; A FILE ERROR ENDS IT
      * RC=8 - CHECK THE JOB LOG BEFORE RELEASING ALERTOUT

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

           SELECT STORDR-EXC ASSIGN TO STOREXC
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STOREXC-STATUS.

           SELECT BALF ASSIGN TO BALF
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALF-BANK-ACCOUNT
               FILE STATUS IS WS-BALF-STATUS.

           SELECT ODLIMF ASSIGN TO ODLIMF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ODLIMF-BANK-ACCOUNT
               FILE STATUS IS WS-ODLIMF-STATUS.

           SELECT HOLDF ASSIGN TO HOLDF
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLDF-KEY
               FILE STATUS IS WS-HOLDF-STATUS.

           SELECT PASSF ASSIGN TO PASSF
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PASSF-BANK-ACCOUNT
               FILE STATUS IS WS-PASSF-STATUS.

           SELECT TRANF ASSIGN TO TRANF
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRANF-KEY
               FILE STATUS IS WS-TRANF-STATUS.

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

           SELECT ALERTPF ASSIGN TO ALERTPF
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALERTPF-ID-NUM
               FILE STATUS IS WS-ALERTPF-STATUS.

           SELECT ALERTHF ASSIGN TO ALERTHF
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALERTHF-KEY
               FILE STATUS IS WS-ALERTHF-STATUS.

           SELECT ALERTOUT ASSIGN TO ALERTOUT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTOUT-STATUS.

           SELECT ALERT-RPT ASSIGN TO ALERTR
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
           05  PARM-DAY-START         PIC X(8).
           05  PARM-DAY-END           PIC X(8).

      * 'ALERTS' CARRIES THE LARGE-WITHDRAWAL ALERT AMOUNT AND THE
      * HISTORY RETENTION DAYS FOR ONE-OFF EVENTS (SEE
      * JCL/LIMITF.JCL)
       FD  LIMITF.
       01  FS-LIMITF.
           05  LIMITF-ID              PIC X(8).
           05  LIMITF-LARGE-WITHDRAW  PIC 9(9).
           05  LIMITF-KEEP-DAYS       PIC 9(9).
           05  FILLER                 PIC 9(9).
           05  FILLER                 PIC 9(9).

      * ORDERS STORDRB SKIPPED TONIGHT (SEE STORDRB)
       FD  STORDR-EXC.
       01  FS-STOREXC.
           05  STOREXC-POST-DATE      PIC X(8).
           05  STOREXC-BANK-ACCOUNT   PIC X(26).
           05  STOREXC-ORDER-NUM      PIC 9(2).
           05  STOREXC-TARGET-ACCOUNT PIC X(26).
           05  STOREXC-AMOUNT         PIC 9(9)V99.
           05  STOREXC-REASON         PIC X(2).
               88  STOREXC-NO-FUNDS   VALUE 'NF'.
               88  STOREXC-TGT-CLOSED VALUE 'TC'.
               88  STOREXC-TERM-LOCKED VALUE 'TL'.
               88  STOREXC-CURRENCY   VALUE 'CM'.

       FD  BALF.
       01  FS-BALF.
           05  BALF-BANK-ACCOUNT      PIC X(26).
           05  BALF-BALANCE           PIC S9(9)V99.

       FD  ODLIMF.
       01  FS-ODLIMF.
           05  ODLIMF-BANK-ACCOUNT   PIC X(26).
           05  ODLIMF-LIMIT          PIC 9(9).

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
               88  HOLDF-IS-LOCKED    VALUE 'Y'.

       FD  PASSF.
       01  FS-PASSF.
           05  PASSF-BANK-ACCOUNT     PIC X(26).
           05  PASSF-PASSWORD         PIC X(30).
           05  PASSF-FAIL-COUNT       PIC 9(2).
           05  PASSF-LOCKED-FLAG      PIC X.
               88  PASSF-IS-LOCKED    VALUE 'Y'.

       FD  TRANF.
       01  FS-TRANF.
           05  TRANF-KEY.
               10  TRANF-BANK-ACCOUNT PIC X(26).
               10  TRANF-TIMESTAMP    PIC X(15).
               10  TRANF-SEQ          PIC 9(3).
           05  TRANF-TYPE             PIC X.
               88  TRANF-WITHDRAWAL   VALUE 'W'.
               88  TRANF-EXT-PAYMENT  VALUE 'E'.
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

      * HOME-CURRENCY UNITS PER ONE UNIT OF THE CURRENCY (SEE
      * JCL/RATEF.JCL)
       FD  RATEF.
       01  FS-RATEF.
           05  RATEF-CURRENCY         PIC X(3).
           05  RATEF-RATE-DATE        PIC X(8).
           05  RATEF-RATE             PIC 9(5)V9(6).

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

      * ONE ALERT PREFERENCE PER CUSTOMER ID NUMBER (SEE MAPALTP)
       FD  ALERTPF.
       01  FS-ALERTPF.
           05  ALERTPF-ID-NUM            PIC X(11).
           05  ALERTPF-OPT-FLAG          PIC X.
               88  ALERTPF-OPTED-OUT     VALUE 'O'.
           05  ALERTPF-CHANNEL           PIC X.
           05  ALERTPF-UPDATED-TIMESTAMP PIC X(15).
           05  ALERTPF-UPDATED-BY        PIC X(8).

      * ONE RECORD PER ALERT SENT, KEYED SO THE SAME EVENT IS
      * FOUND AGAIN (SEE JCL/ALERTHF.JCL)
       FD  ALERTHF.
       01  FS-ALERTHF.
           05  ALERTHF-KEY.
               10  ALERTHF-ALERT-TYPE   PIC X(2).
                   88  ALERTHF-STANDING-ORDER VALUE 'SO'.
                   88  ALERTHF-OVERDRAWN      VALUE 'OD'.
                   88  ALERTHF-LOCKOUT        VALUE 'LK'.
                   88  ALERTHF-LARGE-WITHDRAW VALUE 'LW'.
               10  ALERTHF-BANK-ACCOUNT PIC X(26).
               10  ALERTHF-ID-NUM       PIC X(11).
               10  ALERTHF-EVENT-KEY    PIC X(18).
           05  ALERTHF-SENT-DATE        PIC X(8).
           05  ALERTHF-CHANNEL          PIC X.

       FD  ALERTOUT.
       01  FS-ALERTOUT.
           05  ALERTOUT-REC-TYPE      PIC X.
           05  ALERTOUT-DETAIL.
               10  ALERTOUT-CHANNEL   PIC X.
               10  ALERTOUT-ALERT-TYPE PIC X(2).
               10  ALERTOUT-ID-NUM    PIC X(11).
               10  ALERTOUT-NAME      PIC X(20).
               10  ALERTOUT-SURNAME   PIC X(20).
               10  ALERTOUT-PHONE     PIC X(12).
               10  ALERTOUT-ADDRESS   PIC X(45).
               10  ALERTOUT-BANK-ACCOUNT PIC X(26).
               10  ALERTOUT-AMOUNT    PIC 9(9)V99.
               10  ALERTOUT-EVENT-DATE PIC X(8).
               10  ALERTOUT-TEXT      PIC X(60).
           05  ALERTOUT-HEADER REDEFINES ALERTOUT-DETAIL.
               10  ALERTOUT-RUN-DATE  PIC X(8).
               10  FILLER             PIC X(208).
           05  ALERTOUT-TRAILER REDEFINES ALERTOUT-DETAIL.
               10  ALERTOUT-COUNT     PIC 9(9).
               10  ALERTOUT-SMS-COUNT PIC 9(9).
               10  ALERTOUT-LETTER-COUNT PIC 9(9).
               10  FILLER             PIC X(189).

       FD  ALERT-RPT.
       01  ALERT-RPT-LINE             PIC X(110).

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

       01  WS-STOREXC-STATUS          PIC XX.
           88  STOREXC-OK             VALUE '00'.
           88  STOREXC-EOF            VALUE '10'.

       01  WS-BALF-STATUS             PIC XX.
           88  BALF-OK                VALUE '00'.
           88  BALF-NOTFND            VALUE '23'.
           88  BALF-EOF               VALUE '10'.

       01  WS-ODLIMF-STATUS           PIC XX.
           88  ODLIMF-OK              VALUE '00'.
           88  ODLIMF-NOTFND          VALUE '23'.

       01  WS-HOLDF-STATUS            PIC XX.
           88  HOLDF-OK               VALUE '00'.
           88  HOLDF-NOTFND           VALUE '23'.
           88  HOLDF-EOF              VALUE '10'.

       01  WS-PASSF-STATUS            PIC XX.
           88  PASSF-OK               VALUE '00'.
           88  PASSF-NOTFND           VALUE '23'.
           88  PASSF-EOF              VALUE '10'.

       01  WS-TRANF-STATUS            PIC XX.
           88  TRANF-OK               VALUE '00'.
           88  TRANF-EOF              VALUE '10'.

       01  WS-DATAF-STATUS            PIC XX.
           88  DATAF-OK               VALUE '00'.

       01  WS-RATEF-STATUS            PIC XX.
           88  RATEF-OK               VALUE '00'.

       01  WS-ALERTPF-STATUS          PIC XX.
           88  ALERTPF-OK             VALUE '00'.
           88  ALERTPF-NOTFND         VALUE '23'.

       01  WS-ALERTHF-STATUS          PIC XX.
           88  ALERTHF-OK             VALUE '00'.
           88  ALERTHF-NOTFND         VALUE '23'.
           88  ALERTHF-EOF            VALUE '10'.

       01  WS-ALERTOUT-STATUS         PIC XX.
           88  ALERTOUT-OK            VALUE '00'.

       01  WS-SCAN-DONE               PIC X VALUE 'N'.
           88  SCAN-DONE              VALUE 'Y'.

      * SET ON ANY FILE ERROR - THE ALERTS THAT COULD BE SENT
      * STILL GO, BUT THE JOB ENDS RC=8
       01  WS-RUN-FAILED              PIC X VALUE 'N'.
           88  RUN-FAILED             VALUE 'Y'.

      * SET BY CHECK-CONDITION-PARA FOR ONE HISTORY ENTRY: WHETHER
      * THE EVENT BEHIND IT STILL STANDS (OR IS STILL INSIDE THE
      * RETENTION PERIOD)
       01  WS-KEEP-ENTRY              PIC X VALUE 'Y'.
           88  KEEP-ENTRY             VALUE 'Y'.

      * THE CALENDAR DATES OFF SYSIN EXPANDED TO FULL TIMESTAMP
      * WINDOW BOUNDARIES (MIDNIGHT AT THE START OF EACH DATE)
      * FOR THE WINDOW LABELS. TRANF ROWS ARE SELECTED ON THEIR
      * BUSINESS POSTING DATE AGAINST THE DATES THEMSELVES, NOT
      * ON THE TIMESTAMP - A POSTING KEYED AFTER THE END-OF-DAY
      * CUTOFF BELONGS TO THE NEXT BUSINESS DAY (SEE BUSDAYB)
       01  WS-DAY-START.
           05  WS-DAY-START-DATE      PIC X(8).
           05  FILLER                 PIC X(7) VALUE '000000 '.
       01  WS-DAY-END.
           05  WS-DAY-END-DATE        PIC X(8).
           05  FILLER                 PIC X(7) VALUE '000000 '.

       01  WS-LARGE-WITHDRAW          PIC 9(9) VALUE 0.
       01  WS-KEEP-DAYS               PIC 9(9) VALUE 0.
       01  WS-CONTROL-FOUND           PIC X VALUE 'N'.
           88  CONTROL-FOUND          VALUE 'Y'.

      * ONE-OFF HISTORY ENTRIES SENT BEFORE THIS DATE ARE PURGED
       01  WS-RUN-DATE-NUM            PIC 9(8) VALUE 0.
       01  WS-PURGE-DATE-NUM          PIC 9(8) VALUE 0.
       01  WS-PURGE-DATE              PIC X(8) VALUE LOW-VALUES.
       01  WS-DATE-INTEGER            PIC 9(7) VALUE 0.

      * THE ALERT BEING RAISED - FILLED IN BY THE CALLER BEFORE
      * RAISE-ALERT-PARA. A BLANK ID NUMBER OR NAME IS TAKEN FROM
      * THE ACCOUNT'S DATAF RECORD
       01  WS-ALERT.
           05  WS-AL-TYPE             PIC X(2).
           05  WS-AL-BANK-ACCOUNT     PIC X(26).
           05  WS-AL-ID-NUM           PIC X(11).
           05  WS-AL-NAME             PIC X(20).
           05  WS-AL-SURNAME          PIC X(20).
           05  WS-AL-EVENT-KEY        PIC X(18).
           05  WS-AL-EVENT-DATE       PIC X(8).
           05  WS-AL-AMOUNT           PIC 9(9)V99.
           05  WS-AL-TEXT             PIC X(60).
       01  WS-AL-CHANNEL              PIC X.
           88  AL-CHANNEL-SMS         VALUE 'S'.
           88  AL-CHANNEL-LETTER      VALUE 'L'.
           88  AL-NO-CHANNEL          VALUE SPACE.

      * EVENT KEY OF A SKIPPED STANDING ORDER
       01  WS-ORDER-EVENT-KEY.
           05  WS-OEK-POST-DATE       PIC X(8).
           05  WS-OEK-ORDER-NUM       PIC 9(2).
           05  FILLER                 PIC X(8) VALUE SPACES.

      * EVENT KEY OF A LARGE WITHDRAWAL - THE TRANF ROW'S OWN
      * TIMESTAMP AND SEQUENCE
       01  WS-TRANF-EVENT-KEY.
           05  WS-TEK-TIMESTAMP       PIC X(15).
           05  WS-TEK-SEQ             PIC 9(3).

       01  WS-OVERDRAWN-BY            PIC S9(9)V99 VALUE 0.
       01  WS-WITHDRAWN               PIC S9(9)V99 VALUE 0.
       01  WS-WITHDRAWN-HOME          PIC S9(11)V99 VALUE 0.

      * THE ACCOUNT THE LAST WITHDRAWAL TESTED WAS POSTED TO, WITH
      * ITS CURRENCY AND RATE. TRANF IS READ IN ACCOUNT ORDER, SO
      * EACH ACCOUNT IS LOOKED UP ONCE
       01  WS-CACHED-ACCOUNT          PIC X(26) VALUE SPACES.
       01  WS-HOME-CURRENCY           PIC X(3) VALUE 'PLN'.
       01  WS-ACCT-CURRENCY           PIC X(3) VALUE SPACES.
       01  WS-ACCT-RATE               PIC 9(5)V9(6) VALUE 0.
       01  WS-RATE-KNOWN              PIC X VALUE 'N'.
           88  RATE-KNOWN             VALUE 'Y'.
       01  WS-RATE-STALE              PIC X VALUE 'N'.
           88  RATE-STALE             VALUE 'Y'.
       01  WS-STALE-RATE-COUNT        PIC 9(7) VALUE 0.
       01  WS-NO-RATE-COUNT           PIC 9(7) VALUE 0.

      * ONE ROW PER ALERT TYPE FOR THE DAILY COUNT REPORT
       01  WS-ALERT-TYPE-VALUES.
           05  FILLER PIC X(32) VALUE 'SOSTANDING ORDER NOT PAID'.
           05  FILLER PIC X(32) VALUE 'ODOVERDRAWN BEYOND LIMIT'.
           05  FILLER PIC X(32) VALUE 'LKSIGN-ON LOCKED OUT'.
           05  FILLER PIC X(32) VALUE 'LWLARGE WITHDRAWAL'.
       01  WS-ALERT-TYPE-TABLE REDEFINES WS-ALERT-TYPE-VALUES.
           05  WS-AT-ENTRY OCCURS 4 TIMES.
               10  WS-AT-CODE         PIC X(2).
               10  WS-AT-DESC         PIC X(30).

       01  WS-ALERT-COUNTS.
           05  WS-AC-ENTRY OCCURS 4 TIMES.
               10  WS-AC-SMS          PIC 9(7).
               10  WS-AC-LETTER       PIC 9(7).
               10  WS-AC-DUPLICATE    PIC 9(7).
               10  WS-AC-OPTED-OUT    PIC 9(7).
               10  WS-AC-NO-CONTACT   PIC 9(7).

       01  WS-TYPE-IX                 PIC 9(2) VALUE 0.

       01  WS-SENT-COUNT              PIC 9(9) VALUE 0.
       01  WS-SMS-COUNT               PIC 9(9) VALUE 0.
       01  WS-LETTER-COUNT            PIC 9(9) VALUE 0.
       01  WS-DUPLICATE-COUNT         PIC 9(7) VALUE 0.
       01  WS-OPTED-OUT-COUNT         PIC 9(7) VALUE 0.
       01  WS-NO-CONTACT-COUNT        PIC 9(7) VALUE 0.
       01  WS-CLEARED-COUNT           PIC 9(7) VALUE 0.
       01  WS-PURGED-COUNT            PIC 9(7) VALUE 0.

       01  WS-HEADING-1 PIC X(60) VALUE
           'ALERTB - DAILY CUSTOMER ALERTS REPORT'.

      * EVERY NIGHTLY REPORT SHOWS WHICH BUSINESS DAY IT
      * BELIEVES IT RAN FOR (SEE BUSDAYB), SAME LINE GLEXTRB
      * PRINTS
       01  WS-WINDOW-LINE.
           05  FILLER             PIC X(16) VALUE 'BUSINESS DAY:   '.
           05  WL-START           PIC X(15).
           05  FILLER             PIC X(4) VALUE ' TO '.
           05  WL-END             PIC X(15).

       01  WS-THRESHOLD-LINE.
           05  FILLER             PIC X(27) VALUE
               'LARGE WITHDRAWAL ALERT AT: '.
           05  TL-THRESHOLD       PIC ZZZZZZZZ9.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  TL-CURRENCY        PIC X(3).

       01  WS-HEADING-2.
           05  FILLER             PIC X(5)  VALUE 'TYPE'.
           05  FILLER             PIC X(31) VALUE 'ALERT'.
           05  FILLER             PIC X(11) VALUE '      SMS'.
           05  FILLER             PIC X(11) VALUE '   LETTER'.
           05  FILLER             PIC X(11) VALUE 'DUPLICATE'.
           05  FILLER             PIC X(11) VALUE 'OPTED OUT'.
           05  FILLER             PIC X(11) VALUE 'NO CONTACT'.

       01  WS-TYPE-LINE.
           05  TYL-CODE           PIC X(2).
           05  FILLER             PIC X(3) VALUE SPACES.
           05  TYL-DESC           PIC X(30).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  TYL-SMS            PIC ZZZZZZ9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  TYL-LETTER         PIC ZZZZZZ9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  TYL-DUPLICATE      PIC ZZZZZZ9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  TYL-OPTED-OUT      PIC ZZZZZZ9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  TYL-NO-CONTACT     PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(27) VALUE
               'ALERTS SENT TO VENDOR:     '.
           05  SL-SENT            PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-2.
           05  FILLER             PIC X(27) VALUE
               'SUPPRESSED - DUPLICATE:    '.
           05  SL2-DUPLICATE      PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-3.
           05  FILLER             PIC X(27) VALUE
               'SUPPRESSED - OPTED OUT:    '.
           05  SL3-OPTED-OUT      PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-4.
           05  FILLER             PIC X(27) VALUE
               'NOT SENT - NO CONTACT:     '.
           05  SL4-NO-CONTACT     PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-5.
           05  FILLER             PIC X(27) VALUE
               'CLEARED CONDITIONS DROPPED:'.
           05  SL5-CLEARED        PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-6.
           05  FILLER             PIC X(27) VALUE
               'OLD HISTORY ENTRIES PURGED:'.
           05  SL6-PURGED         PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-7.
           05  FILLER             PIC X(27) VALUE
               'WITHDRAWALS AT OLD RATE:   '.
           05  SL7-STALE          PIC ZZZZZZ9.

       01  WS-SUMMARY-LINE-8.
           05  FILLER             PIC X(27) VALUE
               'WITHDRAWALS NOT TESTED:    '.
           05  SL8-NO-RATE        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'ALERTB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF PARM-DAY-START IS NOT NUMERIC OR
              PARM-DAY-END IS NOT NUMERIC THEN
               DISPLAY 'ALERTB: MISSING OR INVALID SYSIN WINDOW CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           PERFORM READ-CONTROL-PARA

           IF NOT CONTROL-FOUND THEN
               DISPLAY 'ALERTB: NO LIMITF ALERTS RECORD - FIX THE'
                   ' LIMITS FILE AND RERUN'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           PERFORM SET-PURGE-DATE-PARA

           OPEN INPUT BALF
           OPEN INPUT ODLIMF
           OPEN INPUT HOLDF
           OPEN INPUT PASSF
           OPEN INPUT TRANF
           OPEN INPUT DATAF
           OPEN INPUT RATEF
           OPEN INPUT ALERTPF
           OPEN I-O ALERTHF
           OPEN OUTPUT ALERTOUT
           OPEN OUTPUT ALERT-RPT

           IF NOT ALERTHF-OK OR NOT ALERTOUT-OK THEN
               DISPLAY 'ALERTB: OPEN ALERTHF/ALERTOUT FAILED, STATUS '
                   WS-ALERTHF-STATUS ' ' WS-ALERTOUT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           INITIALIZE WS-ALERT-COUNTS

           PERFORM WRITE-HEADER-PARA

           PERFORM CLEAR-HISTORY-PARA

           PERFORM STANDING-ORDER-ALERTS-PARA
           PERFORM OVERDRAWN-ALERTS-PARA
           PERFORM LOCKOUT-ALERTS-PARA
           IF WS-LARGE-WITHDRAW > 0 THEN
               PERFORM WITHDRAWAL-ALERTS-PARA
           END-IF

           PERFORM WRITE-TRAILER-PARA

           PERFORM WRITE-REPORT-PARA

           CLOSE BALF
           CLOSE ODLIMF
           CLOSE HOLDF
           CLOSE PASSF
           CLOSE TRANF
           CLOSE DATAF
           CLOSE RATEF
           CLOSE ALERTPF
           CLOSE ALERTHF
           CLOSE ALERTOUT
           CLOSE ALERT-RPT

           DISPLAY 'ALERTB: SENT ' WS-SENT-COUNT ' ALERT(S), '
               WS-DUPLICATE-COUNT ' DUPLICATE(S) SUPPRESSED'

           EVALUATE TRUE
           WHEN RUN-FAILED
               MOVE 8 TO RETURN-CODE
           WHEN WS-STALE-RATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
           END-EVALUATE

           MOVE WS-SENT-COUNT TO WS-RUNCTL-OUT-COUNT
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
               MOVE 'ALERTS' TO LIMITF-ID
               READ LIMITF
                   INVALID KEY CONTINUE
               END-READ
               IF LIMITF-OK THEN
                   MOVE 'Y' TO WS-CONTROL-FOUND
                   MOVE LIMITF-LARGE-WITHDRAW TO WS-LARGE-WITHDRAW
                   MOVE LIMITF-KEEP-DAYS      TO WS-KEEP-DAYS
               END-IF
               CLOSE LIMITF
           END-IF
           EXIT.

       SET-PURGE-DATE-PARA.
      * ONE-OFF EVENTS SENT MORE THAN THE RETENTION DAYS BEFORE
      * TODAY'S BUSINESS DATE ARE DROPPED FROM THE HISTORY. WITH
      * NO RETENTION SET THE PURGE DATE STAYS LOW-VALUES AND
      * NOTHING IS EVER OLD ENOUGH

           MOVE WS-DAY-START-DATE TO WS-RUN-DATE-NUM
           IF WS-KEEP-DAYS > 0 THEN
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - WS-KEEP-DAYS
               COMPUTE WS-PURGE-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE WS-PURGE-DATE-NUM TO WS-PURGE-DATE
           END-IF
           EXIT.

       WRITE-HEADER-PARA.
           MOVE SPACES TO FS-ALERTOUT
           MOVE 'H' TO ALERTOUT-REC-TYPE
           MOVE WS-DAY-START-DATE TO ALERTOUT-RUN-DATE
           PERFORM WRITE-ALERTOUT-PARA
           EXIT.

      *---------------------------------------------------------------
      * HISTORY HOUSEKEEPING
      *---------------------------------------------------------------
       CLEAR-HISTORY-PARA.
      * ONE PASS DOWN ALERTHF: A STANDING CONDITION (OVERDRAWN,
      * LOCKED OUT) THAT NO LONGER HOLDS IS FORGOTTEN SO IT CAN
      * ALERT AGAIN IF IT COMES BACK; A ONE-OFF EVENT OLDER THAN
      * THE RETENTION PERIOD IS PURGED

           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO ALERTHF-KEY
           START ALERTHF KEY IS NOT LESS THAN ALERTHF-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
           END-START

           PERFORM READ-NEXT-HISTORY-PARA
               UNTIL SCAN-DONE
           EXIT.

       READ-NEXT-HISTORY-PARA.
           READ ALERTHF NEXT RECORD
               AT END CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN ALERTHF-OK
               PERFORM CHECK-CONDITION-PARA
               IF NOT KEEP-ENTRY THEN
                   DELETE ALERTHF RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   IF NOT ALERTHF-OK THEN
                       DISPLAY 'ALERTB: ALERTHF DELETE FAILED, STATUS '
                           WS-ALERTHF-STATUS ' ' ALERTHF-KEY
                       MOVE 'Y' TO WS-RUN-FAILED
                   END-IF
               END-IF
           WHEN ALERTHF-EOF
               MOVE 'Y' TO WS-SCAN-DONE
           WHEN OTHER
               DISPLAY 'ALERTB: ALERTHF READ FAILED, STATUS '
                   WS-ALERTHF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'Y' TO WS-SCAN-DONE
           END-EVALUATE
           EXIT.

       CHECK-CONDITION-PARA.
      * DECIDES WHETHER THE HISTORY ENTRY JUST READ STAYS. A READ
      * ERROR KEEPS IT - BETTER ONE ALERT TOO FEW THAN A REPEAT

           MOVE 'Y' TO WS-KEEP-ENTRY

           EVALUATE TRUE
           WHEN ALERTHF-OVERDRAWN
               PERFORM CHECK-OVERDRAWN-CLEARED-PARA
           WHEN ALERTHF-LOCKOUT
               PERFORM CHECK-LOCKOUT-CLEARED-PARA
           WHEN OTHER
               IF ALERTHF-SENT-DATE < WS-PURGE-DATE THEN
                   MOVE 'N' TO WS-KEEP-ENTRY
                   ADD 1 TO WS-PURGED-COUNT
               END-IF
           END-EVALUATE
           EXIT.

       CHECK-OVERDRAWN-CLEARED-PARA.
           MOVE ALERTHF-BANK-ACCOUNT TO BALF-BANK-ACCOUNT
           READ BALF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN BALF-OK
               PERFORM GET-OVERDRAWN-BY-PARA
               IF WS-OVERDRAWN-BY NOT > 0 THEN
                   MOVE 'N' TO WS-KEEP-ENTRY
               END-IF
           WHEN BALF-NOTFND
               MOVE 'N' TO WS-KEEP-ENTRY
           WHEN OTHER
               DISPLAY 'ALERTB: BALF READ FAILED FOR '
                   BALF-BANK-ACCOUNT ' STATUS ' WS-BALF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           END-EVALUATE

           IF NOT KEEP-ENTRY THEN
               ADD 1 TO WS-CLEARED-COUNT
           END-IF
           EXIT.

       CHECK-LOCKOUT-CLEARED-PARA.
      * THE EVENT KEY SAYS WHICH FILE THE LOCK WAS SEEN ON

           IF ALERTHF-EVENT-KEY = 'HOLDF' THEN
               MOVE ALERTHF-BANK-ACCOUNT TO HOLDF-BANK-ACCOUNT
               MOVE ALERTHF-ID-NUM TO HOLDF-ID-NUM
               READ HOLDF
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE TRUE
               WHEN HOLDF-OK
                   IF NOT HOLDF-IS-LOCKED THEN
                       MOVE 'N' TO WS-KEEP-ENTRY
                   END-IF
               WHEN HOLDF-NOTFND
                   MOVE 'N' TO WS-KEEP-ENTRY
               WHEN OTHER
                   DISPLAY 'ALERTB: HOLDF READ FAILED FOR '
                       HOLDF-KEY ' STATUS ' WS-HOLDF-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED
               END-EVALUATE
           ELSE
               MOVE ALERTHF-BANK-ACCOUNT TO PASSF-BANK-ACCOUNT
               READ PASSF
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE TRUE
               WHEN PASSF-OK
                   IF NOT PASSF-IS-LOCKED THEN
                       MOVE 'N' TO WS-KEEP-ENTRY
                   END-IF
               WHEN PASSF-NOTFND
                   MOVE 'N' TO WS-KEEP-ENTRY
               WHEN OTHER
                   DISPLAY 'ALERTB: PASSF READ FAILED FOR '
                       PASSF-BANK-ACCOUNT ' STATUS ' WS-PASSF-STATUS
                   MOVE 'Y' TO WS-RUN-FAILED
               END-EVALUATE
           END-IF

           IF NOT KEEP-ENTRY THEN
               ADD 1 TO WS-CLEARED-COUNT
           END-IF
           EXIT.

       GET-OVERDRAWN-BY-PARA.
      * HOW FAR THE BALF BALANCE IS BEYOND ITS AUTHORIZED
      * OVERDRAFT - ZERO OR LESS MEANS IN CREDIT OR WITHIN LIMIT.
      * NO ODLIMF RECORD MEANS NO FACILITY, SAME AS OVRDRFB; A
      * READ ERROR IS TREATED AS NO FACILITY TOO, AS OVRDRFB
      * CHASES AN UNKNOWN LIMIT

           MOVE 0 TO WS-OVERDRAWN-BY
           IF BALF-BALANCE < 0 THEN
               MOVE BALF-BANK-ACCOUNT TO ODLIMF-BANK-ACCOUNT
               READ ODLIMF
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE TRUE
               WHEN ODLIMF-OK
                   COMPUTE WS-OVERDRAWN-BY =
                       0 - BALF-BALANCE - ODLIMF-LIMIT
               WHEN ODLIMF-NOTFND
                   COMPUTE WS-OVERDRAWN-BY = 0 - BALF-BALANCE
               WHEN OTHER
                   DISPLAY 'ALERTB: ODLIMF READ FAILED FOR '
                       ODLIMF-BANK-ACCOUNT ' STATUS '
                       WS-ODLIMF-STATUS
                   COMPUTE WS-OVERDRAWN-BY = 0 - BALF-BALANCE
               END-EVALUATE
           END-IF
           EXIT.

      *---------------------------------------------------------------
      * EVENT SOURCES
      *---------------------------------------------------------------
       STANDING-ORDER-ALERTS-PARA.
      * EVERY ORDER ON TONIGHT'S STOREXC EXTRACT. A MISSING
      * EXTRACT MEANS STORDRB DID NOT RUN - THE OTHER ALERTS
      * STILL GO BUT THE JOB ENDS RC=8

           OPEN INPUT STORDR-EXC
           IF NOT STOREXC-OK THEN
               DISPLAY 'ALERTB: OPEN STOREXC FAILED, STATUS '
                   WS-STOREXC-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           ELSE
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM READ-NEXT-SKIP-PARA
                   UNTIL SCAN-DONE
               CLOSE STORDR-EXC
           END-IF
           EXIT.

       READ-NEXT-SKIP-PARA.
           READ STORDR-EXC
               AT END CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN STOREXC-OK
               MOVE SPACES TO WS-ALERT
               MOVE 'SO' TO WS-AL-TYPE
               MOVE STOREXC-BANK-ACCOUNT TO WS-AL-BANK-ACCOUNT
               MOVE STOREXC-POST-DATE TO WS-OEK-POST-DATE
               MOVE STOREXC-ORDER-NUM TO WS-OEK-ORDER-NUM
               MOVE WS-ORDER-EVENT-KEY TO WS-AL-EVENT-KEY
               MOVE STOREXC-POST-DATE TO WS-AL-EVENT-DATE
               MOVE STOREXC-AMOUNT TO WS-AL-AMOUNT
               EVALUATE TRUE
               WHEN STOREXC-NO-FUNDS
                   MOVE 'STANDING ORDER NOT PAID - INSUFFICIENT FUNDS'
                       TO WS-AL-TEXT
               WHEN STOREXC-TGT-CLOSED
                   MOVE 'STANDING ORDER NOT PAID - PAYEE ACCOUNT CLOSED'
                       TO WS-AL-TEXT
               WHEN STOREXC-TERM-LOCKED
                   MOVE 'STANDING ORDER NOT PAID - TERM DEPOSIT LOCKED'
                       TO WS-AL-TEXT
               WHEN STOREXC-CURRENCY
                   MOVE 'STANDING ORDER NOT PAID - CURRENCY DIFFERS'
                       TO WS-AL-TEXT
               WHEN OTHER
                   MOVE 'STANDING ORDER NOT PAID - PAYEE NOT FOUND'
                       TO WS-AL-TEXT
               END-EVALUATE
               PERFORM RAISE-ALERT-PARA
           WHEN STOREXC-EOF
               MOVE 'Y' TO WS-SCAN-DONE
           WHEN OTHER
               DISPLAY 'ALERTB: STOREXC READ FAILED, STATUS '
                   WS-STOREXC-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'Y' TO WS-SCAN-DONE
           END-EVALUATE
           EXIT.

       OVERDRAWN-ALERTS-PARA.
      * ONE PASS DOWN BALF, SAME SELECTION AS OVRDRFB'S 'OVER
      * LIMIT' AND 'NO FACILITY' LINES

           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO BALF-BANK-ACCOUNT
           START BALF KEY IS NOT LESS THAN BALF-BANK-ACCOUNT
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
           END-START

           PERFORM READ-NEXT-BALF-PARA
               UNTIL SCAN-DONE
           EXIT.

       READ-NEXT-BALF-PARA.
           READ BALF NEXT RECORD
               AT END CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN BALF-OK
               IF BALF-BALANCE < 0 THEN
                   PERFORM GET-OVERDRAWN-BY-PARA
                   IF WS-OVERDRAWN-BY > 0 THEN
                       MOVE SPACES TO WS-ALERT
                       MOVE 'OD' TO WS-AL-TYPE
                       MOVE BALF-BANK-ACCOUNT TO WS-AL-BANK-ACCOUNT
                       MOVE WS-DAY-START-DATE TO WS-AL-EVENT-DATE
                       MOVE WS-OVERDRAWN-BY TO WS-AL-AMOUNT
                       MOVE 'ACCOUNT OVERDRAWN BEYOND ITS AGREED LIMIT'
                           TO WS-AL-TEXT
                       PERFORM RAISE-ALERT-PARA
                   END-IF
               END-IF
           WHEN BALF-EOF
               MOVE 'Y' TO WS-SCAN-DONE
           WHEN OTHER
               DISPLAY 'ALERTB: BALF READ FAILED, STATUS '
                   WS-BALF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'Y' TO WS-SCAN-DONE
           END-EVALUATE
           EXIT.

       LOCKOUT-ALERTS-PARA.
      * LOCKED HOLDERS ON HOLDF, THEN LOCKED LEGACY PASSF SIGN-ONS

           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO HOLDF-KEY
           START HOLDF KEY IS NOT LESS THAN HOLDF-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
           END-START

           PERFORM READ-NEXT-HOLDER-PARA
               UNTIL SCAN-DONE

           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO PASSF-BANK-ACCOUNT
           START PASSF KEY IS NOT LESS THAN PASSF-BANK-ACCOUNT
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
           END-START

           PERFORM READ-NEXT-PASSF-PARA
               UNTIL SCAN-DONE
           EXIT.

       READ-NEXT-HOLDER-PARA.
           READ HOLDF NEXT RECORD
               AT END CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN HOLDF-OK
               IF HOLDF-IS-LOCKED THEN
                   MOVE SPACES TO WS-ALERT
                   MOVE 'LK' TO WS-AL-TYPE
                   MOVE HOLDF-BANK-ACCOUNT TO WS-AL-BANK-ACCOUNT
                   MOVE HOLDF-ID-NUM TO WS-AL-ID-NUM
                   MOVE HOLDF-NAME TO WS-AL-NAME
                   MOVE HOLDF-SURNAME TO WS-AL-SURNAME
                   MOVE 'HOLDF' TO WS-AL-EVENT-KEY
                   MOVE WS-DAY-START-DATE TO WS-AL-EVENT-DATE
                   MOVE 0 TO WS-AL-AMOUNT
                   MOVE 'SIGN-ON LOCKED AFTER FAILED PASSWORD ATTEMPTS'
                       TO WS-AL-TEXT
                   PERFORM RAISE-ALERT-PARA
               END-IF
           WHEN HOLDF-EOF
               MOVE 'Y' TO WS-SCAN-DONE
           WHEN OTHER
               DISPLAY 'ALERTB: HOLDF READ FAILED, STATUS '
                   WS-HOLDF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'Y' TO WS-SCAN-DONE
           END-EVALUATE
           EXIT.

       READ-NEXT-PASSF-PARA.
           READ PASSF NEXT RECORD
               AT END CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN PASSF-OK
               IF PASSF-IS-LOCKED THEN
                   MOVE SPACES TO WS-ALERT
                   MOVE 'LK' TO WS-AL-TYPE
                   MOVE PASSF-BANK-ACCOUNT TO WS-AL-BANK-ACCOUNT
                   MOVE 'PASSF' TO WS-AL-EVENT-KEY
                   MOVE WS-DAY-START-DATE TO WS-AL-EVENT-DATE
                   MOVE 0 TO WS-AL-AMOUNT
                   MOVE 'SIGN-ON LOCKED AFTER FAILED PASSWORD ATTEMPTS'
                       TO WS-AL-TEXT
                   PERFORM RAISE-ALERT-PARA
               END-IF
           WHEN PASSF-EOF
               MOVE 'Y' TO WS-SCAN-DONE
           WHEN OTHER
               DISPLAY 'ALERTB: PASSF READ FAILED, STATUS '
                   WS-PASSF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'Y' TO WS-SCAN-DONE
           END-EVALUATE
           EXIT.

       WITHDRAWAL-ALERTS-PARA.
      * THE DAY'S TRANF ROWS, SELECTED BY THE SAME BUSINESS-DAY
      * WINDOW CARD LRGTRNB TAKES. AN OUTBOUND PAYMENT IS CARRIED
      * NEGATIVE ON TRANF, SO THE AMOUNT IS TAKEN UNSIGNED, AND IT
      * IS TESTED IN THE HOME CURRENCY LIKE LRGTRNB'S THRESHOLD

           MOVE 'N' TO WS-SCAN-DONE
           PERFORM READ-NEXT-TRANF-PARA
               UNTIL SCAN-DONE
           EXIT.

       READ-NEXT-TRANF-PARA.
           READ TRANF NEXT RECORD
               AT END CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN TRANF-OK
               IF (TRANF-WITHDRAWAL OR TRANF-EXT-PAYMENT) AND
                  TRANF-POST-DATE NOT LESS THAN WS-DAY-START-DATE AND
                  TRANF-POST-DATE LESS THAN WS-DAY-END-DATE THEN
                   IF TRANF-AMOUNT < 0 THEN
                       COMPUTE WS-WITHDRAWN = 0 - TRANF-AMOUNT
                   ELSE
                       MOVE TRANF-AMOUNT TO WS-WITHDRAWN
                   END-IF
                   PERFORM TEST-WITHDRAWAL-PARA
               END-IF
           WHEN TRANF-EOF
               MOVE 'Y' TO WS-SCAN-DONE
           WHEN OTHER
               DISPLAY 'ALERTB: TRANF READ FAILED, STATUS '
                   WS-TRANF-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
               MOVE 'Y' TO WS-SCAN-DONE
           END-EVALUATE
           EXIT.

       TEST-WITHDRAWAL-PARA.
           IF TRANF-BANK-ACCOUNT NOT = WS-CACHED-ACCOUNT THEN
               PERFORM GET-ACCOUNT-RATE-PARA
           END-IF

           IF RATE-KNOWN THEN
               COMPUTE WS-WITHDRAWN-HOME ROUNDED =
                   WS-WITHDRAWN * WS-ACCT-RATE
               IF RATE-STALE THEN
                   ADD 1 TO WS-STALE-RATE-COUNT
               END-IF
               IF WS-WITHDRAWN-HOME NOT LESS THAN WS-LARGE-WITHDRAW
                   PERFORM RAISE-WITHDRAWAL-PARA
               END-IF
           ELSE
               ADD 1 TO WS-NO-RATE-COUNT
               DISPLAY 'ALERTB: NO RATEF RATE FOR '
                   WS-ACCT-CURRENCY ' - ' TRANF-KEY ' NOT TESTED'
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF
           EXIT.

       GET-ACCOUNT-RATE-PARA.
      * THE ACCOUNT'S DATAF CURRENCY AND ITS RATEF RATE. A BLANK
      * CURRENCY (OR NO DATAF RECORD) IS THE HOME CURRENCY, RATE 1
      * WITHOUT A READ; ANY OTHER NEEDS A NON-ZERO RATEF RATE

           MOVE TRANF-BANK-ACCOUNT TO WS-CACHED-ACCOUNT

           MOVE TRANF-BANK-ACCOUNT TO DATAF-BANK-NUMBER
           READ DATAF
               INVALID KEY CONTINUE
           END-READ

           MOVE WS-HOME-CURRENCY TO WS-ACCT-CURRENCY
           IF DATAF-OK AND
              DATAF-CURRENCY NOT = SPACES AND
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

       RAISE-WITHDRAWAL-PARA.
           MOVE SPACES TO WS-ALERT
           MOVE 'LW' TO WS-AL-TYPE
           MOVE TRANF-BANK-ACCOUNT TO WS-AL-BANK-ACCOUNT
           MOVE TRANF-TIMESTAMP TO WS-TEK-TIMESTAMP
           MOVE TRANF-SEQ TO WS-TEK-SEQ
           MOVE WS-TRANF-EVENT-KEY TO WS-AL-EVENT-KEY
           MOVE TRANF-POST-DATE TO WS-AL-EVENT-DATE
           MOVE WS-WITHDRAWN TO WS-AL-AMOUNT
           IF TRANF-EXT-PAYMENT THEN
               MOVE 'LARGE PAYMENT SENT FROM YOUR ACCOUNT'
                   TO WS-AL-TEXT
           ELSE
               MOVE 'LARGE WITHDRAWAL FROM YOUR ACCOUNT'
                   TO WS-AL-TEXT
           END-IF
           PERFORM RAISE-ALERT-PARA
           EXIT.

      *---------------------------------------------------------------
      * ONE ALERT: CONTACT, DUPLICATE CHECK, PREFERENCE, SEND
      *---------------------------------------------------------------
       RAISE-ALERT-PARA.
           EVALUATE WS-AL-TYPE
           WHEN 'SO'
               MOVE 1 TO WS-TYPE-IX
           WHEN 'OD'
               MOVE 2 TO WS-TYPE-IX
           WHEN 'LK'
               MOVE 3 TO WS-TYPE-IX
           WHEN OTHER
               MOVE 4 TO WS-TYPE-IX
           END-EVALUATE

           MOVE WS-AL-BANK-ACCOUNT TO DATAF-BANK-NUMBER
           READ DATAF
               INVALID KEY CONTINUE
           END-READ

           IF NOT DATAF-OK THEN
      * NO CUSTOMER RECORD BEHIND THE ACCOUNT - NOBODY TO TELL
               DISPLAY 'ALERTB: NO DATAF RECORD FOR '
                   WS-AL-BANK-ACCOUNT ' STATUS ' WS-DATAF-STATUS
               ADD 1 TO WS-AC-NO-CONTACT(WS-TYPE-IX)
               ADD 1 TO WS-NO-CONTACT-COUNT
           ELSE
               IF WS-AL-ID-NUM = SPACES THEN
                   MOVE DATAF-ID-NUM TO WS-AL-ID-NUM
                   MOVE DATAF-NAME TO WS-AL-NAME
                   MOVE DATAF-SURNAME TO WS-AL-SURNAME
               END-IF
               PERFORM CHECK-HISTORY-PARA
           END-IF
           EXIT.

       CHECK-HISTORY-PARA.
           MOVE WS-AL-TYPE TO ALERTHF-ALERT-TYPE
           MOVE WS-AL-BANK-ACCOUNT TO ALERTHF-BANK-ACCOUNT
           MOVE WS-AL-ID-NUM TO ALERTHF-ID-NUM
           MOVE WS-AL-EVENT-KEY TO ALERTHF-EVENT-KEY

           READ ALERTHF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN ALERTHF-OK
               ADD 1 TO WS-AC-DUPLICATE(WS-TYPE-IX)
               ADD 1 TO WS-DUPLICATE-COUNT
           WHEN ALERTHF-NOTFND
               PERFORM CHECK-PREFERENCE-PARA
           WHEN OTHER
      * CANNOT TELL WHETHER IT WAS SENT BEFORE - HOLD IT BACK
      * RATHER THAN RISK A REPEAT, AND FAIL THE RUN
               DISPLAY 'ALERTB: ALERTHF READ FAILED, STATUS '
                   WS-ALERTHF-STATUS ' ' ALERTHF-KEY
               MOVE 'Y' TO WS-RUN-FAILED
           END-EVALUATE
           EXIT.

       CHECK-PREFERENCE-PARA.
      * NO ALERTPF RECORD MEANS OPTED IN ON THE DEFAULT CHANNEL.
      * A READ ERROR SENDS NOTHING - AN OPTED-OUT CUSTOMER MUST
      * NOT BE CONTACTED ON A GUESS

           MOVE SPACE TO WS-AL-CHANNEL
           MOVE WS-AL-ID-NUM TO ALERTPF-ID-NUM
           READ ALERTPF
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
           WHEN ALERTPF-OK
               IF ALERTPF-OPTED-OUT THEN
                   ADD 1 TO WS-AC-OPTED-OUT(WS-TYPE-IX)
                   ADD 1 TO WS-OPTED-OUT-COUNT
               ELSE
                   MOVE ALERTPF-CHANNEL TO WS-AL-CHANNEL
                   PERFORM SET-CHANNEL-PARA
               END-IF
           WHEN ALERTPF-NOTFND
               PERFORM SET-CHANNEL-PARA
           WHEN OTHER
               DISPLAY 'ALERTB: ALERTPF READ FAILED, STATUS '
                   WS-ALERTPF-STATUS ' ' ALERTPF-ID-NUM
               MOVE 'Y' TO WS-RUN-FAILED
           END-EVALUATE
           EXIT.

       SET-CHANNEL-PARA.
      * RESOLVE THE CHANNEL AGAINST WHAT DATAF ACTUALLY HOLDS,
      * THEN SEND - OR COUNT THE CUSTOMER AS NO CONTACT

           EVALUATE TRUE
           WHEN AL-CHANNEL-SMS AND DATAF-PHONE-NUM NOT = SPACES
               CONTINUE
           WHEN AL-CHANNEL-LETTER AND DATAF-ADRESS NOT = SPACES
               CONTINUE
           WHEN DATAF-PHONE-NUM NOT = SPACES
               MOVE 'S' TO WS-AL-CHANNEL
           WHEN DATAF-ADRESS NOT = SPACES
               MOVE 'L' TO WS-AL-CHANNEL
           WHEN OTHER
               MOVE SPACE TO WS-AL-CHANNEL
           END-EVALUATE

           IF AL-NO-CHANNEL THEN
               ADD 1 TO WS-AC-NO-CONTACT(WS-TYPE-IX)
               ADD 1 TO WS-NO-CONTACT-COUNT
           ELSE
               PERFORM SEND-ALERT-PARA
           END-IF
           EXIT.

       SEND-ALERT-PARA.
      * THE VENDOR RECORD GOES FIRST, THEN THE HISTORY ENTRY THAT
      * STOPS IT GOING AGAIN. A HISTORY WRITE FAILURE MEANS THE
      * EVENT MAY BE SENT TWICE, SO IT FAILS THE RUN

           MOVE SPACES TO FS-ALERTOUT
           MOVE 'D' TO ALERTOUT-REC-TYPE
           MOVE WS-AL-CHANNEL TO ALERTOUT-CHANNEL
           MOVE WS-AL-TYPE TO ALERTOUT-ALERT-TYPE
           MOVE WS-AL-ID-NUM TO ALERTOUT-ID-NUM
           MOVE WS-AL-NAME TO ALERTOUT-NAME
           MOVE WS-AL-SURNAME TO ALERTOUT-SURNAME
           MOVE DATAF-PHONE-NUM TO ALERTOUT-PHONE
           MOVE DATAF-ADRESS TO ALERTOUT-ADDRESS
           MOVE WS-AL-BANK-ACCOUNT TO ALERTOUT-BANK-ACCOUNT
           MOVE WS-AL-AMOUNT TO ALERTOUT-AMOUNT
           MOVE WS-AL-EVENT-DATE TO ALERTOUT-EVENT-DATE
           MOVE WS-AL-TEXT TO ALERTOUT-TEXT
           PERFORM WRITE-ALERTOUT-PARA

           IF ALERTOUT-OK THEN
               ADD 1 TO WS-SENT-COUNT
               IF AL-CHANNEL-SMS THEN
                   ADD 1 TO WS-AC-SMS(WS-TYPE-IX)
                   ADD 1 TO WS-SMS-COUNT
               ELSE
                   ADD 1 TO WS-AC-LETTER(WS-TYPE-IX)
                   ADD 1 TO WS-LETTER-COUNT
               END-IF

               MOVE WS-AL-TYPE TO ALERTHF-ALERT-TYPE
               MOVE WS-AL-BANK-ACCOUNT TO ALERTHF-BANK-ACCOUNT
               MOVE WS-AL-ID-NUM TO ALERTHF-ID-NUM
               MOVE WS-AL-EVENT-KEY TO ALERTHF-EVENT-KEY
               MOVE WS-DAY-START-DATE TO ALERTHF-SENT-DATE
               MOVE WS-AL-CHANNEL TO ALERTHF-CHANNEL
               WRITE FS-ALERTHF
                   INVALID KEY CONTINUE
               END-WRITE
               IF NOT ALERTHF-OK THEN
                   DISPLAY 'ALERTB: ALERTHF WRITE FAILED, STATUS '
                       WS-ALERTHF-STATUS ' ' ALERTHF-KEY
                   MOVE 'Y' TO WS-RUN-FAILED
               END-IF
           END-IF
           EXIT.

       WRITE-TRAILER-PARA.
           MOVE SPACES TO FS-ALERTOUT
           MOVE 'T' TO ALERTOUT-REC-TYPE
           MOVE WS-SENT-COUNT TO ALERTOUT-COUNT
           MOVE WS-SMS-COUNT TO ALERTOUT-SMS-COUNT
           MOVE WS-LETTER-COUNT TO ALERTOUT-LETTER-COUNT
           PERFORM WRITE-ALERTOUT-PARA
           EXIT.

       WRITE-ALERTOUT-PARA.
           WRITE FS-ALERTOUT

           IF NOT ALERTOUT-OK THEN
               DISPLAY 'ALERTB: ALERTOUT WRITE FAILED, STATUS '
                   WS-ALERTOUT-STATUS
               MOVE 'Y' TO WS-RUN-FAILED
           END-IF
           EXIT.

      *---------------------------------------------------------------
      * DAILY COUNT REPORT
      *---------------------------------------------------------------
       WRITE-REPORT-PARA.
           MOVE WS-HEADING-1 TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE

           MOVE WS-DAY-START TO WL-START
           MOVE WS-DAY-END   TO WL-END
           MOVE WS-WINDOW-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE

           MOVE WS-LARGE-WITHDRAW TO TL-THRESHOLD
           MOVE WS-HOME-CURRENCY TO TL-CURRENCY
           MOVE WS-THRESHOLD-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE

           MOVE SPACES TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE

           MOVE WS-HEADING-2 TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE

           PERFORM WRITE-TYPE-LINE-PARA
               VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > 4

           MOVE SPACES TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE

           MOVE WS-SENT-COUNT TO SL-SENT
           MOVE WS-SUMMARY-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE

           MOVE WS-DUPLICATE-COUNT TO SL2-DUPLICATE
           MOVE WS-SUMMARY-LINE-2 TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE

           MOVE WS-OPTED-OUT-COUNT TO SL3-OPTED-OUT
           MOVE WS-SUMMARY-LINE-3 TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE

           MOVE WS-NO-CONTACT-COUNT TO SL4-NO-CONTACT
           MOVE WS-SUMMARY-LINE-4 TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE

           MOVE WS-CLEARED-COUNT TO SL5-CLEARED
           MOVE WS-SUMMARY-LINE-5 TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE

           MOVE WS-PURGED-COUNT TO SL6-PURGED
           MOVE WS-SUMMARY-LINE-6 TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE

           MOVE WS-STALE-RATE-COUNT TO SL7-STALE
           MOVE WS-SUMMARY-LINE-7 TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE

           MOVE WS-NO-RATE-COUNT TO SL8-NO-RATE
           MOVE WS-SUMMARY-LINE-8 TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           EXIT.

       WRITE-TYPE-LINE-PARA.
           MOVE WS-AT-CODE(WS-TYPE-IX) TO TYL-CODE
           MOVE WS-AT-DESC(WS-TYPE-IX) TO TYL-DESC
           MOVE WS-AC-SMS(WS-TYPE-IX) TO TYL-SMS
           MOVE WS-AC-LETTER(WS-TYPE-IX) TO TYL-LETTER
           MOVE WS-AC-DUPLICATE(WS-TYPE-IX) TO TYL-DUPLICATE
           MOVE WS-AC-OPTED-OUT(WS-TYPE-IX) TO TYL-OPTED-OUT
           MOVE WS-AC-NO-CONTACT(WS-TYPE-IX) TO TYL-NO-CONTACT
           MOVE WS-TYPE-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE
           EXIT.

           COPY RUNCTLP.
