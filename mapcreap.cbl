      * free bank numbers are stored in FREENUM file
      * bank account will be later used as a login
      * to MAPBANKP program
      * an account opened under a term-deposit product (a PRODF
      * term in months) also gets its TDF record: fixed rate,
      * start date (the business date), maturity date and the
      * customer's maturity instruction - roll over, or sweep to
      * one of their own accounts in the same currency. a term
      * deposit is a second account, so the one-account-per-id
      * rule does not apply to it

       DATA DIVISION.                                                 
       WORKING-STORAGE SECTION.                                       
              VALUE 'THIS ID IS ALREADY A HOLDER OF THAT ACCT'.
           05 HOLDER-ACCT-NOTFND-MSG PIC X(28)
              VALUE 'THERE IS NO SUCH BANK NUMBER'.
           05 INVALID-MATURITY-MSG PIC X(40)
              VALUE 'MATURITY INSTRUCTION MUST BE R OR S'.
           05 INVALID-SWEEP-MSG PIC X(45)
              VALUE 'SWEEP ACCT: YOUR OWN OPEN ACCT, SAME CURRENCY'.
           05 NO-BUSDATE-MSG PIC X(40)
              VALUE 'BUSINESS DATE UNAVAILABLE - TRY LATER'.
      * SUCCESS LINE FOR A TERM DEPOSIT, THE ACCOUNT NUMBER IS
      * SHOWN IN BNUM AS FOR ANY OTHER NEW ACCOUNT
           05 TERM-OPENED-LINE.
               10 FILLER PIC X(28)
                  VALUE 'YOUR TERM DEPOSIT, MATURING '.
               10 TOL-MATURITY-DATE PIC X(8).
               10 FILLER PIC X(2) VALUE ': '.
      
      * variables use to process given data      
       01 SCREEN-DATA.
      * SAVINGS, ...) - BLANK DEFAULTS TO THE CURRENT-ACCOUNT
      * PRODUCT, ANYTHING ELSE MUST EXIST ON PRODF
           05 PRODUCT-FIELD PIC X(2).
      * TERM-DEPOSIT PRODUCTS ONLY: WHAT HAPPENS AT MATURITY
      * (BLANK IS TAKEN AS 'R') AND, FOR 'S', WHERE THE MONEY GOES
           05 MATURITY-FIELD PIC X.
               88 ROLLOVER-INSTRUCTION VALUE 'R'.
               88 SWEEP-INSTRUCTION VALUE 'S'.
           05 SWEEP-ACCOUNT-FIELD PIC X(26).
      * DATA IS USED IN AUDIT-DATA-PARA                                
       01 IF-CORRECT PIC X VALUE 'N'.                                  
           88 DATA-CORRECT VALUE 'Y'.                                  
           05 DATAF-CLOSE-TIMESTAMP PIC X(15).
      * PRODUCT CODE CARRIED ON EVERY ACCOUNT (SEE PRODF)
           05 DATAF-PRODUCT-CODE PIC X(2).
      * CURRENCY THE ACCOUNT IS HELD IN (ISO CODE, FROM ITS
      * PRODUCT - SEE PRODF)
           05 DATAF-CURRENCY     PIC X(3).

      * PRODF PRODUCT CONTROL FILE, ONE RECORD PER PRODUCT (SAME
      * CONTROL-RECORD STYLE AS LIMITF): CODE, NAME, THE PERIOD
      * INTEREST RATE INTACCRB PAYS THE PRODUCT (SIX DIGITS, FOUR
      * IMPLIED DECIMALS, A PERCENTAGE), THE MINIMUM BALANCE
      * THAT EARNS INTEREST, THE FEE SCHEDULE FEECHGB CHARGES AT
      * MONTH END AND THE UNCLEARED-FUNDS HOLD RULE (CREDITS OVER
      * THE THRESHOLD ARE HELD FOR THE NUMBER OF DAYS), THEN THE
      * CURRENCY THE PRODUCT'S ACCOUNTS ARE HELD IN AND, FOR A
      * TERM-DEPOSIT PRODUCT, THE AGREED TERM IN MONTHS (ZERO FOR
      * INSTANT ACCESS) AND THE EARLY-BREAK PENALTY RATE. THE
      * RECORD MUST EXIST, AND ITS CURRENCY IS COPIED ONTO THE NEW
      * ACCOUNT
       01 FS-PRODF.
           05 PRODF-CODE        PIC X(2).
           05 PRODF-NAME        PIC X(20).
           05 PRODF-RATE        PIC 9(2)V9(4).
           05 PRODF-MIN-BALANCE PIC 9(9).
           05 PRODF-MONTHLY-FEE PIC 9(5)V99.
           05 PRODF-BELOW-MIN-FEE PIC 9(5)V99.
           05 PRODF-OVERLIMIT-FEE PIC 9(5)V99.
           05 PRODF-HOLD-THRESHOLD PIC 9(9).
           05 PRODF-HOLD-DAYS   PIC 9(3).
           05 PRODF-CURRENCY    PIC X(3).
           05 PRODF-TERM-MONTHS PIC 9(3).
           05 PRODF-BREAK-PENALTY PIC 9V99.

      * HOLDF HOLDER RELATIONSHIP FILE, ONE RECORD PER CUSTOMER
      * NAMED ON A BANK ACCOUNT (KEY: BANK ACCOUNT + ID NUMBER).
           05 HOLDF-FAIL-COUNT   PIC 9(2).
           05 HOLDF-LOCKED-FLAG  PIC X.

      * BUSDATE CONTROL RECORD - A TERM DEPOSIT STARTS ON THE
      * BUSINESS DATE (THE NEXT ONE ONCE THE END-OF-DAY CUTOFF HAS
      * BEEN TAKEN), THE SAME DATE MAPBANKP POSTS ITS FUNDING UNDER
       01 FS-BUSDATE.
           05 BUSDATE-ID              PIC X(8).
           05 BUSDATE-DATE            PIC X(8).
           05 BUSDATE-DORM-DAYS       PIC 9(4).
           05 BUSDATE-CUTOFF          PIC X.
               88 BUSDATE-CUTOFF-TAKEN VALUE 'Y'.
           05 BUSDATE-NEXT-DATE       PIC X(8).

      * TDF TERM-DEPOSIT FILE, ONE RECORD PER TERM-DEPOSIT ACCOUNT
      * (SEE TDF.JCL). WRITTEN HERE ACTIVE AND LOCKED; MAPBANKP
      * REFUSES DEBITS UNTIL MATURITY, MAPTDBP BREAKS IT EARLY AND
      * TDMATB PAYS THE INTEREST AND ROLLS OVER OR SWEEPS IT
       01 FS-TDF.
           05 TDF-BANK-ACCOUNT        PIC X(26).
           05 TDF-PRODUCT-CODE        PIC X(2).
           05 TDF-TERM-MONTHS         PIC 9(3).
           05 TDF-RATE                PIC 9(2)V9(4).
           05 TDF-BREAK-PENALTY       PIC 9V99.
           05 TDF-START-DATE          PIC X(8).
           05 TDF-MATURITY-DATE       PIC X(8).
           05 TDF-INSTRUCTION         PIC X.
           05 TDF-SWEEP-ACCOUNT       PIC X(26).
           05 TDF-STATUS              PIC X.
           05 TDF-ACCRUED             PIC 9(9)V99.
           05 TDF-ACCRUED-TO          PIC X(8).
           05 TDF-BROKEN-DATE         PIC X(8).
           05 TDF-BROKEN-BY           PIC X(8).
           05 TDF-PENALTY             PIC 9(9)V99.

      * SET BY CHECK-PRODUCT-PARA WHEN THE PRODUCT HAS A TERM
       01 IF-TERM-PRODUCT PIC X VALUE 'N'.
           88 TERM-PRODUCT VALUE 'Y'.

      * WHY CHECK-TERM-DEPOSIT-PARA TURNED THE OPENING DOWN
       01 WS-TERM-REFUSAL-MSG PIC X(60).

      * START AND MATURITY DATES, SEE ADD-TERM-PARA
       01 TERM-DATE-VARS.
           05 WS-TERM-START-DATE PIC X(8).
           05 WS-TERM-DATE PIC 9(8).
           05 WS-TERM-DATE-R REDEFINES WS-TERM-DATE.
               10 WS-TERM-YYYY PIC 9(4).
               10 WS-TERM-MM PIC 9(2).
               10 WS-TERM-DD PIC 9(2).
           05 WS-TERM-NEXT-MONTH PIC 9(8).
           05 WS-TERM-NEXT-MONTH-R REDEFINES WS-TERM-NEXT-MONTH.
               10 WS-TERM-NEXT-YYYY PIC 9(4).
               10 WS-TERM-NEXT-MM PIC 9(2).
               10 WS-TERM-NEXT-DD PIC 9(2).
           05 WS-TERM-LAST-DATE PIC 9(8).
           05 WS-TERM-LAST-DATE-R REDEFINES WS-TERM-LAST-DATE.
               10 FILLER PIC 9(6).
               10 WS-TERM-LAST-DD PIC 9(2).
           05 WS-TERM-MONTH-COUNT PIC 9(7).
           05 WS-TERM-MONTH-REM PIC 9(2).

       01 TIMESTAMP-VARIABLES.
           05 WS-TIMESTAMP PIC S9(14) COMP.
      * HUMAN-READABLE STAMP, YYYYMMDDHHMMSS WITH A TRAILING
           PERFORM CHECK-PRODUCT-PARA
           IF CONTINUATION-ALLOWED THEN

      * A TERM DEPOSIT IS CHECKED FOR ITS MATURITY INSTRUCTION
      * AND DATES INSTEAD OF THE ONE-ACCOUNT-PER-ID RULE
              IF TERM-PRODUCT THEN
                 PERFORM CHECK-TERM-DEPOSIT-PARA
              ELSE
                 PERFORM CHECK-DUPLICATE-ID-PARA
              END-IF
              IF CONTINUATION-ALLOWED THEN

              PERFORM STARTBR-PARA
                      PERFORM ENDBR-PARA
                        IF CONTINUATION-ALLOWED THEN
                         PERFORM DELETE-FROM-FREENUM-PARA
                           IF CONTINUATION-ALLOWED AND
                              TERM-PRODUCT THEN
                              PERFORM WRITE-TDF-PARA
                           END-IF
                           IF CONTINUATION-ALLOWED THEN
      * CHANGING THE ATTRIBUTES OF BNUMA FILD
      * IN THAT FIELD ACCOUNT NUBMER OF USER WILL BE DISPLAYED
                              MOVE DFHBMBRY TO BNUMA
                              MOVE FREENUM-NUMBER TO BNUMO
                              MOVE 'YOUR BANK ACCOUNT: ' TO MSGO
                              IF TERM-PRODUCT THEN
                                 MOVE TERM-OPENED-LINE TO MSGO
                              END-IF

      * THE OPENING CUSTOMER IS THE ACCOUNT'S FIRST NAMED
      * HOLDER ON HOLDF - FURTHER JOINT HOLDERS ARE ADDED WITH
                              PERFORM WRITE-PRIMARY-HOLDER-PARA

                           ELSE
      * DELETION FAILED, OR THE TDF WRITE DID AND THE OPENING
      * WAS BACKED OUT
                              MOVE FILE-ERROR-MSG TO MSGO
                           END-IF
                        ELSE
                 MOVE FILE-ERROR-MSG TO MSGO
              END-IF
              ELSE
      * DUPLICATE ID-NUMBER-FIELD ALREADY EXISTS IN DATAF, OR THE
      * TERM DEPOSIT'S INSTRUCTION OR DATES DID NOT CHECK OUT
                 IF TERM-PRODUCT THEN
                    MOVE WS-TERM-REFUSAL-MSG TO MSGO
                 ELSE
                    MOVE DUPLICATE-ID-MSG TO MSGO
                 END-IF
              END-IF
           ELSE
      * UNKNOWN PRODUCT CODE
      * WE CANNOT PRICE MUST NOT BE SOLD, SO A READ ERROR FAILS
      * CLOSED THE SAME WAY CHECK-DUPLICATE-ID-PARA DOES

           MOVE 'N' TO IF-TERM-PRODUCT

           IF PRODUCT-FIELD = SPACES OR
           PRODUCT-FIELD = LOW-VALUES THEN
               MOVE 'CA' TO PRODUCT-FIELD
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
             MOVE 'Y' TO IF-CONTINUATION-ALLOWED
      * A PRODUCT LOADED BEFORE PRODF CARRIED A CURRENCY IS A
      * HOME-CURRENCY PRODUCT
             IF PRODF-CURRENCY = SPACES OR
             PRODF-CURRENCY = LOW-VALUES THEN
                 MOVE 'PLN' TO PRODF-CURRENCY
             END-IF
      * A PRODUCT WITH A TERM IS A TERM DEPOSIT
             IF PRODF-TERM-MONTHS IS NUMERIC AND
             PRODF-TERM-MONTHS > 0 THEN
                 MOVE 'Y' TO IF-TERM-PRODUCT
             END-IF
           WHEN OTHER
             MOVE 'N' TO IF-CONTINUATION-ALLOWED
           END-EVALUATE
           END-EVALUATE
           EXIT.

       CHECK-TERM-DEPOSIT-PARA.

      * PARAGRAPH CHECKS A TERM DEPOSIT'S MATURITY INSTRUCTION
      * AND WORKS OUT ITS START AND MATURITY DATES. 'R' (OR BLANK)
      * ROLLS THE DEPOSIT OVER FOR THE SAME TERM AT MATURITY; 'S'
      * SWEEPS IT TO SWEEP-ACCOUNT-FIELD, WHICH HAS TO BE AN OPEN
      * INSTANT-ACCESS ACCOUNT IN THE SAME CURRENCY THAT THE
      * OPENING CUSTOMER HOLDS (AS PRIMARY CUSTOMER ON DATAF OR AS
      * A HOLDER ON HOLDF) - NOBODY SWEEPS MONEY TO A STRANGER.
      * PARAGRAPH WILL MODIFY IF-CONTINUATION-ALLOWED FLAG, AND
      * LEAVES THE REASON FOR A REFUSAL IN WS-TERM-REFUSAL-MSG

           MOVE 'N' TO IF-CONTINUATION-ALLOWED

           IF MATURITY-FIELD = SPACE OR
           MATURITY-FIELD = LOW-VALUE THEN
               MOVE 'R' TO MATURITY-FIELD
           END-IF

           EVALUATE TRUE
           WHEN ROLLOVER-INSTRUCTION
               MOVE SPACES TO SWEEP-ACCOUNT-FIELD
               PERFORM GET-TERM-DATES-PARA
           WHEN SWEEP-INSTRUCTION
               PERFORM CHECK-SWEEP-ACCOUNT-PARA
               IF CONTINUATION-ALLOWED THEN
                   PERFORM GET-TERM-DATES-PARA
               END-IF
           WHEN OTHER
               MOVE INVALID-MATURITY-MSG TO WS-TERM-REFUSAL-MSG
           END-EVALUATE
           EXIT.

       CHECK-SWEEP-ACCOUNT-PARA.

      * PARAGRAPH CHECKS THE NOMINATED SWEEP ACCOUNT ON DATAF,
      * THEN THAT IT IS NOT ITSELF A TERM DEPOSIT AND THAT THE
      * OPENING CUSTOMER HOLDS IT. ANY READ ERROR FAILS CLOSED

           MOVE 'N' TO IF-CONTINUATION-ALLOWED
           MOVE INVALID-SWEEP-MSG TO WS-TERM-REFUSAL-MSG

           IF SWEEP-ACCOUNT-FIELD NOT = SPACES AND
           SWEEP-ACCOUNT-FIELD NOT = LOW-VALUES THEN
               MOVE SWEEP-ACCOUNT-FIELD TO DATAF-BANK-NUMBER

               EXEC CICS
               READ FILE('DATAF')
               INTO(FS-DATAF)
               RIDFLD(DATAF-BANK-NUMBER)
               RESP(RESPCODE)
               END-EXEC

               EVALUATE RESPCODE
               WHEN DFHRESP(NORMAL)
                   IF DATAF-CURRENCY = SPACES OR
                   DATAF-CURRENCY = LOW-VALUES THEN
                       MOVE 'PLN' TO DATAF-CURRENCY
                   END-IF
                   IF NOT DATAF-ACCT-CLOSED AND
                   DATAF-CURRENCY = PRODF-CURRENCY THEN
                       PERFORM CHECK-SWEEP-NOT-TERM-PARA
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE FILE-ERROR-MSG TO WS-TERM-REFUSAL-MSG
               END-EVALUATE
           END-IF
           EXIT.

       CHECK-SWEEP-NOT-TERM-PARA.

      * A TERM DEPOSIT CANNOT BE ANOTHER ONE'S SWEEP ACCOUNT -
      * THE MONEY WOULD ONLY BE LOCKED UP AGAIN

           MOVE SWEEP-ACCOUNT-FIELD TO TDF-BANK-ACCOUNT

           EXEC CICS
           READ FILE('TDF')
           INTO(FS-TDF)
           RIDFLD(TDF-BANK-ACCOUNT)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NOTFND)
               IF DATAF-ID-NUM = ID-NUMBER-FIELD THEN
                   MOVE 'Y' TO IF-CONTINUATION-ALLOWED
               ELSE
                   PERFORM CHECK-SWEEP-HOLDER-PARA
               END-IF
           WHEN DFHRESP(NORMAL)
               CONTINUE
           WHEN OTHER
               MOVE FILE-ERROR-MSG TO WS-TERM-REFUSAL-MSG
           END-EVALUATE
           EXIT.

       CHECK-SWEEP-HOLDER-PARA.

      * THE CUSTOMER IS NOT THE SWEEP ACCOUNT'S PRIMARY CUSTOMER,
      * SO THEY MUST BE A JOINT HOLDER OF IT ON HOLDF

           MOVE SWEEP-ACCOUNT-FIELD TO HOLDF-BANK-ACCOUNT
           MOVE ID-NUMBER-FIELD TO HOLDF-ID-NUM

           EXEC CICS
           READ FILE('HOLDF')
           INTO(FS-HOLDF)
           RIDFLD(HOLDF-KEY)
           RESP(RESPCODE)
           END-EXEC

           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
               MOVE 'Y' TO IF-CONTINUATION-ALLOWED
           WHEN DFHRESP(NOTFND)
               CONTINUE
           WHEN OTHER
               MOVE FILE-ERROR-MSG TO WS-TERM-REFUSAL-MSG
           END-EVALUATE
           EXIT.

       GET-TERM-DATES-PARA.

      * PARAGRAPH READS THE BUSINESS DATE THE DEPOSIT STARTS ON,
      * THE SAME WAY MAPBANKP'S GET-POST-DATE-PARA DATES A
      * POSTING, AND ADDS THE PRODUCT'S TERM FOR THE MATURITY
      * DATE. NO USABLE BUSINESS DATE MEANS NO DEPOSIT - A
      * MATURITY WE CANNOT WORK OUT MUST NOT BE GUESSED

           MOVE 'N' TO IF-CONTINUATION-ALLOWED
           MOVE NO-BUSDATE-MSG TO WS-TERM-REFUSAL-MSG
           MOVE SPACES TO WS-TERM-START-DATE
           MOVE 'BUSDATE' TO BUSDATE-ID

           EXEC CICS
           READ FILE('BUSDATE')
           INTO(FS-BUSDATE)
           RIDFLD(BUSDATE-ID)
           RESP(RESPCODE)
           END-EXEC

           IF RESPCODE = DFHRESP(NORMAL) THEN
               IF BUSDATE-CUTOFF-TAKEN THEN
                   MOVE BUSDATE-NEXT-DATE TO WS-TERM-START-DATE
               ELSE
                   MOVE BUSDATE-DATE TO WS-TERM-START-DATE
               END-IF
               IF WS-TERM-START-DATE IS NUMERIC THEN
                   PERFORM ADD-TERM-PARA
                   MOVE 'Y' TO IF-CONTINUATION-ALLOWED
               END-IF
           END-IF
           EXIT.

       ADD-TERM-PARA.

      * PARAGRAPH ADDS PRODF-TERM-MONTHS CALENDAR MONTHS TO THE
      * START DATE, LEAVING THE MATURITY IN WS-TERM-DATE. A START
      * ON A DAY THE MATURITY MONTH DOES NOT HAVE (THE 31ST, OR
      * 29TH-30TH INTO FEBRUARY) MATURES ON THAT MONTH'S LAST DAY

           MOVE WS-TERM-START-DATE TO WS-TERM-DATE

           COMPUTE WS-TERM-MONTH-COUNT =
               (WS-TERM-YYYY * 12) + WS-TERM-MM - 1
               + PRODF-TERM-MONTHS
           DIVIDE WS-TERM-MONTH-COUNT BY 12
               GIVING WS-TERM-YYYY REMAINDER WS-TERM-MONTH-REM
           COMPUTE WS-TERM-MM = WS-TERM-MONTH-REM + 1

      * THE LAST DAY OF THE MATURITY MONTH IS THE DAY BEFORE THE
      * FIRST OF THE MONTH AFTER IT
           IF WS-TERM-MM = 12 THEN
               COMPUTE WS-TERM-NEXT-YYYY = WS-TERM-YYYY + 1
               MOVE 1 TO WS-TERM-NEXT-MM
           ELSE
               MOVE WS-TERM-YYYY TO WS-TERM-NEXT-YYYY
               COMPUTE WS-TERM-NEXT-MM = WS-TERM-MM + 1
           END-IF
           MOVE 1 TO WS-TERM-NEXT-DD

           COMPUTE WS-TERM-LAST-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TERM-NEXT-MONTH) - 1)

           IF WS-TERM-DD > WS-TERM-LAST-DD THEN
               MOVE WS-TERM-LAST-DD TO WS-TERM-DD
           END-IF
           EXIT.

       WRITE-TDF-PARA.

      * PARAGRAPH WRITES THE NEW ACCOUNT'S TERM-DEPOSIT RECORD,
      * ACTIVE (LOCKED) WITH NOTHING ACCRUED YET. THE DATAF WRITE
      * AND FREENUM DELETE ARE ALREADY DONE IN THIS UNIT OF WORK,
      * SO IF THIS WRITE FAILS THEY ARE BACKED OUT WITH IT - AN
      * ACCOUNT OPENED UNDER A TERM PRODUCT WITHOUT ITS TDF RECORD
      * WOULD BE AN UNLOCKED DEPOSIT NOBODY MATURES

           MOVE FREENUM-NUMBER TO TDF-BANK-ACCOUNT
           MOVE PRODF-CODE TO TDF-PRODUCT-CODE
           MOVE PRODF-TERM-MONTHS TO TDF-TERM-MONTHS
           MOVE PRODF-RATE TO TDF-RATE
           MOVE PRODF-BREAK-PENALTY TO TDF-BREAK-PENALTY
           MOVE WS-TERM-START-DATE TO TDF-START-DATE
           MOVE WS-TERM-DATE TO TDF-MATURITY-DATE
           MOVE MATURITY-FIELD TO TDF-INSTRUCTION
           MOVE SWEEP-ACCOUNT-FIELD TO TDF-SWEEP-ACCOUNT
           MOVE 'A' TO TDF-STATUS
           MOVE 0 TO TDF-ACCRUED
           MOVE WS-TERM-START-DATE TO TDF-ACCRUED-TO
           MOVE SPACES TO TDF-BROKEN-DATE
           MOVE SPACES TO TDF-BROKEN-BY
           MOVE 0 TO TDF-PENALTY

           EXEC CICS
           WRITE FILE('TDF')
           FROM(FS-TDF)
           RIDFLD(TDF-BANK-ACCOUNT)
           RESP(RESPCODE)
           END-EXEC

           IF RESPCODE = DFHRESP(NORMAL) THEN
               MOVE 'Y' TO IF-CONTINUATION-ALLOWED
               MOVE TDF-MATURITY-DATE TO TOL-MATURITY-DATE
           ELSE
               MOVE 'N' TO IF-CONTINUATION-ALLOWED
               EXEC CICS
               SYNCPOINT ROLLBACK
               END-EXEC
           END-IF
           EXIT.

       RECEIVE-MAP-DATA.
      * PARAGRAPHS WILL RECEIVE USER PROVIDED DATA FORM A SCREEN

            MOVE PHONEI   TO    PHONE-NUM-FIELD
            MOVE IDNUMI   TO    ID-NUMBER-FIELD
            MOVE PRODI    TO    PRODUCT-FIELD
            MOVE MATI     TO    MATURITY-FIELD
            MOVE SWPI     TO    SWEEP-ACCOUNT-FIELD
                     
      * CODE BELOW WILL DELETE UNDERSORES FROM USER DATA 
            INSPECT NAME-FIELD REPLACING ALL '_' BY ' '       
               MOVE 'A' TO DATAF-STATUS
               MOVE SPACES TO DATAF-CLOSE-TIMESTAMP
               MOVE PRODUCT-FIELD TO DATAF-PRODUCT-CODE
      * THE ACCOUNT IS HELD IN ITS PRODUCT'S CURRENCY
               MOVE PRODF-CURRENCY TO DATAF-CURRENCY

      * WE JUST HANDED OUT A FREE NUMBER, NOW MAKE SURE THE POOL
      * ISN'T RUNNING DRY ON US BEFORE WE NOTICE THE HARD WAY
