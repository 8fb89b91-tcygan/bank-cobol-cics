       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURCNVB.

      * ONE-TIME DATAF RECORD EXTENSION FOR THE ACCOUNT CURRENCY
      *
      * DATAF RECORDS GREW A THREE-BYTE ISO CURRENCY CODE ON THE
      * END (TAKEN FROM THE PRODUCT'S PRODF RECORD WHEN MAPCREAP
      * OPENS THE ACCOUNT), TAKING THE RECORD FROM 167 TO 170
      * BYTES. THIS JOB COPIES EVERY OLD-FORMAT RECORD INTO THE
      * NEWLY DEFINED NEW-FORMAT FILE, DEFAULTING EVERY EXISTING
      * ACCOUNT TO THE HOME CURRENCY 'PLN' - EVERY PRODUCT SOLD
      * BEFORE THE CHANGE WAS A HOME-CURRENCY PRODUCT. ONCE THE
      * RUN REPORTS ALL RECORDS COPIED, OPERATIONS SWAPS THE NEW
      * DATASET IN UNDER THE DATAF DD / CICS FILE DEFINITION AND
      * RERUNS THE DEFAIXS BLDINDEX STEP (SAME PROCEDURE AS THE
      * PRDCNVB PRODUCT-CODE CONVERSION)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATAF-OLD ASSIGN TO DATAFOLD
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-BANK-NUMBER
               FILE STATUS IS WS-OLD-STATUS.

           SELECT DATAF-NEW ASSIGN TO DATAFNEW
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NEW-BANK-NUMBER
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATAF-OLD.
       01  FS-DATAF-OLD.
           05  OLD-BANK-NUMBER        PIC X(26).
           05  OLD-DETAILS            PIC X(141).

       FD  DATAF-NEW.
       01  FS-DATAF-NEW.
           05  NEW-BANK-NUMBER        PIC X(26).
           05  NEW-DETAILS            PIC X(141).
           05  NEW-CURRENCY           PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS              PIC XX.
           88  OLD-OK                 VALUE '00'.

       01  WS-NEW-STATUS              PIC XX.
           88  NEW-OK                 VALUE '00'.

       01  WS-EOF-OLD                 PIC X VALUE 'N'.
           88  EOF-OLD                VALUE 'Y'.

       01  WS-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-WRITTEN-COUNT           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.

           OPEN INPUT DATAF-OLD
           OPEN OUTPUT DATAF-NEW

           PERFORM CONVERT-PARA
               UNTIL EOF-OLD

           CLOSE DATAF-OLD
           CLOSE DATAF-NEW

           DISPLAY 'CURCNVB: READ ' WS-READ-COUNT
               ' OLD DATAF RECORD(S), WROTE ' WS-WRITTEN-COUNT

           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT THEN
      * THE NEW FILE IS NOT A COMPLETE COPY - DO NOT SWAP IT IN
               MOVE 16 TO RETURN-CODE
           END-IF

           STOP RUN.

       CONVERT-PARA.
           READ DATAF-OLD NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-OLD
           END-READ

           IF NOT EOF-OLD THEN
               ADD 1 TO WS-READ-COUNT

               MOVE OLD-BANK-NUMBER TO NEW-BANK-NUMBER
               MOVE OLD-DETAILS     TO NEW-DETAILS
      * EVERY EXISTING ACCOUNT IS A HOME-CURRENCY ACCOUNT
               MOVE 'PLN'           TO NEW-CURRENCY

               WRITE FS-DATAF-NEW
                   INVALID KEY CONTINUE
               END-WRITE

               IF NEW-OK THEN
                   ADD 1 TO WS-WRITTEN-COUNT
               ELSE
                   DISPLAY 'CURCNVB: WRITE TO DATAFNEW FAILED FOR '
                       NEW-BANK-NUMBER ' STATUS ' WS-NEW-STATUS
               END-IF
           END-IF
           EXIT.
