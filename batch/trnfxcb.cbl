       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNFXCB.

      * ONE-TIME TRANF RECORD EXTENSION FOR CROSS-CURRENCY
      * TRANSFERS
      *
      * TRANF RECORDS GREW THE OTHER LEG'S CURRENCY X(3), ITS
      * AMOUNT S9(9)V99 AND THE RATE APPLIED 9(5)V9(6) ON THE END
      * (FILLED ONLY ON THE TWO LEGS OF A MAPBANKP TRANSFER
      * BETWEEN ACCOUNTS OF DIFFERENT CURRENCIES), TAKING THE
      * RECORD FROM 123 TO 148 BYTES. EVERY ACCOUNT WAS A
      * HOME-CURRENCY ACCOUNT BEFORE THE CHANGE, SO THIS JOB
      * COPIES EVERY OLD-FORMAT RECORD INTO THE NEWLY DEFINED
      * NEW-FORMAT FILE WITH THE NEW FIELDS BLANK AND ZERO. ONCE
      * THE RUN REPORTS ALL RECORDS COPIED, OPERATIONS SWAPS THE
      * NEW DATASET IN UNDER THE TRANF DD / CICS FILE DEFINITION
      * (SAME PROCEDURE AS THE TRNPDTB EXTENSION)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANF-OLD ASSIGN TO TRANFOLD
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-KEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT TRANF-NEW ASSIGN TO TRANFNEW
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NEW-KEY
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANF-OLD.
       01  FS-TRANF-OLD.
           05  OLD-KEY.
               10  OLD-BANK-ACCOUNT   PIC X(26).
               10  OLD-TIMESTAMP      PIC X(15).
               10  OLD-SEQ            PIC 9(3).
           05  OLD-TYPE               PIC X.
           05  OLD-AMOUNT             PIC S9(9)V99.
           05  OLD-BALANCE-AFTER      PIC S9(9)V99.
           05  OLD-ORIG-KEY           PIC X(44).
           05  OLD-TERMINAL           PIC X(4).
           05  OLD-POST-DATE          PIC X(8).

       FD  TRANF-NEW.
       01  FS-TRANF-NEW.
           05  NEW-KEY.
               10  NEW-BANK-ACCOUNT   PIC X(26).
               10  NEW-TIMESTAMP      PIC X(15).
               10  NEW-SEQ            PIC 9(3).
           05  NEW-TYPE               PIC X.
           05  NEW-AMOUNT             PIC S9(9)V99.
           05  NEW-BALANCE-AFTER      PIC S9(9)V99.
           05  NEW-ORIG-KEY           PIC X(44).
           05  NEW-TERMINAL           PIC X(4).
           05  NEW-POST-DATE          PIC X(8).
           05  NEW-FX-CURRENCY        PIC X(3).
           05  NEW-FX-AMOUNT          PIC S9(9)V99.
           05  NEW-FX-RATE            PIC 9(5)V9(6).

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

           OPEN INPUT TRANF-OLD
           OPEN OUTPUT TRANF-NEW

           PERFORM CONVERT-PARA
               UNTIL EOF-OLD

           CLOSE TRANF-OLD
           CLOSE TRANF-NEW

           DISPLAY 'TRNFXCB: READ ' WS-READ-COUNT
               ' OLD TRANF RECORD(S), WROTE ' WS-WRITTEN-COUNT

           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT THEN
      * THE NEW FILE IS NOT A COMPLETE COPY - DO NOT SWAP IT IN
               MOVE 16 TO RETURN-CODE
           END-IF

           STOP RUN.

       CONVERT-PARA.
           READ TRANF-OLD NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-OLD
           END-READ

           IF NOT EOF-OLD THEN
               ADD 1 TO WS-READ-COUNT

               MOVE OLD-KEY           TO NEW-KEY
               MOVE OLD-TYPE          TO NEW-TYPE
               MOVE OLD-AMOUNT        TO NEW-AMOUNT
               MOVE OLD-BALANCE-AFTER TO NEW-BALANCE-AFTER
               MOVE OLD-ORIG-KEY      TO NEW-ORIG-KEY
               MOVE OLD-TERMINAL      TO NEW-TERMINAL
               MOVE OLD-POST-DATE     TO NEW-POST-DATE
      * NO TRANSFER BEFORE THE CHANGE CROSSED CURRENCIES
               MOVE SPACES            TO NEW-FX-CURRENCY
               MOVE 0                 TO NEW-FX-AMOUNT
               MOVE 0                 TO NEW-FX-RATE

               WRITE FS-TRANF-NEW
                   INVALID KEY CONTINUE
               END-WRITE

               IF NEW-OK THEN
                   ADD 1 TO WS-WRITTEN-COUNT
               ELSE
                   DISPLAY 'TRNFXCB: WRITE TO TRANFNEW FAILED FOR '
                       NEW-BANK-ACCOUNT ' STATUS ' WS-NEW-STATUS
               END-IF
           END-IF
           EXIT.
