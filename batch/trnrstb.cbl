           SELECT TRNRST-RPT ASSIGN TO TRNRSTR
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

       FD  TRNRST-RPT.
       01  TRNRST-RPT-LINE            PIC X(110).

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

       01  WS-ARCH-STATUS             PIC XX.
           88  ARCH-OK                VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'TRNRSTB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF EOF-PARM OR PARM-BANK-ACCOUNT = SPACES THEN
               DISPLAY 'TRNRSTB: MISSING SYSIN ACCOUNT CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           DISPLAY 'TRNRSTB: FOUND ' WS-MATCHED-COUNT
               ' OF ' WS-READ-COUNT ' ARCHIVED RECORD(S)'

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-MATCHED-COUNT TO WS-RUNCTL-OUT-COUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
           MOVE WS-COUNT-LINE TO TRNRST-RPT-LINE
           WRITE TRNRST-RPT-LINE
           EXIT.

           COPY RUNCTLP.
