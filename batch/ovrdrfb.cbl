           SELECT OVRDRF-RPT ASSIGN TO OVRDRFR
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
       FD  BALF.
       FD  OVRDRF-RPT.
       01  OVRDRF-RPT-LINE            PIC X(110).

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

       01  WS-BALF-STATUS             PIC XX.
           88  BALF-OK                VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'OVRDRFB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           OPEN INPUT BALF
           OPEN INPUT ODLIMF
           OPEN OUTPUT OVRDRF-RPT
               ' ACCOUNT(S) BELOW ZERO, ' WS-CHASE-COUNT
               ' NEED CHASING'

           MOVE WS-SCANNED-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-OVERDRAWN-COUNT TO WS-RUNCTL-OUT-COUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       WRITE-HEADINGS-PARA.
           MOVE WS-SUMMARY-LINE-4 TO OVRDRF-RPT-LINE
           WRITE OVRDRF-RPT-LINE
           EXIT.

           COPY RUNCTLP.
