           SELECT FUPAGE-RPT ASSIGN TO FUPAGER
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
       FD  FUPAGE-RPT.
       01  FUPAGE-RPT-LINE            PIC X(110).

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

       01  WS-FUPF-STATUS             PIC XX.
           88  FUPF-OK                VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'FUPAGEB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF EOF-PARM OR PARM-BUS-DATE IS NOT NUMERIC OR
              PARM-AGE-LIMIT IS NOT NUMERIC THEN
               DISPLAY 'FUPAGEB: MISSING OR INVALID SYSIN CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

           DISPLAY 'FUPAGEB: ' WS-OPEN-COUNT ' OPEN CASE(S), '
               WS-OVERAGE-COUNT ' PAST THE THRESHOLD'

           MOVE WS-OPEN-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-OVERAGE-COUNT TO WS-RUNCTL-OUT-COUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
           MOVE WS-SUMMARY-LINE-3 TO FUPAGE-RPT-LINE
           WRITE FUPAGE-RPT-LINE
           EXIT.

           COPY RUNCTLP.
