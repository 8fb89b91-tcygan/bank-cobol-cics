           SELECT FUPGEN-RPT ASSIGN TO FUPGENR
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
       FD  FUPGEN-RPT.
       01  FUPGEN-RPT-LINE            PIC X(90).

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

       01  WS-OPIF-STATUS             PIC XX.
           88  OPIF-OK                VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'FUPGENB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           IF EOF-PARM OR PARM-RATE-LIMIT IS NOT NUMERIC THEN
               DISPLAY 'FUPGENB: MISSING OR INVALID SYSIN RATE CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM RUNCTL-END-PARA
               STOP RUN
           END-IF

               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-CREATED-COUNT TO WS-RUNCTL-OUT-COUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
               WRITE FUPGEN-RPT-LINE
           END-IF
           EXIT.

           COPY RUNCTLP.
