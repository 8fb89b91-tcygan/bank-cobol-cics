           SELECT CHGRPT-RPT ASSIGN TO CHGRPTR
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
       FD  CHGAUD.
       FD  CHGRPT-RPT.
       01  CHGRPT-RPT-LINE            PIC X(110).

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

       01  WS-CHGAUD-STATUS           PIC XX.
           88  CHGAUD-OK              VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'CHGRPTB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA

           OPEN INPUT CHGAUD
           DISPLAY 'CHGRPTB: REPORTED ' WS-SELECTED-COUNT
               ' OF ' WS-READ-COUNT ' CHANGE(S)'

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-SELECTED-COUNT TO WS-RUNCTL-OUT-COUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
           MOVE WS-SELECTED-LINE TO CHGRPT-RPT-LINE
           WRITE CHGRPT-RPT-LINE
           EXIT.

           COPY RUNCTLP.
