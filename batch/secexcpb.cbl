           SELECT SECEXCP-RPT ASSIGN TO SECEXCPR
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
       FD  LOGAUD.
       FD  SECEXCP-RPT.
       01  SECEXCP-RPT-LINE           PIC X(110).

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

       01  WS-LOGAUD-STATUS           PIC XX.
           88  LOGAUD-OK              VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'SECEXCPB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-PARM-PARA
           PERFORM INIT-TABLES-PARA

               ' LOGIN ATTEMPT(S) IN WINDOW OF ' WS-READ-COUNT
               ' READ'

           MOVE WS-READ-COUNT TO WS-RUNCTL-IN-COUNT
           MOVE WS-SELECTED-COUNT TO WS-RUNCTL-OUT-COUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-PARM-PARA.
           MOVE WS-OUTCOME-LINE TO SECEXCP-RPT-LINE
           WRITE SECEXCP-RPT-LINE
           EXIT.

           COPY RUNCTLP.
