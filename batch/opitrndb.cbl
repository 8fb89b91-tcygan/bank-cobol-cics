           SELECT OPITRND-RPT ASSIGN TO OPITRNDR
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
       FD  OPIF.
       FD  OPITRND-RPT.
       01  OPITRND-RPT-LINE           PIC X(80).

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

           MOVE 'OPITRNDB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM READ-MONTH-TABLE-PARA
           PERFORM SCAN-OPIF-PARA
           PERFORM PRINT-REPORT-PARA

           PERFORM RUNCTL-END-PARA

           STOP RUN.

       READ-MONTH-TABLE-PARA.
           DISPLAY 'OPITRNDB: BUCKETED ' WS-MONTH-COUNT
               ' MONTH(S) OF OPIF OPINIONS'
           EXIT.

           COPY RUNCTLP.
