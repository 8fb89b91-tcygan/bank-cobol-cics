           SELECT FREENUM-LOAD ASSIGN TO FREELOAD
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
       01  FREENUM-LOAD-REC.
           05  FREENUM-NUMBER        PIC X(26).

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

       01  WS-EOF-PARM               PIC X VALUE 'N'.
           88  EOF-PARM              VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE 'FREEGENB' TO WS-RUNCTL-JOB-NAME
           PERFORM RUNCTL-START-PARA

           PERFORM OPEN-FILES-PARA
           PERFORM READ-PARM-PARA

           DISPLAY 'FREEGENB: GENERATED ' WS-GENERATED-COUNT
               ' FREENUM RECORDS STARTING AT ' PARM-START-NUMBER

           MOVE WS-GENERATED-COUNT TO WS-RUNCTL-OUT-COUNT
           PERFORM RUNCTL-END-PARA

           STOP RUN.

       OPEN-FILES-PARA.
           CLOSE PARM-IN
           CLOSE FREENUM-LOAD
           EXIT.

           COPY RUNCTLP.
