      * WORKING STORAGE FOR THE RUN-CONTROL LOG PARAGRAPHS IN
      * RUNCTLP. THE JOB MOVES ITS PROGRAM NAME TO
      * WS-RUNCTL-JOB-NAME BEFORE RUNCTL-START-PARA, AND ITS
      * TOTALS TO WS-RUNCTL-IN-COUNT, WS-RUNCTL-OUT-COUNT AND
      * WS-RUNCTL-AMOUNT BEFORE RUNCTL-END-PARA
       01  WS-RUNCTL-STATUS           PIC XX.
           88  RUNCTL-OK              VALUE '00'.
           88  RUNCTL-NOTFND          VALUE '23'.

       01  WS-RUNCTL-DATE-STATUS      PIC XX.
           88  RUNCTL-DATE-OK         VALUE '00'.

       01  WS-RUNCTL-JOB-NAME         PIC X(8) VALUE SPACES.
       01  WS-RUNCTL-IN-COUNT         PIC 9(9) VALUE 0.
       01  WS-RUNCTL-OUT-COUNT        PIC 9(9) VALUE 0.
       01  WS-RUNCTL-AMOUNT           PIC S9(13)V99 VALUE 0.

      * KEY OF THIS RUN'S LOG RECORD, KEPT FROM START TO END
       01  WS-RUNCTL-KEY.
           05  WS-RUNCTL-BUS-DATE     PIC X(8) VALUE '00000000'.
           05  WS-RUNCTL-KEY-JOB      PIC X(8).
           05  WS-RUNCTL-START-TS     PIC X(15).

      * WALL-CLOCK TIMESTAMP, SAME YYYYMMDDHHMMSS + SPACE SHAPE
      * AS EVERY OTHER TIMESTAMP IN THE SHOP
       01  WS-RUNCTL-TIMESTAMP.
           05  WS-RUNCTL-TS-DATE      PIC 9(8).
           05  WS-RUNCTL-TS-TIME      PIC 9(6).
           05  FILLER                 PIC X VALUE SPACE.
       01  WS-RUNCTL-CLOCK            PIC 9(8).
