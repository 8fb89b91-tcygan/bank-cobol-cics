      * RUN-CONTROL LOG PARAGRAPHS SHARED BY THE SCHEDULED BATCH
      * JOBS (WORKING STORAGE IN RUNCTLW, RECORD IN RUNCTL). THE
      * JOB PERFORMS RUNCTL-START-PARA FIRST THING AND
      * RUNCTL-END-PARA BEFORE EVERY STOP RUN, AFTER SETTING
      * RETURN-CODE. A LOGGING FAILURE IS DISPLAYED BUT NEVER
      * CHANGES THE JOB'S OWN RETURN CODE - A RUN THAT IS NOT ON
      * THE LOG SHOWS AS MISSING TO BUSDAYB, WHICH THEN WILL NOT
      * ADVANCE THE BUSINESS DATE, SO THE FAILURE IS STILL SEEN
      *
      * THIS IS THE SHOP'S ONLY PROCEDURE DIVISION COPYBOOK, AND
      * DELIBERATELY SO: BUSDAYB DECIDES WHETHER THE DATE MAY
      * CLOSE FROM WHAT THESE PARAGRAPHS WRITE, SO EVERY SCHEDULED
      * JOB MUST LOG IN EXACTLY THE SAME WAY AND A FIX HERE MUST
      * REACH ALL OF THEM AT ONCE. COPY IT AS THE LAST LINE OF THE
      * PROCEDURE DIVISION. THE ONE-TIME CONVERSION JOBS DO NOT
      * LOG, AND NEITHER DOES BUSDAYB, WHICH READS THE LOG

       RUNCTL-START-PARA.
      * THE RUN IS LOGGED AGAINST THE BUSINESS DATE ON THE BUSDATE
      * CONTROL RECORD (KEY 'BUSDATE') - THE DATE BUSDAYB WILL
      * CHECK BEFORE IT ADVANCES

           OPEN INPUT RUNCTL-DATE-FILE
           IF RUNCTL-DATE-OK THEN
               MOVE 'BUSDATE' TO RUNCTL-DATE-KEY
               READ RUNCTL-DATE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF RUNCTL-DATE-OK AND
                  RUNCTL-DATE-BUS-DATE IS NUMERIC THEN
                   MOVE RUNCTL-DATE-BUS-DATE TO WS-RUNCTL-BUS-DATE
               END-IF
               CLOSE RUNCTL-DATE-FILE
           END-IF

           ACCEPT WS-RUNCTL-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNCTL-CLOCK FROM TIME
           MOVE WS-RUNCTL-CLOCK(1:6) TO WS-RUNCTL-TS-TIME

           MOVE WS-RUNCTL-JOB-NAME TO WS-RUNCTL-KEY-JOB
           MOVE WS-RUNCTL-TIMESTAMP TO WS-RUNCTL-START-TS

           MOVE SPACES TO FS-RUNCTL
           MOVE WS-RUNCTL-KEY TO RUNCTL-KEY
           MOVE 'R' TO RUNCTL-RUN-STATE
           MOVE 0 TO RUNCTL-RETURN-CODE
           MOVE 0 TO RUNCTL-IN-COUNT
           MOVE 0 TO RUNCTL-OUT-COUNT
           MOVE 0 TO RUNCTL-AMOUNT

           OPEN I-O RUNCTLF
           IF RUNCTL-OK THEN
               WRITE FS-RUNCTL
                   INVALID KEY CONTINUE
               END-WRITE
               IF NOT RUNCTL-OK THEN
                   DISPLAY WS-RUNCTL-JOB-NAME
                       ': RUNCTLF START WRITE FAILED, STATUS '
                       WS-RUNCTL-STATUS
               END-IF
               CLOSE RUNCTLF
           ELSE
               DISPLAY WS-RUNCTL-JOB-NAME
                   ': RUNCTLF OPEN FAILED, STATUS ' WS-RUNCTL-STATUS
           END-IF
           EXIT.

       RUNCTL-END-PARA.
      * REWRITE THE START RECORD WITH THE END TIME, THE JOB'S
      * TOTALS AND ITS RETURN CODE. IF THE START RECORD NEVER
      * MADE IT TO THE FILE THE FINISHED RECORD IS ADDED NOW

           ACCEPT WS-RUNCTL-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNCTL-CLOCK FROM TIME
           MOVE WS-RUNCTL-CLOCK(1:6) TO WS-RUNCTL-TS-TIME

           OPEN I-O RUNCTLF
           IF NOT RUNCTL-OK THEN
               DISPLAY WS-RUNCTL-JOB-NAME
                   ': RUNCTLF OPEN FAILED, STATUS ' WS-RUNCTL-STATUS
           ELSE
               MOVE WS-RUNCTL-KEY TO RUNCTL-KEY
               READ RUNCTLF
                   INVALID KEY CONTINUE
               END-READ
               IF RUNCTL-NOTFND THEN
                   MOVE SPACES TO FS-RUNCTL
                   MOVE WS-RUNCTL-KEY TO RUNCTL-KEY
               END-IF

               MOVE WS-RUNCTL-TIMESTAMP TO RUNCTL-END-TIMESTAMP
               MOVE 'E' TO RUNCTL-RUN-STATE
               MOVE RETURN-CODE TO RUNCTL-RETURN-CODE
               MOVE WS-RUNCTL-IN-COUNT TO RUNCTL-IN-COUNT
               MOVE WS-RUNCTL-OUT-COUNT TO RUNCTL-OUT-COUNT
               MOVE WS-RUNCTL-AMOUNT TO RUNCTL-AMOUNT

               IF RUNCTL-NOTFND THEN
                   WRITE FS-RUNCTL
                       INVALID KEY CONTINUE
                   END-WRITE
               ELSE
                   REWRITE FS-RUNCTL
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
               IF NOT RUNCTL-OK THEN
                   DISPLAY WS-RUNCTL-JOB-NAME
                       ': RUNCTLF END WRITE FAILED, STATUS '
                       WS-RUNCTL-STATUS
               END-IF
               CLOSE RUNCTLF
           END-IF
           EXIT.
