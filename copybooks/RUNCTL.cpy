      * RUN-CONTROL LOG RECORD, ONE PER RUN OF A SCHEDULED BATCH
      * JOB, ON THE KEYED RUNCTLF FILE (SEE JCL/RUNCTLF.JCL).
      * THE JOB WRITES IT AT START MARKED RUNNING AND REWRITES IT
      * AT THE END WITH ITS COUNTS AND RETURN CODE (SEE RUNCTLP),
      * SO A RUN THAT ABENDED IS STILL ON FILE AS RUNNING.
      * BUSDAYB READS IT BEFORE ADVANCING THE BUSINESS DATE AND
      * FOR THE MORNING OPERATIONS SUMMARY. THE COUNTS AND THE
      * AMOUNT ARE WHATEVER THE JOB'S OWN CONTROL REPORT TOTALS
      * (RECORDS READ, RECORDS POSTED OR WRITTEN, MONEY MOVED) -
      * ZERO WHERE A JOB HAS NO SUCH TOTAL. 84 BYTES, KEY 31
       01  FS-RUNCTL.
           05  RUNCTL-KEY.
               10  RUNCTL-BUS-DATE        PIC X(8).
               10  RUNCTL-JOB-NAME        PIC X(8).
               10  RUNCTL-START-TIMESTAMP PIC X(15).
           05  RUNCTL-END-TIMESTAMP       PIC X(15).
           05  RUNCTL-RUN-STATE           PIC X.
               88  RUNCTL-RUNNING         VALUE 'R'.
               88  RUNCTL-ENDED           VALUE 'E'.
           05  RUNCTL-RETURN-CODE         PIC 9(4).
           05  RUNCTL-IN-COUNT            PIC 9(9).
           05  RUNCTL-OUT-COUNT           PIC 9(9).
           05  RUNCTL-AMOUNT              PIC S9(13)V99.
