      * RUN-HISTORY.CPY - One record per job run (data/run-
      * history.ksds), keyed by job name plus the run's start
      * timestamp, so a job's runs sit together in start order.
      * Built from the chain by RUN-HISTORY-LOAD; read by RUN-
      * HISTORY-INQUIRY. Timestamps are in META-TIMESTAMP's layout.
       01  RUN-HISTORY-RECORD.
           05  RUN-KEY.
               10  RUN-JOB-NAME        PIC X(8).
               10  RUN-START-TS        PIC X(26).
      *        RUNNING until JOB-END is seen; ENDED with it; NO-END
      *        when the next run began without one.
           05  RUN-STATE           PIC X(8).
               88  RUN-IS-RUNNING      VALUE "RUNNING".
               88  RUN-IS-ENDED        VALUE "ENDED".
               88  RUN-IS-NO-END       VALUE "NO-END".
      *        Y when JOB-BOUNDARY START opened the run; N when the
      *        job's first capture had to stand in for it.
           05  RUN-HAD-START       PIC X.
           05  RUN-END-TS          PIC X(26).
           05  RUN-LAST-TS         PIC X(26).
           05  RUN-COND-CODE       PIC X(4).
           05  RUN-USER            PIC X(10).
           05  RUN-STEP-COUNT      PIC 9(4).
           05  RUN-STEP-SECONDS    PIC 9(7).
           05  RUN-ELAPSED-SEC     PIC 9(7).
           05  RUN-DD-COUNT        PIC 9(6).
           05  RUN-TOTAL-RECORDS   PIC 9(12).
           05  RUN-TOTAL-BYTES     PIC 9(15).
           05  RUN-INCIDENT-COUNT  PIC 9(4).
           05  RUN-FIRST-KEY       PIC X(20).
           05  RUN-LAST-KEY        PIC X(20).
