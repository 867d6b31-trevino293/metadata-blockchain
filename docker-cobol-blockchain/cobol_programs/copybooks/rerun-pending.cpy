      * RERUN-PENDING.CPY - A job's last abnormal end, held in
      * data/rerun-pending-<job>.dat until the job runs again. JCL-
      * METADATA-INTERCEPTOR writes it with a step's ABEND capture,
      * JOB-BOUNDARY with a JOB-END carrying a non-zero condition
      * code; whichever of the two sees the job start over writes
      * the RERUN record linking the new run to this one and
      * empties the file. Empty or absent = nothing pending.
       01  RERUN-PENDING-RECORD.
      *        Record key of the ABEND (or JOB-END) capture - the
      *        link the RERUN record carries.
           05  RPR-FAILED-KEY      PIC X(20).
           05  RPR-FAILED-OP       PIC X(20).
      *        Blank when JOB-END, not a step, reported the failure.
           05  RPR-FAILED-STEP     PIC X(8).
           05  RPR-FAILED-PROGRAM  PIC X(8).
           05  RPR-COND-CODE       PIC X(4).
           05  RPR-FAILED-TS       PIC X(26).
