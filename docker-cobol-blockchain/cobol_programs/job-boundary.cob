      *    - so the log can answer "is PAYROLL still running", the
      *    SLA report gets real window boundaries, and a job that
      *    started but never wrote an end record stands out.
      *    A START for a job whose last run ended abnormally - an
      *    abend the interceptor recorded, or an END with a non-zero
      *    code - is a rerun of that run, and a RERUN record linking
      *    the two follows the JOB-START (same layout as the
      *    interceptor's, which catches restarts that skip this
      *    step): dataset field "RERUN OF <failed run's ABEND or
      *    JOB-END record key> FROM <restart step>", aux "FAILED=
      *    <step> CC=<code> AT=<failure time> BEGAN=<now>".
      *        argument 1: START or END
      *        argument 2: job name
      *        argument 3: END - final condition code (defaults to
      *                    0000)
      *                    START - the step a restart begins at
      *                    (defaults to *TOP, a rerun of the whole
      *                    job)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Shared with JCL-METADATA-INTERCEPTOR, keyed by job name.
           SELECT RERUN-PENDING
               ASSIGN DYNAMIC WS-RERUN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RERUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RERUN-PENDING.
           COPY "rerun-pending.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ARG-COUNT        PIC 9(4) VALUE 0.
       01  WS-BOUNDARY         PIC X(8) VALUE SPACES.
       01  WS-RERUN-STATUS     PIC XX.
       01  WS-RERUN-FILE-NAME  PIC X(60).
       01  WS-RESTART-STEP     PIC X(8) VALUE "*TOP".
       01  WS-NOW-TS           PIC X(26).

      *    Arguments for the capture call - layouts match METADATA-
      *    CAPTURE's LINKAGE SECTION exactly; CALL ... USING is by
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 2
               DISPLAY "JOB-BOUNDARY: usage is START|END <job-name> "
                       "[final-cond-code | restart-step]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
               WHEN "START"
                   MOVE "JOB-START" TO WS-CAP-OPERATION
                   MOVE "PGM=JOBSTART" TO WS-CAP-FILE-NAME
                   IF WS-ARG-COUNT > 2
                       DISPLAY 3 UPON ARGUMENT-NUMBER
                       ACCEPT WS-RESTART-STEP FROM ARGUMENT-VALUE
                       MOVE FUNCTION UPPER-CASE(WS-RESTART-STEP)
                           TO WS-RESTART-STEP
                   END-IF
               WHEN "END"
                   MOVE "JOB-END" TO WS-CAP-OPERATION
                   MOVE "PGM=JOBEND" TO WS-CAP-FILE-NAME
               DISPLAY "JOB-BOUNDARY: capture failed for "
                       FUNCTION TRIM(WS-CAP-OPERATION) " of job "
                       FUNCTION TRIM(WS-CAP-JOB-NAME)
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           STRING "data/rerun-pending-"
                  FUNCTION TRIM(WS-CAP-JOB-NAME)
                  ".dat"
                  DELIMITED BY SIZE
                  INTO WS-RERUN-FILE-NAME
           IF WS-BOUNDARY = "START"
               PERFORM CHECK-FOR-RERUN
           ELSE
               PERFORM NOTE-ABNORMAL-END
           END-IF
           STOP RUN.

       CHECK-FOR-RERUN.
           PERFORM READ-RERUN-PENDING
           IF RPR-FAILED-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "RERUN" TO WS-CAP-OPERATION
           MOVE SPACES TO WS-CAP-FILE-NAME WS-CAP-AUX
           STRING "RERUN OF " FUNCTION TRIM(RPR-FAILED-KEY)
                  " FROM " FUNCTION TRIM(WS-RESTART-STEP)
                  DELIMITED BY SIZE INTO WS-CAP-FILE-NAME
           STRING "FAILED=" RPR-FAILED-STEP " CC=" RPR-COND-CODE
                  " AT=" RPR-FAILED-TS(1:14)
                  " BEGAN=" WS-NOW-TS(1:14)
                  DELIMITED BY SIZE INTO WS-CAP-AUX
           MOVE SPACES TO WS-CAP-RECORD-KEY
           MOVE 0 TO RETURN-CODE
           CALL "METADATA-CAPTURE" USING WS-CAP-OPERATION
               WS-CAP-FILE-NAME WS-CAP-RECORD-KEY WS-CAP-USER
               WS-CAP-JOB-NAME WS-CAP-PROGRAM WS-CAP-COND-CODE
               WS-CAP-AUX
           END-CALL
           IF RETURN-CODE NOT = 0
      *        Left pending, so the link is not lost - the next
      *        START tries again.
               DISPLAY "JOB-BOUNDARY: capture failed for RERUN of "
                       "job " FUNCTION TRIM(WS-CAP-JOB-NAME)
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RERUN-PENDING
           CLOSE RERUN-PENDING
           DISPLAY "JOB-BOUNDARY: job " FUNCTION TRIM(WS-CAP-JOB-NAME)
                   " is a rerun of the run that ended in "
                   FUNCTION TRIM(RPR-FAILED-OP) " "
                   FUNCTION TRIM(RPR-FAILED-KEY) " - RERUN recorded".

       NOTE-ABNORMAL-END.
      *    A clean end leaves alone whatever is pending - an abend
      *    earlier in the run still made it a failed run. A non-zero
      *    end with nothing pending is the failure itself: the next
      *    START links to this JOB-END.
           IF WS-CAP-COND-CODE = "0000" OR WS-CAP-COND-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RERUN-PENDING
           IF RPR-FAILED-KEY NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RERUN-PENDING-RECORD
           MOVE WS-CAP-RECORD-KEY TO RPR-FAILED-KEY
           MOVE "JOB-END" TO RPR-FAILED-OP
           MOVE WS-CAP-PROGRAM TO RPR-FAILED-PROGRAM
           MOVE WS-CAP-COND-CODE TO RPR-COND-CODE
           MOVE WS-NOW-TS TO RPR-FAILED-TS
           OPEN OUTPUT RERUN-PENDING
           IF WS-RERUN-STATUS NOT = "00"
               DISPLAY "JOB-BOUNDARY: cannot open "
                       FUNCTION TRIM(WS-RERUN-FILE-NAME)
                       ", status=" WS-RERUN-STATUS
               EXIT PARAGRAPH
           END-IF
           WRITE RERUN-PENDING-RECORD
           CLOSE RERUN-PENDING.

       READ-RERUN-PENDING.
           MOVE SPACES TO RERUN-PENDING-RECORD
           OPEN INPUT RERUN-PENDING
           IF WS-RERUN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RERUN-PENDING
               AT END
                   MOVE SPACES TO RERUN-PENDING-RECORD
           END-READ
           CLOSE RERUN-PENDING.
