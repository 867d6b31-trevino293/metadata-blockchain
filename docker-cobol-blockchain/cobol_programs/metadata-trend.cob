      *    period against the one before it - the early-warning view
      *    for a job whose volume suddenly halved or whose failures
      *    are creeping up.
      *    An abended run and its restart count as one run: the RERUN
      *    record and the captures the restart repeated (paired by
      *    RERUN-CHECK) are left out of the capture counts, and the
      *    reruns get a column of their own per day and per job.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10  WS-D-DATE       PIC X(8).
               10  WS-D-COUNT      PIC 9(7).
               10  WS-D-INCIDENTS  PIC 9(5).
               10  WS-D-RERUNS     PIC 9(5).
       01  WS-DAY-COUNT        PIC 9(4) VALUE 0.
       01  WS-DAY-IDX          PIC 9(4).
       01  WS-DAY-FOUND        PIC 9(4).
               10  WS-T-JOB        PIC X(8).
               10  WS-T-PRIOR      PIC 9(7).
               10  WS-T-CURRENT    PIC 9(7).
               10  WS-T-RERUNS     PIC 9(5).
       01  WS-JOB-COUNT        PIC 9(4) VALUE 0.
       01  WS-JOB-IDX          PIC 9(4).
       01  WS-JOB-FOUND        PIC 9(4).
           05  WS-P-OPERATION  PIC X(20).
           05  WS-P-JOB-NAME   PIC X(8).
           05  WS-P-TIMESTAMP  PIC X(26).
           05  WS-P-FILE-NAME  PIC X(44).
       01  WS-RERUN-RESULT     PIC X.
           88  RERUN-RECORD        VALUE "R".
           88  REPROCESSED-CAPTURE VALUE "D".

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(64).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
                       NOT AT END
                           ADD 1 TO WS-TOTAL-RECORDS
                           PERFORM PARSE-LOG-RECORD
                           CALL "RERUN-CHECK" USING WS-P-JOB-NAME
                               WS-P-OPERATION WS-P-FILE-NAME
                               WS-P-TIMESTAMP WS-RERUN-RESULT
                           END-CALL
                           PERFORM ACCUMULATE-DAY
                           PERFORM ACCUMULATE-JOB
                   END-READ
               MOVE WS-T-CURRENT(WS-JOB-IDX)
                   TO WS-T-PRIOR(WS-JOB-IDX)
               MOVE 0 TO WS-T-CURRENT(WS-JOB-IDX)
               MOVE 0 TO WS-T-RERUNS(WS-JOB-IDX)
           END-PERFORM.

       PARSE-LOG-RECORD.
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-JOB-NAME

           MOVE '"file":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-FILE-NAME

           MOVE '"timestamp":"'    TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-TIMESTAMP.
               MOVE WS-P-TIMESTAMP(1:8) TO WS-D-DATE(WS-DAY-FOUND)
               MOVE 0 TO WS-D-COUNT(WS-DAY-FOUND)
               MOVE 0 TO WS-D-INCIDENTS(WS-DAY-FOUND)
               MOVE 0 TO WS-D-RERUNS(WS-DAY-FOUND)
           END-IF

           IF WS-DAY-FOUND = 0 AND WS-DAY-COUNT >= 120
           END-IF

           IF WS-DAY-FOUND > 0
               EVALUATE TRUE
                   WHEN RERUN-RECORD
                       ADD 1 TO WS-D-RERUNS(WS-DAY-FOUND)
                   WHEN REPROCESSED-CAPTURE
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-D-COUNT(WS-DAY-FOUND)
               END-EVALUATE
               IF WS-P-OPERATION = "ABEND" OR
                       WS-P-OPERATION = "FAILURE"
                   ADD 1 TO WS-D-INCIDENTS(WS-DAY-FOUND)
               MOVE WS-P-JOB-NAME TO WS-T-JOB(WS-JOB-FOUND)
               MOVE 0 TO WS-T-PRIOR(WS-JOB-FOUND)
               MOVE 0 TO WS-T-CURRENT(WS-JOB-FOUND)
               MOVE 0 TO WS-T-RERUNS(WS-JOB-FOUND)
           END-IF

           IF WS-JOB-FOUND = 0 AND WS-JOB-COUNT >= 200
           END-IF

           IF WS-JOB-FOUND > 0
               EVALUATE TRUE
                   WHEN RERUN-RECORD
                       ADD 1 TO WS-T-RERUNS(WS-JOB-FOUND)
                   WHEN REPROCESSED-CAPTURE
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-T-CURRENT(WS-JOB-FOUND)
               END-EVALUATE
           END-IF.

       WRITE-TREND-REPORT.

           MOVE "-- Captures and incidents per day --" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DATE      CAPTURES  INCIDENTS  RERUNS" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING WS-D-DATE(WS-DAY-IDX) "  "
                      WS-D-COUNT(WS-DAY-IDX) "   "
                      WS-D-INCIDENTS(WS-DAY-IDX) "      "
                      WS-D-RERUNS(WS-DAY-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE "-- Job activity: current period vs prior period --"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "JOB-NAME  PRIOR    CURRENT  DELTA     RERUNS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               STRING WS-T-JOB(WS-JOB-IDX) "  "
                      WS-T-PRIOR(WS-JOB-IDX) "  "
                      WS-T-CURRENT(WS-JOB-IDX) "  "
                      WS-DELTA-EDIT "  "
                      WS-T-RERUNS(WS-JOB-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
