       IDENTIFICATION DIVISION.
       PROGRAM-ID. RERUN-REPORT.
      *    Monthly rerun report - every restart or rerun of a job
      *    whose previous run ended abnormally, with what it cost.
      *    Reruns are what the batch manager is measured on, and on
      *    the other reports an abend and its restart fold into one
      *    logical run, so this is where they are counted.
      *    Walks every archived data/archive/metadata-*.log and the
      *    live log for the RERUN records JOB-BOUNDARY and JCL-
      *    METADATA-INTERCEPTOR write, each carrying
      *        dataset field  RERUN OF <abend record key> FROM <step>
      *        aux            FAILED=<step> CC=<code> AT=<abend
      *                       time> BEGAN=<restart time>
      *    and lists, per rerun in the month:
      *        DELAY    the abend to the restart beginning - the time
      *                 the batch stood waiting on the rerun
      *        ELAPSED  the restart beginning to the job's JOB-END,
      *                 or to its last capture before it next starts
      *                 or reruns - the elapsed cost of the rerun
      *    A rerun with no end in sight yet is costed to its latest
      *    capture and marked OPEN. Totals close the report.
      *        argument 1: month, yyyymm - default the current month
      *                    (month to date)
      *    Report data/rerun-report.txt. RC=16 when the month is
      *    invalid or the report cannot be written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METADATA-LOG ASSIGN DYNAMIC WS-SCAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT WORK-LIST ASSIGN TO "data/rerunrpt-worklist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/rerun-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  METADATA-LOG.
       01  LOG-RECORD          PIC X(512).

       FD  WORK-LIST.
       01  WORK-LIST-RECORD    PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-LIST-STATUS      PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-SCAN-FILE        PIC X(60).
       01  WS-COMMAND          PIC X(200).
       01  WS-RETURN-CODE      PIC S9(9) COMP.
       01  WS-NOW-TS           PIC X(26).

       01  WS-ARG-COUNT        PIC 9(4) VALUE 0.
       01  WS-ARG-VALUE        PIC X(20).
       01  WS-MONTH            PIC X(6).

      *    One row per rerun in the month, in log order. A row is
      *    OPEN from its RERUN record until the job ends, starts
      *    again or reruns again; WS-RR-LAST-TS follows the job's
      *    captures meanwhile.
       01  WS-RERUN-TAB.
           05  WS-RERUN-ENTRY OCCURS 500 TIMES.
               10  WS-RR-JOB           PIC X(8).
               10  WS-RR-RERUN-TS      PIC X(14).
               10  WS-RR-ABEND-KEY     PIC X(20).
               10  WS-RR-RESTART-STEP  PIC X(8).
               10  WS-RR-FAILED-STEP   PIC X(8).
               10  WS-RR-COND-CODE     PIC X(4).
               10  WS-RR-FAILED-TS     PIC X(14).
               10  WS-RR-BEGAN-TS      PIC X(14).
               10  WS-RR-LAST-TS       PIC X(14).
               10  WS-RR-STATE         PIC X.
                   88  RERUN-OPEN          VALUE "O".
                   88  RERUN-ENDED         VALUE "E".
       01  WS-RERUN-COUNT      PIC 9(4) VALUE 0.
       01  WS-RERUN-IDX        PIC 9(4).
       01  WS-RERUN-FOUND      PIC 9(4).
       01  WS-RERUN-FULL       PIC X VALUE "N".
           88  RERUN-FULL-WARNED   VALUE "Y".

       01  WS-P-OPERATION      PIC X(20).
       01  WS-P-TIMESTAMP      PIC X(26).
       01  WS-P-JOB-NAME       PIC X(8).
       01  WS-P-FILE-NAME      PIC X(64).
       01  WS-P-AUX            PIC X(64).

      *    The RERUN record's dataset field taken apart.
       01  WS-RF-LEAD          PIC X(20).
       01  WS-RF-KEY           PIC X(20).
       01  WS-RF-STEP          PIC X(8).

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(64).

       01  WS-FROM-TS          PIC X(14).
       01  WS-TO-TS            PIC X(14).
       01  WS-ELAPSED          PIC S9(10).
       01  WS-DATE-NUM         PIC 9(8).
       01  WS-DAYS-FROM        PIC 9(8).
       01  WS-DAYS-TO          PIC 9(8).

       01  WS-DELAY-SECS       PIC 9(10).
       01  WS-COST-SECS        PIC 9(10).
       01  WS-TOTAL-DELAY      PIC 9(12) VALUE 0.
       01  WS-TOTAL-COST       PIC 9(12) VALUE 0.
       01  WS-OPEN-COUNT       PIC 9(4) VALUE 0.

       01  WS-DURATION-SECS    PIC 9(12).
       01  WS-DURATION-MINUTES PIC 9(10).
       01  WS-DURATION-HOURS   PIC ZZZZ9.
       01  WS-DURATION-MINS    PIC 99.
       01  WS-DURATION-TEXT    PIC X(8).
       01  WS-DELAY-TEXT       PIC X(8).
       01  WS-COST-TEXT        PIC X(8).
       01  WS-STATE-TEXT       PIC X(6).
       01  WS-COUNT-EDIT       PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           PERFORM CHOOSE-MONTH

           MOVE "ls data/archive/metadata-*.log 2>/dev/null | sort "
                & "> data/rerunrpt-worklist.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           OPEN INPUT WORK-LIST
           IF WS-LIST-STATUS NOT = "35"
               PERFORM UNTIL WS-LIST-STATUS = "10"
                   READ WORK-LIST
                       AT END
                           MOVE "10" TO WS-LIST-STATUS
                       NOT AT END
                           IF WORK-LIST-RECORD NOT = SPACES
                               MOVE WORK-LIST-RECORD TO WS-SCAN-FILE
                               PERFORM SCAN-ONE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-LIST
           END-IF

           MOVE "rm -f data/rerunrpt-worklist.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           MOVE "data/metadata.log" TO WS-SCAN-FILE
           PERFORM SCAN-ONE-FILE

           PERFORM WRITE-RERUN-REPORT
           DISPLAY "RERUN-REPORT: month " WS-MONTH " - "
                   WS-RERUN-COUNT " rerun(s), " WS-OPEN-COUNT
                   " still open - data/rerun-report.txt"
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       CHOOSE-MONTH.
           MOVE WS-NOW-TS(1:6) TO WS-MONTH
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALUE(1:6) TO WS-MONTH
           END-IF
           IF WS-MONTH IS NOT NUMERIC
                   OR WS-MONTH(5:2) < "01" OR WS-MONTH(5:2) > "12"
               DISPLAY "RERUN-REPORT: month must be yyyymm, got "
                       WS-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       SCAN-ONE-FILE.
           OPEN INPUT METADATA-LOG
           IF WS-LOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOG-STATUS = "10"
               READ METADATA-LOG
                   AT END
                       MOVE "10" TO WS-LOG-STATUS
                   NOT AT END
                       PERFORM NOTE-ONE-CAPTURE
               END-READ
           END-PERFORM
           CLOSE METADATA-LOG.

       NOTE-ONE-CAPTURE.
           PERFORM PARSE-LOG-RECORD
           IF WS-P-JOB-NAME = SPACES
                   OR WS-P-TIMESTAMP(1:14) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

      *    The job's rerun still running, if it has one.
           MOVE 0 TO WS-RERUN-FOUND
           PERFORM VARYING WS-RERUN-IDX FROM 1 BY 1
                   UNTIL WS-RERUN-IDX > WS-RERUN-COUNT
               IF WS-RR-JOB(WS-RERUN-IDX) = WS-P-JOB-NAME
                       AND RERUN-OPEN(WS-RERUN-IDX)
                   MOVE WS-RERUN-IDX TO WS-RERUN-FOUND
               END-IF
           END-PERFORM

           EVALUATE WS-P-OPERATION
               WHEN "RERUN"
      *            A second failure restarted again ends the first
      *            rerun at its last capture; the new one is costed
      *            on its own row.
                   IF WS-RERUN-FOUND > 0
                       MOVE "E" TO WS-RR-STATE(WS-RERUN-FOUND)
                   END-IF
                   IF WS-P-TIMESTAMP(1:6) = WS-MONTH
                       PERFORM NOTE-ONE-RERUN
                   END-IF
               WHEN "JOB-START"
                   IF WS-RERUN-FOUND > 0
                       MOVE "E" TO WS-RR-STATE(WS-RERUN-FOUND)
                   END-IF
               WHEN "JOB-END"
                   IF WS-RERUN-FOUND > 0
                       MOVE WS-P-TIMESTAMP(1:14)
                           TO WS-RR-LAST-TS(WS-RERUN-FOUND)
                       MOVE "E" TO WS-RR-STATE(WS-RERUN-FOUND)
                   END-IF
               WHEN OTHER
                   IF WS-RERUN-FOUND > 0
                       MOVE WS-P-TIMESTAMP(1:14)
                           TO WS-RR-LAST-TS(WS-RERUN-FOUND)
                   END-IF
           END-EVALUATE.

       NOTE-ONE-RERUN.
           IF WS-RERUN-COUNT >= 500
               IF NOT RERUN-FULL-WARNED
                   DISPLAY "RERUN-REPORT: more than 500 reruns in "
                           "the month - the rest are not listed"
                   MOVE "Y" TO WS-RERUN-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RERUN-COUNT
           MOVE WS-RERUN-COUNT TO WS-RERUN-IDX

           MOVE SPACES TO WS-RF-LEAD WS-RF-KEY WS-RF-STEP
           UNSTRING WS-P-FILE-NAME DELIMITED BY " OF " OR " FROM "
               INTO WS-RF-LEAD WS-RF-KEY WS-RF-STEP
           END-UNSTRING

           MOVE WS-P-JOB-NAME         TO WS-RR-JOB(WS-RERUN-IDX)
           MOVE WS-P-TIMESTAMP(1:14)  TO WS-RR-RERUN-TS(WS-RERUN-IDX)
           MOVE WS-RF-KEY             TO WS-RR-ABEND-KEY(WS-RERUN-IDX)
           MOVE WS-RF-STEP        TO WS-RR-RESTART-STEP(WS-RERUN-IDX)
      *    The aux text is written at fixed offsets - FAILED= at 1,
      *    CC= at 17, AT= at 25, BEGAN= at 43.
           MOVE WS-P-AUX(8:8)     TO WS-RR-FAILED-STEP(WS-RERUN-IDX)
           MOVE WS-P-AUX(20:4)    TO WS-RR-COND-CODE(WS-RERUN-IDX)
           MOVE WS-P-AUX(28:14)   TO WS-RR-FAILED-TS(WS-RERUN-IDX)
           MOVE WS-P-AUX(49:14)   TO WS-RR-BEGAN-TS(WS-RERUN-IDX)
           IF WS-RR-BEGAN-TS(WS-RERUN-IDX) IS NOT NUMERIC
               MOVE WS-P-TIMESTAMP(1:14)
                   TO WS-RR-BEGAN-TS(WS-RERUN-IDX)
           END-IF
           MOVE WS-P-TIMESTAMP(1:14)  TO WS-RR-LAST-TS(WS-RERUN-IDX)
           MOVE "O"                   TO WS-RR-STATE(WS-RERUN-IDX).

       PARSE-LOG-RECORD.
           MOVE SPACES TO WS-P-OPERATION WS-P-TIMESTAMP WS-P-JOB-NAME
                          WS-P-FILE-NAME WS-P-AUX

           MOVE '"operation":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:20) TO WS-P-OPERATION

           MOVE '"timestamp":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:26) TO WS-P-TIMESTAMP

           MOVE '"job":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-P-JOB-NAME

           IF WS-P-OPERATION = "RERUN"
               MOVE '"file":"'        TO WS-SEARCH-TAG
               PERFORM FIND-TAG-VALUE
               MOVE WS-EXTRACTED-VALUE TO WS-P-FILE-NAME

               MOVE '"aux":"'         TO WS-SEARCH-TAG
               PERFORM FIND-TAG-VALUE
               MOVE WS-EXTRACTED-VALUE TO WS-P-AUX
           END-IF.

       FIND-TAG-VALUE.
           MOVE SPACES TO WS-EXTRACTED-VALUE WS-BEFORE-TAG WS-AFTER-TAG
           COMPUTE WS-TAG-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-SEARCH-TAG))
           UNSTRING LOG-RECORD DELIMITED BY WS-SEARCH-TAG(1:WS-TAG-LEN)
               INTO WS-BEFORE-TAG WS-AFTER-TAG
           END-UNSTRING
           UNSTRING WS-AFTER-TAG DELIMITED BY '"'
               INTO WS-EXTRACTED-VALUE
           END-UNSTRING.

       WRITE-RERUN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "RERUN-REPORT: cannot write "
                       "data/rerun-report.txt, status=" WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "RERUN REPORT - month " WS-MONTH
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "JOB      RERUN-AT       ABEND-KEY            FROM     "
               & "FAILED   CC   FAILED-AT         DELAY   ELAPSED"
               TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-RERUN-IDX FROM 1 BY 1
                   UNTIL WS-RERUN-IDX > WS-RERUN-COUNT
               PERFORM WRITE-ONE-RERUN
           END-PERFORM
           IF WS-RERUN-COUNT = 0
               MOVE "   (no reruns in the month)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RERUN-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-DELAY TO WS-DURATION-SECS
           PERFORM FORMAT-DURATION
           MOVE WS-DURATION-TEXT TO WS-DELAY-TEXT
           MOVE WS-TOTAL-COST TO WS-DURATION-SECS
           PERFORM FORMAT-DURATION
           MOVE WS-DURATION-TEXT TO WS-COST-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Reruns: " WS-COUNT-EDIT
                  "   Total delay (h:mm): " WS-DELAY-TEXT
                  "   Total elapsed (h:mm): " WS-COST-TEXT
                  "   Still open: " WS-OPEN-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       WRITE-ONE-RERUN.
           MOVE 0 TO WS-DELAY-SECS
           IF WS-RR-FAILED-TS(WS-RERUN-IDX) IS NUMERIC
               MOVE WS-RR-FAILED-TS(WS-RERUN-IDX) TO WS-FROM-TS
               MOVE WS-RR-BEGAN-TS(WS-RERUN-IDX) TO WS-TO-TS
               PERFORM COMPUTE-ELAPSED
               MOVE WS-ELAPSED TO WS-DELAY-SECS
           END-IF
           MOVE WS-RR-BEGAN-TS(WS-RERUN-IDX) TO WS-FROM-TS
           MOVE WS-RR-LAST-TS(WS-RERUN-IDX) TO WS-TO-TS
           PERFORM COMPUTE-ELAPSED
           MOVE WS-ELAPSED TO WS-COST-SECS
           ADD WS-DELAY-SECS TO WS-TOTAL-DELAY
           ADD WS-COST-SECS TO WS-TOTAL-COST

           MOVE WS-DELAY-SECS TO WS-DURATION-SECS
           PERFORM FORMAT-DURATION
           MOVE WS-DURATION-TEXT TO WS-DELAY-TEXT
           MOVE WS-COST-SECS TO WS-DURATION-SECS
           PERFORM FORMAT-DURATION
           MOVE WS-DURATION-TEXT TO WS-COST-TEXT
           MOVE SPACES TO WS-STATE-TEXT
           IF RERUN-OPEN(WS-RERUN-IDX)
               MOVE "OPEN" TO WS-STATE-TEXT
               ADD 1 TO WS-OPEN-COUNT
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING WS-RR-JOB(WS-RERUN-IDX) " "
                  WS-RR-RERUN-TS(WS-RERUN-IDX) " "
                  WS-RR-ABEND-KEY(WS-RERUN-IDX) " "
                  WS-RR-RESTART-STEP(WS-RERUN-IDX) " "
                  WS-RR-FAILED-STEP(WS-RERUN-IDX) " "
                  WS-RR-COND-CODE(WS-RERUN-IDX) " "
                  WS-RR-FAILED-TS(WS-RERUN-IDX) " "
                  WS-DELAY-TEXT "  "
                  WS-COST-TEXT " "
                  WS-STATE-TEXT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       COMPUTE-ELAPSED.
      *    Same calendar-plus-clock split INCIDENT-REPORT uses; a
      *    clock that ran backwards counts as zero.
           MOVE WS-FROM-TS(1:8) TO WS-DATE-NUM
           COMPUTE WS-DAYS-FROM = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE WS-TO-TS(1:8) TO WS-DATE-NUM
           COMPUTE WS-DAYS-TO = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-ELAPSED =
               (WS-DAYS-TO - WS-DAYS-FROM) * 86400
               + FUNCTION NUMVAL(WS-TO-TS(9:2)) * 3600
               + FUNCTION NUMVAL(WS-TO-TS(11:2)) * 60
               + FUNCTION NUMVAL(WS-TO-TS(13:2))
               - FUNCTION NUMVAL(WS-FROM-TS(9:2)) * 3600
               - FUNCTION NUMVAL(WS-FROM-TS(11:2)) * 60
               - FUNCTION NUMVAL(WS-FROM-TS(13:2))
           IF WS-ELAPSED < 0
               MOVE 0 TO WS-ELAPSED
           END-IF.

       FORMAT-DURATION.
      *    hours:minutes, hours unbounded, as on INCIDENT-REPORT.
           COMPUTE WS-DURATION-MINUTES = WS-DURATION-SECS / 60
           COMPUTE WS-DURATION-HOURS = WS-DURATION-MINUTES / 60
           COMPUTE WS-DURATION-MINS =
               FUNCTION MOD(WS-DURATION-MINUTES, 60)
           MOVE SPACES TO WS-DURATION-TEXT
           STRING WS-DURATION-HOURS ":" WS-DURATION-MINS
                  DELIMITED BY SIZE INTO WS-DURATION-TEXT.
