       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-MATRIX-REPORT.
      *    Tightening report for the job-to-dataset access matrix
      *    (data/access-matrix.dat, which METADATA-CAPTURE enforces
      *    with POLICY-BREACH records). A row that nothing uses is a
      *    grant nobody needs: this lists every row no DD event has
      *    exercised in the last N periods, so it can be narrowed or
      *    removed.
      *    It walks every archived data/archive/metadata-*.log and
      *    the live log, judges each DD event the way capture does -
      *    METADATA-LINEAGE's DISP rule, NEW/MOD a write (W), SHR/
      *    OLD a read (R), job and dataset patterns by prefix or "*"
      *    - and credits the event to the FIRST row that permits it.
      *    Capture accepts any permitting row, so a later row that
      *    only ever repeats an earlier, broader one shows up here as
      *    unexercised, which is the point: it adds nothing.
      *        argument 1: number of periods, 1-99 (default 3)
      *        argument 2: period, DAY or MONTH (default MONTH). The
      *                    window runs from the start of the oldest
      *                    period to today, the current period
      *                    counting as one.
      *    Each unexercised row is listed with the last time it was
      *    used, if it ever was, and the POLICY-BREACH records in the
      *    window are counted beside it. Report goes to data/access-
      *    matrix-report.txt; RC=4 when any row is unexercised.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METADATA-LOG ASSIGN DYNAMIC WS-SCAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT WORK-LIST ASSIGN TO "data/accmtx-worklist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT ACCESS-MATRIX ASSIGN TO "data/access-matrix.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATRIX-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "data/access-matrix-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  METADATA-LOG.
       01  LOG-RECORD          PIC X(512).

       FD  WORK-LIST.
       01  WORK-LIST-RECORD    PIC X(60).

       FD  ACCESS-MATRIX.
       01  ACCESS-MATRIX-RECORD.
           05  AMX-JOB-PATTERN     PIC X(8).
           05  AMX-DATASET-PATTERN PIC X(44).
           05  AMX-ACCESS          PIC X.

       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-LIST-STATUS      PIC XX.
       01  WS-MATRIX-STATUS    PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-SCAN-FILE        PIC X(60).
       01  WS-COMMAND          PIC X(200).
       01  WS-RETURN-CODE      PIC S9(9) COMP.
       01  WS-NOW-TS           PIC X(26).

       01  WS-ARG-COUNT        PIC 9(4) VALUE 0.
       01  WS-ARG-VALUE        PIC X(20).
       01  WS-PERIODS          PIC 9(2) VALUE 3.
       01  WS-PERIOD-ARG       PIC 9(8).
       01  WS-PERIOD-UNIT      PIC X(5) VALUE "MONTH".
       01  WS-CUTOFF           PIC X(8).
       01  WS-DATE-NUM         PIC 9(8).
       01  WS-DAY-NUM          PIC 9(8).
       01  WS-MONTH-NUM        PIC 9(6).
       01  WS-CUT-YEAR         PIC 9(4).
       01  WS-CUT-MONTH        PIC 9(2).

      *    Matrix rows in table order, with the last event each one
      *    was credited with. Each keeps its line number in the file,
      *    blank lines counted, so the report points at the line to
      *    edit.
       01  WS-MATRIX-TAB.
           05  WS-MATRIX-ENTRY OCCURS 200 TIMES.
               10  WS-X-JOB-PATTERN     PIC X(8).
               10  WS-X-DATASET-PATTERN PIC X(44).
               10  WS-X-ACCESS          PIC X.
               10  WS-X-LINE-NUM        PIC 9(4).
               10  WS-X-LAST-USED       PIC X(26).
               10  WS-X-WINDOW-USES     PIC 9(7).
       01  WS-MATRIX-COUNT     PIC 9(4) VALUE 0.
       01  WS-MATRIX-IDX       PIC 9(4).
       01  WS-LINE-NUM         PIC 9(4) VALUE 0.
       01  WS-MATRIX-PATTERN-LEN PIC 9(2).
       01  WS-ACCESS-PERMITTED PIC X.
           88  ACCESS-IS-PERMITTED VALUE "Y".

       01  WS-P-OPERATION      PIC X(20).
       01  WS-P-TIMESTAMP      PIC X(26).
       01  WS-P-FILE-NAME      PIC X(44).
       01  WS-P-JOB-NAME       PIC X(8).
       01  WS-ACCESS-NEEDED    PIC X.
       01  WS-NEW-TALLY        PIC 9(4).
       01  WS-EQUALS-TALLY     PIC 9(4).

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(64).

       01  WS-EVENTS-JUDGED    PIC 9(7) VALUE 0.
       01  WS-EVENTS-OUTSIDE   PIC 9(7) VALUE 0.
       01  WS-BREACH-COUNT     PIC 9(7) VALUE 0.
       01  WS-UNUSED-COUNT     PIC 9(4) VALUE 0.
       01  WS-LAST-USED-TEXT   PIC X(17).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           PERFORM CHOOSE-WINDOW
           PERFORM LOAD-ACCESS-MATRIX
           IF WS-MATRIX-COUNT = 0
               DISPLAY "ACCESS-MATRIX-REPORT: data/access-matrix.dat "
                       "absent or empty - no matrix in force"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "ls data/archive/metadata-*.log 2>/dev/null | sort "
                & "> data/accmtx-worklist.tmp" TO WS-COMMAND
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

           MOVE "rm -f data/accmtx-worklist.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           MOVE "data/metadata.log" TO WS-SCAN-FILE
           PERFORM SCAN-ONE-FILE

           PERFORM WRITE-MATRIX-REPORT
           DISPLAY "ACCESS-MATRIX-REPORT: " WS-MATRIX-COUNT
                   " row(s), " WS-UNUSED-COUNT " unexercised since "
                   WS-CUTOFF " - data/access-matrix-report.txt"
           IF WS-UNUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHOOSE-WINDOW.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE 0 TO WS-PERIOD-ARG
               IF FUNCTION TRIM(WS-ARG-VALUE) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-ARG-VALUE) TO WS-PERIOD-ARG
               END-IF
               IF WS-PERIOD-ARG < 1 OR WS-PERIOD-ARG > 99
                   DISPLAY "ACCESS-MATRIX-REPORT: number of periods "
                           "must be 1-99, got "
                           FUNCTION TRIM(WS-ARG-VALUE)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PERIOD-ARG TO WS-PERIODS
           END-IF
           IF WS-ARG-COUNT > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE)
                   TO WS-PERIOD-UNIT
               IF WS-PERIOD-UNIT NOT = "DAY"
                       AND WS-PERIOD-UNIT NOT = "MONTH"
                   DISPLAY "ACCESS-MATRIX-REPORT: period must be DAY "
                           "or MONTH, got " FUNCTION TRIM(WS-ARG-VALUE)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-NOW-TS(1:8) TO WS-DATE-NUM
           IF WS-PERIOD-UNIT = "DAY"
               COMPUTE WS-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   - WS-PERIODS + 1
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
               MOVE WS-DATE-NUM TO WS-CUTOFF
           ELSE
      *        Months counted from year zero, so stepping back past
      *        January needs no special case.
               COMPUTE WS-MONTH-NUM =
                   FUNCTION NUMVAL(WS-NOW-TS(1:4)) * 12
                   + FUNCTION NUMVAL(WS-NOW-TS(5:2)) - 1
                   - (WS-PERIODS - 1)
               DIVIDE WS-MONTH-NUM BY 12 GIVING WS-CUT-YEAR
                   REMAINDER WS-CUT-MONTH
               ADD 1 TO WS-CUT-MONTH
               MOVE SPACES TO WS-CUTOFF
               STRING WS-CUT-YEAR WS-CUT-MONTH "01"
                   DELIMITED BY SIZE INTO WS-CUTOFF
           END-IF.

       LOAD-ACCESS-MATRIX.
           OPEN INPUT ACCESS-MATRIX
           IF WS-MATRIX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MATRIX-STATUS NOT = "00"
               READ ACCESS-MATRIX
                   AT END
                       MOVE "10" TO WS-MATRIX-STATUS
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
      *                The rows capture loads - both patterns there.
                       IF AMX-JOB-PATTERN NOT = SPACES
                               AND AMX-DATASET-PATTERN NOT = SPACES
                               AND WS-MATRIX-COUNT < 200
                           ADD 1 TO WS-MATRIX-COUNT
                           MOVE AMX-JOB-PATTERN
                               TO WS-X-JOB-PATTERN(WS-MATRIX-COUNT)
                           MOVE AMX-DATASET-PATTERN
                               TO WS-X-DATASET-PATTERN(WS-MATRIX-COUNT)
                           MOVE AMX-ACCESS
                               TO WS-X-ACCESS(WS-MATRIX-COUNT)
                           MOVE WS-LINE-NUM
                               TO WS-X-LINE-NUM(WS-MATRIX-COUNT)
                           MOVE SPACES
                               TO WS-X-LAST-USED(WS-MATRIX-COUNT)
                           MOVE 0
                               TO WS-X-WINDOW-USES(WS-MATRIX-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCESS-MATRIX.

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
                       PERFORM NOTE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE METADATA-LOG.

       NOTE-ONE-RECORD.
           PERFORM PARSE-LOG-RECORD
           IF WS-P-OPERATION = "POLICY-BREACH"
               IF WS-P-TIMESTAMP(1:8) >= WS-CUTOFF
                   ADD 1 TO WS-BREACH-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

      *    Capture's rule for what is a DD event and what it needs.
           MOVE SPACE TO WS-ACCESS-NEEDED
           MOVE 0 TO WS-NEW-TALLY
           INSPECT WS-P-OPERATION TALLYING WS-NEW-TALLY
               FOR ALL "NEW"
           EVALUATE TRUE
               WHEN WS-NEW-TALLY > 0
               WHEN WS-P-OPERATION(1:4) = "MOD "
               WHEN WS-P-OPERATION(1:4) = "(MOD"
                   MOVE "W" TO WS-ACCESS-NEEDED
               WHEN WS-P-OPERATION(1:4) = "SHR "
               WHEN WS-P-OPERATION(1:4) = "OLD "
               WHEN WS-P-OPERATION(1:4) = "(SHR"
               WHEN WS-P-OPERATION(1:4) = "(OLD"
                   MOVE "R" TO WS-ACCESS-NEEDED
           END-EVALUATE
           MOVE 0 TO WS-EQUALS-TALLY
           INSPECT WS-P-FILE-NAME TALLYING WS-EQUALS-TALLY
               FOR ALL "="
           IF WS-ACCESS-NEEDED = SPACE OR WS-P-FILE-NAME = SPACES
                   OR WS-EQUALS-TALLY > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-P-TIMESTAMP(1:8) >= WS-CUTOFF
               ADD 1 TO WS-EVENTS-JUDGED
           END-IF
           MOVE "N" TO WS-ACCESS-PERMITTED
           PERFORM VARYING WS-MATRIX-IDX FROM 1 BY 1
                   UNTIL WS-MATRIX-IDX > WS-MATRIX-COUNT
               PERFORM MATCH-MATRIX-ROW
               IF ACCESS-IS-PERMITTED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ACCESS-IS-PERMITTED
               MOVE WS-P-TIMESTAMP TO WS-X-LAST-USED(WS-MATRIX-IDX)
               IF WS-P-TIMESTAMP(1:8) >= WS-CUTOFF
                   ADD 1 TO WS-X-WINDOW-USES(WS-MATRIX-IDX)
               END-IF
           ELSE
               IF WS-P-TIMESTAMP(1:8) >= WS-CUTOFF
                   ADD 1 TO WS-EVENTS-OUTSIDE
               END-IF
           END-IF.

       MATCH-MATRIX-ROW.
           IF WS-X-ACCESS(WS-MATRIX-IDX) NOT = WS-ACCESS-NEEDED
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-X-JOB-PATTERN(WS-MATRIX-IDX)) NOT = "*"
               COMPUTE WS-MATRIX-PATTERN-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-X-JOB-PATTERN(WS-MATRIX-IDX)))
               IF WS-P-JOB-NAME(1:WS-MATRIX-PATTERN-LEN) NOT =
                       WS-X-JOB-PATTERN(WS-MATRIX-IDX)
                           (1:WS-MATRIX-PATTERN-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-X-DATASET-PATTERN(WS-MATRIX-IDX))
                   NOT = "*"
               COMPUTE WS-MATRIX-PATTERN-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-X-DATASET-PATTERN(WS-MATRIX-IDX)))
               IF WS-P-FILE-NAME(1:WS-MATRIX-PATTERN-LEN) NOT =
                       WS-X-DATASET-PATTERN(WS-MATRIX-IDX)
                           (1:WS-MATRIX-PATTERN-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO WS-ACCESS-PERMITTED.

       WRITE-MATRIX-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ACCESS-MATRIX-REPORT: cannot open "
                       "data/access-matrix-report.txt, status="
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "ACCESS-MATRIX REPORT   last " WS-PERIODS " "
                  FUNCTION TRIM(WS-PERIOD-UNIT) "(S), since "
                  WS-CUTOFF "   run " WS-NOW-TS(1:8) "-"
                  WS-NOW-TS(9:6)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LINE JOB      ACC LAST USED          DATASET PATTERN"
               TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-MATRIX-IDX FROM 1 BY 1
                   UNTIL WS-MATRIX-IDX > WS-MATRIX-COUNT
               IF WS-X-WINDOW-USES(WS-MATRIX-IDX) = 0
                   PERFORM WRITE-UNUSED-ROW
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Matrix rows: " WS-MATRIX-COUNT
                  "   unexercised: " WS-UNUSED-COUNT
                  "   DD events in window: " WS-EVENTS-JUDGED
                  "   outside the matrix: " WS-EVENTS-OUTSIDE
                  "   POLICY-BREACH records: " WS-BREACH-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       WRITE-UNUSED-ROW.
           ADD 1 TO WS-UNUSED-COUNT
           IF WS-X-LAST-USED(WS-MATRIX-IDX) = SPACES
               MOVE "never" TO WS-LAST-USED-TEXT
           ELSE
               MOVE SPACES TO WS-LAST-USED-TEXT
               STRING WS-X-LAST-USED(WS-MATRIX-IDX)(1:8) "-"
                      WS-X-LAST-USED(WS-MATRIX-IDX)(9:6)
                      DELIMITED BY SIZE INTO WS-LAST-USED-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-X-LINE-NUM(WS-MATRIX-IDX) " "
                  WS-X-JOB-PATTERN(WS-MATRIX-IDX) " "
                  WS-X-ACCESS(WS-MATRIX-IDX) "   "
                  WS-LAST-USED-TEXT "  "
                  FUNCTION TRIM(WS-X-DATASET-PATTERN(WS-MATRIX-IDX))
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       PARSE-LOG-RECORD.
           MOVE SPACES TO WS-P-OPERATION WS-P-TIMESTAMP
                          WS-P-FILE-NAME WS-P-JOB-NAME

           MOVE '"operation":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:20) TO WS-P-OPERATION

           MOVE '"timestamp":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:26) TO WS-P-TIMESTAMP

           MOVE '"job":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-P-JOB-NAME

           MOVE '"file":"'        TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:44) TO WS-P-FILE-NAME.

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
