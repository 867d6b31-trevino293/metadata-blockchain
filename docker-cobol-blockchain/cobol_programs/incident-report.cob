       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-REPORT.
      *    Monthly incident report for the service review - the
      *    numbers that were being built by hand from INCIDENT-
      *    WORKBENCH LIST output.
      *    Response times come from data/incidents.dat, for the
      *    incidents opened in the month:
      *        MTTA  mean time from the incident opening to its
      *              acknowledgement
      *        MTTR  mean time from the incident opening to its
      *              resolution
      *    shown by job, by condition code and by the acknowledging
      *    operator (hours:minutes), with the incidents still open.
      *    Rows written before the workbench kept the acknowledge and
      *    resolve times apart hold only the latest transition: an
      *    ACK row counts toward MTTA from it, a RESOLVED row toward
      *    MTTR only.
      *    Recurrence comes from the captures themselves - every
      *    ABEND / FAILURE record in the archived data/archive/
      *    metadata-*.log periods and the live log, which reach back
      *    before incidents.dat did:
      *        TOP RECURRING  the job / program / condition code
      *                       combinations seen most often (at least
      *                       twice), with the number of months they
      *                       occurred in and when last seen
      *        RISING         jobs whose incident count in the month
      *                       is at least two and above every one of
      *                       the three months before it
      *        argument 1: month, yyyymm - default the current month
      *                    (month to date)
      *    Report data/incident-report.txt. RC=4 when any job's
      *    frequency is rising, RC=16 when the month is invalid or
      *    the report cannot be written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "data/incidents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.

           SELECT METADATA-LOG ASSIGN DYNAMIC WS-SCAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT WORK-LIST ASSIGN TO "data/increpo-worklist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/incident-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Layout shared with INCIDENT-WORKBENCH.
       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD.
           05  INC-STATE           PIC X(8).
           05  INC-RECORD-KEY      PIC X(20).
           05  INC-JOB-NAME        PIC X(8).
           05  INC-PROGRAM         PIC X(8).
           05  INC-COND-CODE       PIC X(4).
           05  INC-OPENED-TS       PIC X(26).
           05  INC-ACTOR           PIC X(10).
           05  INC-ACTION-TS       PIC X(26).
           05  INC-NOTE            PIC X(40).
           05  INC-ACK-BY          PIC X(10).
           05  INC-ACK-TS          PIC X(26).
           05  INC-RESOLVE-BY      PIC X(10).
           05  INC-RESOLVE-TS      PIC X(26).

       FD  METADATA-LOG.
       01  LOG-RECORD          PIC X(512).

       FD  WORK-LIST.
       01  WORK-LIST-RECORD    PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INCIDENT-STATUS  PIC XX.
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
       01  WS-MONTH-NUM        PIC 9(6).
       01  WS-MONTH-INDEX      PIC 9(6).
       01  WS-REC-MONTH-NUM    PIC 9(6).
       01  WS-MONTH-OFFSET     PIC S9(6).

      *    Response-time groups: type J (job), C (condition code) or
      *    O (acknowledging operator) plus the value, kept in that
      *    order so each section prints sorted.
       01  WS-GROUP-TAB.
           05  WS-GROUP-ENTRY OCCURS 600 TIMES.
               10  WS-G-KEY.
                   15  WS-G-TYPE       PIC X.
                   15  WS-G-VALUE      PIC X(10).
               10  WS-G-OPENED     PIC 9(5).
               10  WS-G-ACKED      PIC 9(5).
               10  WS-G-ACK-SECS   PIC 9(12).
               10  WS-G-RESOLVED   PIC 9(5).
               10  WS-G-RES-SECS   PIC 9(12).
               10  WS-G-STILL-OPEN PIC 9(5).
       01  WS-GROUP-COUNT      PIC 9(4) VALUE 0.
       01  WS-GROUP-IDX        PIC 9(4).
       01  WS-GROUP-FULL       PIC X VALUE "N".
           88  GROUP-FULL-WARNED   VALUE "Y".
       01  WS-LOOK-GROUP.
           05  WS-LOOK-TYPE    PIC X.
           05  WS-LOOK-VALUE   PIC X(10).
       01  WS-TOTAL-ENTRY.
           05  WS-T-OPENED     PIC 9(5) VALUE 0.
           05  WS-T-ACKED      PIC 9(5) VALUE 0.
           05  WS-T-ACK-SECS   PIC 9(12) VALUE 0.
           05  WS-T-RESOLVED   PIC 9(5) VALUE 0.
           05  WS-T-RES-SECS   PIC 9(12) VALUE 0.
           05  WS-T-STILL-OPEN PIC 9(5) VALUE 0.

      *    One incident's times, legacy rows included.
       01  WS-ACK-TS           PIC X(26).
       01  WS-ACK-BY           PIC X(10).
       01  WS-RESOLVE-TS       PIC X(26).
       01  WS-ACK-SECS         PIC 9(10).
       01  WS-RES-SECS         PIC 9(10).
       01  WS-FROM-TS          PIC X(26).
       01  WS-TO-TS            PIC X(26).
       01  WS-ELAPSED          PIC S9(10).
       01  WS-DATE-NUM         PIC 9(8).
       01  WS-DAYS-FROM        PIC 9(8).
       01  WS-DAYS-TO          PIC 9(8).

      *    Every job / program / condition code combination in the
      *    captured history, sorted on the combination.
       01  WS-COMBO-TAB.
           05  WS-COMBO-ENTRY OCCURS 1000 TIMES.
               10  WS-C-KEY.
                   15  WS-C-JOB        PIC X(8).
                   15  WS-C-PROGRAM    PIC X(8).
                   15  WS-C-COND       PIC X(4).
               10  WS-C-COUNT      PIC 9(6).
               10  WS-C-MONTHS     PIC 9(4).
               10  WS-C-LAST-MONTH PIC X(6).
               10  WS-C-LAST-TS    PIC X(14).
               10  WS-C-LISTED     PIC X.
       01  WS-COMBO-COUNT      PIC 9(4) VALUE 0.
       01  WS-COMBO-IDX        PIC 9(4).
       01  WS-COMBO-FULL       PIC X VALUE "N".
           88  COMBO-FULL-WARNED   VALUE "Y".
       01  WS-LOOK-COMBO.
           05  WS-LOOK-JOB     PIC X(8).
           05  WS-LOOK-PROGRAM PIC X(8).
           05  WS-LOOK-COND    PIC X(4).
       01  WS-BEST-IDX         PIC 9(4).
       01  WS-RANK             PIC 9(2).

      *    Incident counts per job for the month (4) and the three
      *    months before it (3, 2, 1), sorted on the job.
       01  WS-JOB-TAB.
           05  WS-JOB-ENTRY OCCURS 500 TIMES.
               10  WS-J-JOB        PIC X(8).
               10  WS-J-MONTH-COUNT PIC 9(5) OCCURS 4 TIMES.
       01  WS-JOB-COUNT        PIC 9(4) VALUE 0.
       01  WS-JOB-IDX          PIC 9(4).
       01  WS-JOB-FULL         PIC X VALUE "N".
           88  JOB-FULL-WARNED     VALUE "Y".
       01  WS-MONTH-SLOT       PIC 9.
       01  WS-PRIOR-HIGH       PIC 9(5).
       01  WS-RISING-COUNT     PIC 9(4) VALUE 0.

       01  WS-LOW              PIC 9(4).
       01  WS-HIGH             PIC 9(4).
       01  WS-MID              PIC 9(4).
       01  WS-SHIFT-IDX        PIC 9(4).

       01  WS-P-OPERATION      PIC X(20).
       01  WS-P-TIMESTAMP      PIC X(26).
       01  WS-P-JOB-NAME       PIC X(8).
       01  WS-P-PROGRAM        PIC X(8).
       01  WS-P-COND-CODE      PIC X(4).

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(64).

      *    Report line pieces.
       01  WS-SECTION-TYPE     PIC X.
       01  WS-SECTION-TITLE    PIC X(80).
       01  WS-SECTION-ROWS     PIC 9(4).
       01  WS-ROW-LABEL        PIC X(10).
       01  WS-ROW-COUNTS.
           05  WS-R-OPENED     PIC 9(5).
           05  WS-R-ACKED      PIC 9(5).
           05  WS-R-ACK-SECS   PIC 9(12).
           05  WS-R-RESOLVED   PIC 9(5).
           05  WS-R-RES-SECS   PIC 9(12).
           05  WS-R-STILL-OPEN PIC 9(5).
       01  WS-MEAN-SECS        PIC 9(10).
       01  WS-MEAN-MINUTES     PIC 9(8).
       01  WS-MEAN-HOURS       PIC ZZZZ9.
       01  WS-MEAN-MINS        PIC 99.
       01  WS-DURATION-TEXT    PIC X(8).
       01  WS-MTTA-TEXT        PIC X(8).
       01  WS-MTTR-TEXT        PIC X(8).
       01  WS-COUNT-EDIT       PIC ZZZZ9.
       01  WS-OPENED-EDIT      PIC ZZZZ9.
       01  WS-ACKED-EDIT       PIC ZZZZ9.
       01  WS-RESOLVED-EDIT    PIC ZZZZ9.
       01  WS-OPEN-EDIT        PIC ZZZZ9.
       01  WS-M1-EDIT          PIC ZZZZ9.
       01  WS-M2-EDIT          PIC ZZZZ9.
       01  WS-M3-EDIT          PIC ZZZZ9.
       01  WS-M4-EDIT          PIC ZZZZ9.
       01  WS-MONTHS-EDIT      PIC ZZZ9.
       01  WS-RANK-EDIT        PIC Z9.

       01  WS-INCIDENTS-READ   PIC 9(6) VALUE 0.
       01  WS-CAPTURES-READ    PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           PERFORM CHOOSE-MONTH

           PERFORM READ-INCIDENTS

           MOVE "ls data/archive/metadata-*.log 2>/dev/null | sort "
                & "> data/increpo-worklist.tmp" TO WS-COMMAND
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

           MOVE "rm -f data/increpo-worklist.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           MOVE "data/metadata.log" TO WS-SCAN-FILE
           PERFORM SCAN-ONE-FILE

           PERFORM WRITE-INCIDENT-REPORT
           DISPLAY "INCIDENT-REPORT: month " WS-MONTH " - "
                   WS-T-OPENED " incident(s) opened, "
                   WS-RISING-COUNT " job(s) rising - "
                   "data/incident-report.txt"
           IF WS-RISING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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
               DISPLAY "INCIDENT-REPORT: month must be yyyymm, got "
                       WS-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MONTH TO WS-MONTH-NUM
      *    Months counted from year 0, so "three months before"
      *    crosses a year end by plain subtraction.
           COMPUTE WS-MONTH-INDEX =
               (WS-MONTH-NUM / 100) * 12
               + FUNCTION MOD(WS-MONTH-NUM, 100).

       READ-INCIDENTS.
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INCIDENT-STATUS = "10"
               MOVE SPACES TO INCIDENT-RECORD
               READ INCIDENT-FILE
                   AT END
                       MOVE "10" TO WS-INCIDENT-STATUS
                   NOT AT END
                       IF INCIDENT-RECORD NOT = SPACES
                               AND INC-OPENED-TS(1:6) = WS-MONTH
                           ADD 1 TO WS-INCIDENTS-READ
                           PERFORM NOTE-ONE-INCIDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE.

       NOTE-ONE-INCIDENT.
           MOVE INC-ACK-TS     TO WS-ACK-TS
           MOVE INC-ACK-BY     TO WS-ACK-BY
           MOVE INC-RESOLVE-TS TO WS-RESOLVE-TS
           IF WS-ACK-TS = SPACES AND INC-STATE = "ACK"
               MOVE INC-ACTION-TS TO WS-ACK-TS
               MOVE INC-ACTOR     TO WS-ACK-BY
           END-IF
           IF WS-RESOLVE-TS = SPACES AND INC-STATE = "RESOLVED"
               MOVE INC-ACTION-TS TO WS-RESOLVE-TS
           END-IF

           MOVE 0 TO WS-ACK-SECS WS-RES-SECS
           IF WS-ACK-TS NOT = SPACES
               MOVE INC-OPENED-TS TO WS-FROM-TS
               MOVE WS-ACK-TS TO WS-TO-TS
               PERFORM COMPUTE-ELAPSED
               MOVE WS-ELAPSED TO WS-ACK-SECS
           END-IF
           IF WS-RESOLVE-TS NOT = SPACES
               MOVE INC-OPENED-TS TO WS-FROM-TS
               MOVE WS-RESOLVE-TS TO WS-TO-TS
               PERFORM COMPUTE-ELAPSED
               MOVE WS-ELAPSED TO WS-RES-SECS
           END-IF

           MOVE "J" TO WS-LOOK-TYPE
           MOVE INC-JOB-NAME TO WS-LOOK-VALUE
           PERFORM ADD-TO-GROUP
           MOVE "C" TO WS-LOOK-TYPE
           MOVE INC-COND-CODE TO WS-LOOK-VALUE
           PERFORM ADD-TO-GROUP
           IF WS-ACK-BY NOT = SPACES
               MOVE "O" TO WS-LOOK-TYPE
               MOVE WS-ACK-BY TO WS-LOOK-VALUE
               PERFORM ADD-TO-GROUP
           END-IF

           ADD 1 TO WS-T-OPENED
           IF WS-ACK-TS NOT = SPACES
               ADD 1 TO WS-T-ACKED
               ADD WS-ACK-SECS TO WS-T-ACK-SECS
           END-IF
           IF WS-RESOLVE-TS NOT = SPACES
               ADD 1 TO WS-T-RESOLVED
               ADD WS-RES-SECS TO WS-T-RES-SECS
           ELSE
               ADD 1 TO WS-T-STILL-OPEN
           END-IF.

       ADD-TO-GROUP.
           PERFORM FIND-GROUP-ROW
           IF WS-LOW > WS-GROUP-COUNT
                   OR WS-G-KEY(WS-LOW) NOT = WS-LOOK-GROUP
               PERFORM INSERT-GROUP-ROW
               IF WS-LOW = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-G-OPENED(WS-LOW)
           IF WS-ACK-TS NOT = SPACES
               ADD 1 TO WS-G-ACKED(WS-LOW)
               ADD WS-ACK-SECS TO WS-G-ACK-SECS(WS-LOW)
           END-IF
           IF WS-RESOLVE-TS NOT = SPACES
               ADD 1 TO WS-G-RESOLVED(WS-LOW)
               ADD WS-RES-SECS TO WS-G-RES-SECS(WS-LOW)
           ELSE
               ADD 1 TO WS-G-STILL-OPEN(WS-LOW)
           END-IF.

       FIND-GROUP-ROW.
      *    Leaves WS-LOW at the first row not below WS-LOOK-GROUP.
           MOVE 1 TO WS-LOW
           COMPUTE WS-HIGH = WS-GROUP-COUNT + 1
           PERFORM UNTIL WS-LOW >= WS-HIGH
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               IF WS-G-KEY(WS-MID) < WS-LOOK-GROUP
                   COMPUTE WS-LOW = WS-MID + 1
               ELSE
                   MOVE WS-MID TO WS-HIGH
               END-IF
           END-PERFORM.

       INSERT-GROUP-ROW.
           IF WS-GROUP-COUNT >= 600
               IF NOT GROUP-FULL-WARNED
                   DISPLAY "INCIDENT-REPORT: more than 600 jobs, "
                           "codes and operators in the month - the "
                           "rest are not broken out"
                   MOVE "Y" TO WS-GROUP-FULL
               END-IF
               MOVE 0 TO WS-LOW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SHIFT-IDX FROM WS-GROUP-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-LOW
               MOVE WS-GROUP-ENTRY(WS-SHIFT-IDX)
                   TO WS-GROUP-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-GROUP-COUNT
           MOVE WS-LOOK-GROUP TO WS-G-KEY(WS-LOW)
           MOVE 0 TO WS-G-OPENED(WS-LOW) WS-G-ACKED(WS-LOW)
                     WS-G-ACK-SECS(WS-LOW) WS-G-RESOLVED(WS-LOW)
                     WS-G-RES-SECS(WS-LOW) WS-G-STILL-OPEN(WS-LOW).

       COMPUTE-ELAPSED.
      *    Same calendar-plus-clock split INCIDENT-WORKBENCH's AGING
      *    uses; a clock that ran backwards counts as zero.
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
           MOVE SPACES TO WS-P-OPERATION
           MOVE '"operation":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:20) TO WS-P-OPERATION
           IF WS-P-OPERATION NOT = "ABEND"
                   AND WS-P-OPERATION NOT = "FAILURE"
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-INCIDENT-CAPTURE
           IF WS-P-TIMESTAMP(1:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAPTURES-READ

           MOVE WS-P-JOB-NAME  TO WS-LOOK-JOB
           MOVE WS-P-PROGRAM   TO WS-LOOK-PROGRAM
           MOVE WS-P-COND-CODE TO WS-LOOK-COND
           PERFORM FIND-COMBO-ROW
           IF WS-LOW > WS-COMBO-COUNT
                   OR WS-C-KEY(WS-LOW) NOT = WS-LOOK-COMBO
               PERFORM INSERT-COMBO-ROW
           END-IF
           IF WS-LOW > 0
               ADD 1 TO WS-C-COUNT(WS-LOW)
               IF WS-C-LAST-MONTH(WS-LOW) NOT = WS-P-TIMESTAMP(1:6)
                   ADD 1 TO WS-C-MONTHS(WS-LOW)
                   MOVE WS-P-TIMESTAMP(1:6) TO WS-C-LAST-MONTH(WS-LOW)
               END-IF
               IF WS-P-TIMESTAMP(1:14) > WS-C-LAST-TS(WS-LOW)
                   MOVE WS-P-TIMESTAMP(1:14) TO WS-C-LAST-TS(WS-LOW)
               END-IF
           END-IF

      *    The job's count for its month, when that is the report
      *    month or one of the three before it.
           MOVE WS-P-TIMESTAMP(1:6) TO WS-REC-MONTH-NUM
           COMPUTE WS-MONTH-OFFSET = WS-MONTH-INDEX
               - (WS-REC-MONTH-NUM / 100) * 12
               - FUNCTION MOD(WS-REC-MONTH-NUM, 100)
           IF WS-MONTH-OFFSET < 0 OR WS-MONTH-OFFSET > 3
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTH-SLOT = 4 - WS-MONTH-OFFSET
           PERFORM FIND-JOB-ROW
           IF WS-LOW > WS-JOB-COUNT
                   OR WS-J-JOB(WS-LOW) NOT = WS-P-JOB-NAME
               PERFORM INSERT-JOB-ROW
           END-IF
           IF WS-LOW > 0
               ADD 1 TO WS-J-MONTH-COUNT(WS-LOW, WS-MONTH-SLOT)
           END-IF.

       FIND-COMBO-ROW.
           MOVE 1 TO WS-LOW
           COMPUTE WS-HIGH = WS-COMBO-COUNT + 1
           PERFORM UNTIL WS-LOW >= WS-HIGH
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               IF WS-C-KEY(WS-MID) < WS-LOOK-COMBO
                   COMPUTE WS-LOW = WS-MID + 1
               ELSE
                   MOVE WS-MID TO WS-HIGH
               END-IF
           END-PERFORM.

       INSERT-COMBO-ROW.
           IF WS-COMBO-COUNT >= 1000
               IF NOT COMBO-FULL-WARNED
                   DISPLAY "INCIDENT-REPORT: more than 1000 job/"
                           "program/code combinations - the rest are "
                           "not counted"
                   MOVE "Y" TO WS-COMBO-FULL
               END-IF
               MOVE 0 TO WS-LOW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SHIFT-IDX FROM WS-COMBO-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-LOW
               MOVE WS-COMBO-ENTRY(WS-SHIFT-IDX)
                   TO WS-COMBO-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-COMBO-COUNT
           MOVE SPACES TO WS-COMBO-ENTRY(WS-LOW)
           MOVE WS-LOOK-COMBO TO WS-C-KEY(WS-LOW)
           MOVE 0 TO WS-C-COUNT(WS-LOW) WS-C-MONTHS(WS-LOW).

       FIND-JOB-ROW.
           MOVE 1 TO WS-LOW
           COMPUTE WS-HIGH = WS-JOB-COUNT + 1
           PERFORM UNTIL WS-LOW >= WS-HIGH
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               IF WS-J-JOB(WS-MID) < WS-P-JOB-NAME
                   COMPUTE WS-LOW = WS-MID + 1
               ELSE
                   MOVE WS-MID TO WS-HIGH
               END-IF
           END-PERFORM.

       INSERT-JOB-ROW.
           IF WS-JOB-COUNT >= 500
               IF NOT JOB-FULL-WARNED
                   DISPLAY "INCIDENT-REPORT: more than 500 jobs with "
                           "incidents in four months - the rest are "
                           "not trended"
                   MOVE "Y" TO WS-JOB-FULL
               END-IF
               MOVE 0 TO WS-LOW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SHIFT-IDX FROM WS-JOB-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-LOW
               MOVE WS-JOB-ENTRY(WS-SHIFT-IDX)
                   TO WS-JOB-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-JOB-COUNT
           MOVE WS-P-JOB-NAME TO WS-J-JOB(WS-LOW)
           MOVE 0 TO WS-J-MONTH-COUNT(WS-LOW, 1)
                     WS-J-MONTH-COUNT(WS-LOW, 2)
                     WS-J-MONTH-COUNT(WS-LOW, 3)
                     WS-J-MONTH-COUNT(WS-LOW, 4).

       WRITE-INCIDENT-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "INCIDENT-REPORT: cannot open "
                       "data/incident-report.txt, status="
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "INCIDENT REPORT   month " WS-MONTH
                  "   run " WS-NOW-TS(1:8) "-" WS-NOW-TS(9:6)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "J" TO WS-SECTION-TYPE
           MOVE "-- RESPONSE TIMES BY JOB --" TO WS-SECTION-TITLE
           PERFORM WRITE-GROUP-SECTION
           MOVE "C" TO WS-SECTION-TYPE
           MOVE "-- RESPONSE TIMES BY CONDITION CODE --"
               TO WS-SECTION-TITLE
           PERFORM WRITE-GROUP-SECTION
           MOVE "O" TO WS-SECTION-TYPE
           MOVE "-- RESPONSE TIMES BY ACKNOWLEDGING OPERATOR --"
               TO WS-SECTION-TITLE
           PERFORM WRITE-GROUP-SECTION

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ALL" TO WS-ROW-LABEL
           MOVE WS-TOTAL-ENTRY TO WS-ROW-COUNTS
           PERFORM WRITE-GROUP-ROW
           IF GROUP-FULL-WARNED
               MOVE "More than 600 jobs, codes and operators - the "
                   & "breakdowns are incomplete" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           PERFORM WRITE-RECURRING-SECTION
           PERFORM WRITE-RISING-SECTION
           CLOSE REPORT-FILE.

       WRITE-GROUP-SECTION.
           PERFORM WRITE-SECTION-BREAK
           MOVE "            OPENED  ACKED      MTTA  RESOLVED      "
               & "MTTR  STILL OPEN" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-SECTION-ROWS
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               IF WS-G-TYPE(WS-GROUP-IDX) = WS-SECTION-TYPE
                   ADD 1 TO WS-SECTION-ROWS
                   MOVE WS-G-VALUE(WS-GROUP-IDX) TO WS-ROW-LABEL
                   MOVE WS-G-OPENED(WS-GROUP-IDX) TO WS-R-OPENED
                   MOVE WS-G-ACKED(WS-GROUP-IDX) TO WS-R-ACKED
                   MOVE WS-G-ACK-SECS(WS-GROUP-IDX) TO WS-R-ACK-SECS
                   MOVE WS-G-RESOLVED(WS-GROUP-IDX) TO WS-R-RESOLVED
                   MOVE WS-G-RES-SECS(WS-GROUP-IDX) TO WS-R-RES-SECS
                   MOVE WS-G-STILL-OPEN(WS-GROUP-IDX)
                       TO WS-R-STILL-OPEN
                   PERFORM WRITE-GROUP-ROW
               END-IF
           END-PERFORM
           IF WS-SECTION-ROWS = 0
               MOVE "   (no incidents)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-SECTION-BREAK.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SECTION-TITLE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-GROUP-ROW.
           IF WS-R-ACKED = 0
               MOVE "       -" TO WS-MTTA-TEXT
           ELSE
               COMPUTE WS-MEAN-SECS = WS-R-ACK-SECS / WS-R-ACKED
               PERFORM FORMAT-DURATION
               MOVE WS-DURATION-TEXT TO WS-MTTA-TEXT
           END-IF
           IF WS-R-RESOLVED = 0
               MOVE "       -" TO WS-MTTR-TEXT
           ELSE
               COMPUTE WS-MEAN-SECS = WS-R-RES-SECS / WS-R-RESOLVED
               PERFORM FORMAT-DURATION
               MOVE WS-DURATION-TEXT TO WS-MTTR-TEXT
           END-IF
           MOVE WS-R-OPENED TO WS-OPENED-EDIT
           MOVE WS-R-ACKED TO WS-ACKED-EDIT
           MOVE WS-R-RESOLVED TO WS-RESOLVED-EDIT
           MOVE WS-R-STILL-OPEN TO WS-OPEN-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-ROW-LABEL "  " WS-OPENED-EDIT "  "
                  WS-ACKED-EDIT "  " WS-MTTA-TEXT "     "
                  WS-RESOLVED-EDIT "  " WS-MTTR-TEXT "       "
                  WS-OPEN-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       FORMAT-DURATION.
      *    hours:minutes, hours unbounded - a month-old incident
      *    resolved late shows as 700-odd hours, not as days.
           COMPUTE WS-MEAN-MINUTES = WS-MEAN-SECS / 60
           COMPUTE WS-MEAN-HOURS = WS-MEAN-MINUTES / 60
           COMPUTE WS-MEAN-MINS = FUNCTION MOD(WS-MEAN-MINUTES, 60)
           MOVE SPACES TO WS-DURATION-TEXT
           STRING WS-MEAN-HOURS ":" WS-MEAN-MINS
                  DELIMITED BY SIZE INTO WS-DURATION-TEXT.

       WRITE-RECURRING-SECTION.
           MOVE "-- TOP RECURRING JOB / PROGRAM / CODE (all archived "
               & "periods) --" TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-BREAK
           MOVE "RANK JOB      PROGRAM  CODE  COUNT MONTHS  LAST SEEN"
               TO REPORT-LINE
           WRITE REPORT-LINE
      *    Ten passes picking the highest count not yet listed; the
      *    earlier combination wins a tie.
           MOVE 0 TO WS-RANK
           PERFORM UNTIL WS-RANK >= 10
               MOVE 0 TO WS-BEST-IDX
               PERFORM VARYING WS-COMBO-IDX FROM 1 BY 1
                       UNTIL WS-COMBO-IDX > WS-COMBO-COUNT
                   IF WS-C-LISTED(WS-COMBO-IDX) NOT = "Y"
                           AND WS-C-COUNT(WS-COMBO-IDX) >= 2
                       IF WS-BEST-IDX = 0
                           MOVE WS-COMBO-IDX TO WS-BEST-IDX
                       ELSE
                           IF WS-C-COUNT(WS-COMBO-IDX)
                                   > WS-C-COUNT(WS-BEST-IDX)
                               MOVE WS-COMBO-IDX TO WS-BEST-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RANK
               MOVE "Y" TO WS-C-LISTED(WS-BEST-IDX)
               MOVE WS-RANK TO WS-RANK-EDIT
               MOVE WS-C-COUNT(WS-BEST-IDX) TO WS-COUNT-EDIT
               MOVE WS-C-MONTHS(WS-BEST-IDX) TO WS-MONTHS-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-RANK-EDIT " " WS-C-JOB(WS-BEST-IDX) " "
                      WS-C-PROGRAM(WS-BEST-IDX) " "
                      WS-C-COND(WS-BEST-IDX) "  " WS-COUNT-EDIT "   "
                      WS-MONTHS-EDIT "  "
                      WS-C-LAST-TS(WS-BEST-IDX)(1:8) " "
                      WS-C-LAST-TS(WS-BEST-IDX)(9:2) ":"
                      WS-C-LAST-TS(WS-BEST-IDX)(11:2)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-RANK = 0
               MOVE "   (no combination has recurred)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "   " WS-CAPTURES-READ " ABEND/FAILURE capture(s) "
                  "in the logs, " WS-COMBO-COUNT " combination(s)"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF COMBO-FULL-WARNED
               MOVE "More than 1000 combinations - the ranking is "
                   & "incomplete" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-RISING-SECTION.
           MOVE "-- RISING INCIDENT FREQUENCY (month against the "
               & "three before it) --" TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-BREAK
           MOVE "JOB         M-3    M-2    M-1  MONTH" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               MOVE WS-J-MONTH-COUNT(WS-JOB-IDX, 1) TO WS-PRIOR-HIGH
               IF WS-J-MONTH-COUNT(WS-JOB-IDX, 2) > WS-PRIOR-HIGH
                   MOVE WS-J-MONTH-COUNT(WS-JOB-IDX, 2)
                       TO WS-PRIOR-HIGH
               END-IF
               IF WS-J-MONTH-COUNT(WS-JOB-IDX, 3) > WS-PRIOR-HIGH
                   MOVE WS-J-MONTH-COUNT(WS-JOB-IDX, 3)
                       TO WS-PRIOR-HIGH
               END-IF
               IF WS-J-MONTH-COUNT(WS-JOB-IDX, 4) >= 2
                       AND WS-J-MONTH-COUNT(WS-JOB-IDX, 4)
                           > WS-PRIOR-HIGH
                   ADD 1 TO WS-RISING-COUNT
                   MOVE WS-J-MONTH-COUNT(WS-JOB-IDX, 1) TO WS-M1-EDIT
                   MOVE WS-J-MONTH-COUNT(WS-JOB-IDX, 2) TO WS-M2-EDIT
                   MOVE WS-J-MONTH-COUNT(WS-JOB-IDX, 3) TO WS-M3-EDIT
                   MOVE WS-J-MONTH-COUNT(WS-JOB-IDX, 4) TO WS-M4-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-J-JOB(WS-JOB-IDX) "  " WS-M1-EDIT "  "
                          WS-M2-EDIT "  " WS-M3-EDIT "  " WS-M4-EDIT
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-RISING-COUNT = 0
               MOVE "   (no job rising)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF JOB-FULL-WARNED
               MOVE "More than 500 jobs - the trend is incomplete"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PARSE-INCIDENT-CAPTURE.
           MOVE SPACES TO WS-P-TIMESTAMP WS-P-JOB-NAME WS-P-PROGRAM
                          WS-P-COND-CODE

           MOVE '"timestamp":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:26) TO WS-P-TIMESTAMP

           MOVE '"job":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-P-JOB-NAME

           MOVE '"program":"'     TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-P-PROGRAM

           MOVE '"cond_code":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:4) TO WS-P-COND-CODE.

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
