       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-CHECK.
      *    Nightly consistency check across the hand-edited PARMLIB-
      *    style control tables. Each program reads its own table and
      *    silently skips what it cannot use, so a table can be wrong
      *    for weeks without anyone noticing - a one-column shift in
      *    watchdog-control.dat turned every maximum runtime into
      *    non-numeric garbage and disabled every hang alert until
      *    PAYROLL hung and nobody was paged. This reads all seventeen
      *    tables with the column maps their owning programs use:
      *        monitor-control.dat     JCL-METADATA-INTERCEPTOR
      *        alert-control.dat       METADATA-ALERT
      *        sla-control.dat         METADATA-SLA
      *        watchdog-control.dat    JOB-WATCHDOG
      *        dept-control.dat        CHARGEBACK-REPORT
      *        auth-control.dat        AUTH-CHECK
      *        legal-hold.dat          HOLD-CHECK
      *        retention-control.dat   METADATA-RETENTION
      *        validation-control.dat  METADATA-CAPTURE
      *        sensitive-control.dat   FIRST-SEEN / ACCESS-REVIEW
      *        business-calendar.dat   CALENDAR-CHECK
      *        capacity-control.dat    CAPACITY-FORECAST
      *        fingerprint-control.dat JCL-METADATA-INTERCEPTOR /
      *                                FINGERPRINT-VERIFY
      *        capture-mode-control.dat METADATA-CAPTURE
      *        balance-control.dat     BALANCE-CHECK
      *        access-matrix.dat       METADATA-CAPTURE /
      *                                ACCESS-MATRIX-REPORT
      *        change-control.dat      CHANGE-CONTROL-REPORT
      *    and flags:
      *        MISALIGNED  a line that does not fit its column map -
      *                    text starting past column 1, text past the
      *                    last column, blanks inside a pattern,
      *                    non-numeric minutes/counts, bad hhmmss or
      *                    yyyymmdd, unknown keywords, day types,
      *                    periods or fiscal periods
      *        DUPLICATE   a line repeated verbatim
      *        SHADOWED    a row a "first match wins" table can never
      *                    reach because an earlier row covers it
      *        OVERLAP     a row an "any match" table already covers
      *                    with an earlier row - redundant, and the
      *                    usual sign of an edit that was meant to
      *                    replace rather than add
      *        NO-DEPT     an SLA job no dept-control prefix covers
      *        NO-JOB      a watchdog pattern matching no SLA job
      *        NO-PIPE     an alert PIPE whose path is not a pipe
      *        NO-MATCH    a live legal-hold row that matches no
      *                    record in the live log or any archive
      *    An absent table is noted but is not a finding - every
      *    owning program treats "no table" as "not configured".
      *    Report goes to data/control-check-report.txt; RC=4 when
      *    anything was flagged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One SELECT re-pointed at each table in turn, the same
      *    ASSIGN DYNAMIC technique the archive walkers use.
           SELECT CONTROL-TABLE ASSIGN DYNAMIC WS-TABLE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-STATUS.

           SELECT METADATA-LOG ASSIGN DYNAMIC WS-SCAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT WORK-LIST ASSIGN TO "data/ctlcheck-worklist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "data/control-check-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The raw line, then each table's column map over the same
      *    record area - the layouts are copied from the owning
      *    programs' FDs, so this reads a line exactly as they do.
       FD  CONTROL-TABLE.
       01  CONTROL-LINE            PIC X(200).
       01  MONITOR-CONTROL-RECORD.
           05  MCR-DATASET-PATTERN PIC X(44).
           05  MCR-OPERATION       PIC X(20).
       01  ALERT-CONTROL-RECORD.
           05  ACR-JOB-PATTERN     PIC X(8).
           05  ACR-COND-PATTERN    PIC X(4).
           05  ACR-DEST-TYPE       PIC X(8).
           05  ACR-DEST-VALUE      PIC X(100).
       01  SLA-CONTROL-RECORD.
           05  SCR-JOB-NAME        PIC X(8).
           05  SCR-EXP-START       PIC X(6).
           05  SCR-EXP-END         PIC X(6).
           05  SCR-REQUIRED        PIC X.
           05  SCR-PERIOD          PIC X(4).
       01  WATCHDOG-CONTROL-RECORD.
           05  WCR-JOB-PATTERN     PIC X(8).
           05  WCR-MAX-MINUTES     PIC X(4).
           05  WCR-PERIOD          PIC X(4).
       01  DEPT-CONTROL-RECORD.
           05  DCR-JOB-PREFIX      PIC X(8).
           05  DCR-DEPARTMENT      PIC X(12).
       01  AUTH-CONTROL-RECORD.
           05  UCR-USER-ID         PIC X(10).
           05  UCR-FUNCTION        PIC X(8).
       01  HOLD-CONTROL-RECORD.
           05  HCR-JOB-PATTERN     PIC X(8).
           05  HCR-DS-PATTERN      PIC X(44).
           05  HCR-KEY-FROM        PIC X(20).
           05  HCR-KEY-TO          PIC X(20).
           05  HCR-REFERENCE       PIC X(20).
           05  HCR-EXPIRY          PIC X(8).
       01  RETENTION-CONTROL-RECORD.
           05  RCR-POLICY-TYPE     PIC X(8).
           05  RCR-KEEP-COUNT      PIC X(4).
       01  VALIDATION-CONTROL-RECORD.
           05  VCR-RULE-TYPE       PIC X(8).
           05  VCR-RULE-VALUE      PIC X(44).
       01  SENSITIVE-CONTROL-RECORD.
           05  SNR-PATTERN         PIC X(44).
       01  BUSINESS-CALENDAR-RECORD.
           05  BCR-DATE            PIC X(8).
           05  BCR-DAY-TYPE        PIC X.
           05  BCR-PERIOD          PIC X(4).
           05  BCR-FISCAL-PERIOD   PIC X(6).
           05  BCR-FISCAL-REDEF REDEFINES BCR-FISCAL-PERIOD.
               10  BCR-FISCAL-YEAR PIC X(4).
               10  BCR-FISCAL-PP   PIC X(2).
       01  CAPACITY-CONTROL-RECORD.
           05  CCR-KEYWORD         PIC X(8).
           05  CCR-VALUE           PIC X(4).
       01  FINGERPRINT-CONTROL-RECORD.
           05  FPR-DATASET         PIC X(44).
           05  FPR-FILE-PATH       PIC X(76).
       01  CAPTURE-MODE-CONTROL-RECORD.
           05  CMC-JOB-PATTERN     PIC X(8).
           05  CMC-MODE            PIC X(8).
       01  BALANCE-CONTROL-RECORD.
           05  BLC-DATASET-PATTERN PIC X(44).
           05  BLC-JOB-PATTERN     PIC X(8).
           05  BLC-FILTERED        PIC X(9).
           05  BLC-TOLERANCE       PIC X(3).
           05  BLC-RULE            PIC X.
       01  ACCESS-MATRIX-RECORD.
           05  AMX-JOB-PATTERN     PIC X(8).
           05  AMX-DATASET-PATTERN PIC X(44).
           05  AMX-ACCESS          PIC X.
       01  CHANGE-CONTROL-RECORD.
           05  CHG-TICKET          PIC X(12).
           05  CHG-PROGRAM-PATTERN PIC X(8).
           05  CHG-WINDOW-START.
               10  CHG-START-DATE  PIC X(8).
               10  CHG-START-TIME  PIC X(6).
           05  CHG-WINDOW-END.
               10  CHG-END-DATE    PIC X(8).
               10  CHG-END-TIME    PIC X(6).

       FD  METADATA-LOG.
       01  LOG-RECORD              PIC X(512).

       FD  WORK-LIST.
       01  WORK-LIST-RECORD        PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TABLE-STATUS     PIC XX.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-LIST-STATUS      PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-TABLE-FILE       PIC X(60).
       01  WS-SCAN-FILE        PIC X(60).
       01  WS-COMMAND          PIC X(200).
       01  WS-RETURN-CODE      PIC S9(9) COMP.

      *    The table now being read: its short name, the width its
      *    column map covers, and which checks apply.
       01  WS-TABLE-NAME       PIC X(24).
       01  WS-TABLE-WIDTH      PIC 9(3).
       01  WS-LINE-NUM         PIC 9(4).
       01  WS-TABLE-ROWS       PIC 9(4).
       01  WS-TABLES-PRESENT   PIC 9(2) VALUE 0.
       01  WS-TODAY            PIC X(8).
       01  WS-NOW-TS           PIC X(26).

      *    Every line of the current table, for the verbatim-
      *    duplicate test.
       01  WS-IMAGE-TAB.
           05  WS-IMAGE-ENTRY OCCURS 200 TIMES.
               10  WS-IM-LINE      PIC X(120).
               10  WS-IM-LINE-NUM  PIC 9(4).
       01  WS-IMAGE-COUNT      PIC 9(4) VALUE 0.
       01  WS-IMAGE-IDX        PIC 9(4).

      *    Pattern rows of the current table for the shadow/overlap
      *    test. Match mode follows the owning program:
      *        P  prefix match, "*" = any   (watchdog, monitor)
      *        Q  prefix match, no wildcard (dept-control)
      *        E  exact match,  "*" = any   (auth-control)
      *        S  substring match           (sensitive-control)
      *    The qualifier is the second column that must also agree
      *    (monitor operation, auth function) - "*" covers any.
       01  WS-PFX-TAB.
           05  WS-PFX-ENTRY OCCURS 200 TIMES.
               10  WS-PX-PATTERN   PIC X(44).
               10  WS-PX-QUALIFIER PIC X(20).
               10  WS-PX-LINE-NUM  PIC 9(4).
       01  WS-PFX-COUNT        PIC 9(4) VALUE 0.
       01  WS-PFX-I            PIC 9(4).
       01  WS-PFX-J            PIC 9(4).
       01  WS-MATCH-MODE       PIC X.
       01  WS-SHADOW-KIND      PIC X(10).
       01  WS-LEN-I            PIC 9(2).
       01  WS-LEN-J            PIC 9(2).
       01  WS-COVERS           PIC X.
           88  ROW-IS-COVERED      VALUE "Y".
       01  WS-COVER-TALLY      PIC 9(4).

      *    What the cross-table checks need from the loaded tables.
       01  WS-SLA-TAB.
           05  WS-SLA-ENTRY OCCURS 100 TIMES.
               10  WS-SL-JOB       PIC X(8).
               10  WS-SL-LINE-NUM  PIC 9(4).
       01  WS-SLA-COUNT        PIC 9(4) VALUE 0.
       01  WS-SLA-IDX          PIC 9(4).
       01  WS-SLA-PRESENT      PIC X VALUE "N".

       01  WS-DEPT-TAB.
           05  WS-DP-PREFIX    PIC X(8) OCCURS 100 TIMES.
       01  WS-DEPT-COUNT       PIC 9(4) VALUE 0.
       01  WS-DEPT-IDX         PIC 9(4).
       01  WS-DEPT-PRESENT     PIC X VALUE "N".

       01  WS-WATCH-TAB.
           05  WS-WATCH-ENTRY OCCURS 100 TIMES.
               10  WS-WD-PATTERN   PIC X(8).
               10  WS-WD-LINE-NUM  PIC 9(4).
       01  WS-WATCH-COUNT      PIC 9(4) VALUE 0.
       01  WS-WATCH-IDX        PIC 9(4).

       01  WS-PIPE-TAB.
           05  WS-PIPE-ENTRY OCCURS 50 TIMES.
               10  WS-PP-PATH      PIC X(100).
               10  WS-PP-LINE-NUM  PIC 9(4).
       01  WS-PIPE-COUNT       PIC 9(4) VALUE 0.
       01  WS-PIPE-IDX         PIC 9(4).

       01  WS-HOLD-TAB.
           05  WS-HOLD-ENTRY OCCURS 50 TIMES.
               10  WS-HD-JOB-PATTERN PIC X(8).
               10  WS-HD-DS-PATTERN  PIC X(44).
               10  WS-HD-KEY-FROM    PIC X(20).
               10  WS-HD-KEY-TO      PIC X(20).
               10  WS-HD-REFERENCE   PIC X(20).
               10  WS-HD-LINE-NUM    PIC 9(4).
               10  WS-HD-MATCHES     PIC 9(9).
       01  WS-HOLD-COUNT       PIC 9(4) VALUE 0.
       01  WS-HOLD-IDX         PIC 9(4).
       01  WS-ROW-HOLDS        PIC X.

       01  WS-PATTERN-LEN      PIC 9(2).
       01  WS-ROW-MATCHES      PIC X.
           88  PATTERN-ROW-MATCHES VALUE "Y".

      *    Field-level checks share one work area: the field, what to
      *    call it in the finding, and the scratch for the tests.
       01  WS-CHK-FIELD        PIC X(44).
       01  WS-CHK-LABEL        PIC X(30).
       01  WS-CHK-LEN          PIC 9(2).
       01  WS-BLANK-TALLY      PIC 9(4).
       01  WS-CHK-PERIOD       PIC X(4).
       01  WS-HHMMSS           PIC X(6).
       01  WS-HH               PIC 99.
       01  WS-MM               PIC 99.
       01  WS-SS               PIC 99.
       01  WS-TIME-OK          PIC X.
       01  WS-YYYYMMDD         PIC X(8).
       01  WS-DATE-NUM         PIC 9(8).

       01  WS-F-KIND           PIC X(10).
       01  WS-F-TEXT           PIC X(90).
       01  WS-FINDING-COUNT    PIC 9(6) VALUE 0.
       01  WS-TABLE-FINDINGS   PIC 9(4).

       01  WS-RECORDS-SCANNED  PIC 9(9) VALUE 0.
       01  WS-P-JOB-NAME       PIC X(8).
       01  WS-P-FILE-NAME      PIC X(44).
       01  WS-P-RECORD-KEY     PIC X(20).

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(64).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           MOVE WS-NOW-TS(1:8) TO WS-TODAY

           OPEN OUTPUT REPORT-FILE
           MOVE "CONTROL TABLE CONSISTENCY CHECK" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Run " WS-NOW-TS(1:14)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

      *    Line-level checks first, table by table; the cross-table
      *    checks below rely on what these loaded.
           MOVE "monitor-control.dat" TO WS-TABLE-NAME
           MOVE 64 TO WS-TABLE-WIDTH
           PERFORM CHECK-ONE-TABLE
           MOVE "alert-control.dat" TO WS-TABLE-NAME
           MOVE 120 TO WS-TABLE-WIDTH
           PERFORM CHECK-ONE-TABLE
           MOVE "sla-control.dat" TO WS-TABLE-NAME
           MOVE 25 TO WS-TABLE-WIDTH
           PERFORM CHECK-ONE-TABLE
           MOVE "watchdog-control.dat" TO WS-TABLE-NAME
           MOVE 16 TO WS-TABLE-WIDTH
           PERFORM CHECK-ONE-TABLE
           MOVE "dept-control.dat" TO WS-TABLE-NAME
           MOVE 20 TO WS-TABLE-WIDTH
           PERFORM CHECK-ONE-TABLE
           MOVE "auth-control.dat" TO WS-TABLE-NAME
           MOVE 18 TO WS-TABLE-WIDTH
           PERFORM CHECK-ONE-TABLE
           MOVE "legal-hold.dat" TO WS-TABLE-NAME
           MOVE 120 TO WS-TABLE-WIDTH
           PERFORM CHECK-ONE-TABLE
           MOVE "retention-control.dat" TO WS-TABLE-NAME
           MOVE 12 TO WS-TABLE-WIDTH
           PERFORM CHECK-ONE-TABLE
           MOVE "validation-control.dat" TO WS-TABLE-NAME
           MOVE 52 TO WS-TABLE-WIDTH
           PERFORM CHECK-ONE-TABLE
           MOVE "sensitive-control.dat" TO WS-TABLE-NAME
           MOVE 44 TO WS-TABLE-WIDTH
           PERFORM CHECK-ONE-TABLE
           MOVE "business-calendar.dat" TO WS-TABLE-NAME
           MOVE 19 TO WS-TABLE-WIDTH
           PERFORM CHECK-ONE-TABLE
           MOVE "capacity-control.dat" TO WS-TABLE-NAME
           MOVE 12 TO WS-TABLE-WIDTH
           PERFORM CHECK-ONE-TABLE
           MOVE "fingerprint-control.dat" TO WS-TABLE-NAME
           MOVE 120 TO WS-TABLE-WIDTH
           PERFORM CHECK-ONE-TABLE
           MOVE "capture-mode-control.dat" TO WS-TABLE-NAME
           MOVE 16 TO WS-TABLE-WIDTH
           PERFORM CHECK-ONE-TABLE
           MOVE "balance-control.dat" TO WS-TABLE-NAME
           MOVE 65 TO WS-TABLE-WIDTH
           PERFORM CHECK-ONE-TABLE
           MOVE "access-matrix.dat" TO WS-TABLE-NAME
           MOVE 53 TO WS-TABLE-WIDTH
           PERFORM CHECK-ONE-TABLE
           MOVE "change-control.dat" TO WS-TABLE-NAME
           MOVE 48 TO WS-TABLE-WIDTH
           PERFORM CHECK-ONE-TABLE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "-- CROSS-TABLE --" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-SLA-DEPARTMENTS
           PERFORM CHECK-WATCHDOG-JOBS
           PERFORM CHECK-ALERT-PIPES
           PERFORM CHECK-HOLD-COVERAGE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Tables present: " WS-TABLES-PRESENT
                  " of 17   Findings: " WS-FINDING-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "CONTROL-CHECK: " WS-TABLES-PRESENT " table(s) "
                   "read, " WS-FINDING-COUNT " finding(s) - "
                   "data/control-check-report.txt"
           IF WS-FINDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHECK-ONE-TABLE.
           MOVE SPACES TO WS-TABLE-FILE
           STRING "data/" FUNCTION TRIM(WS-TABLE-NAME)
               DELIMITED BY SIZE INTO WS-TABLE-FILE
           MOVE 0 TO WS-LINE-NUM WS-TABLE-ROWS WS-TABLE-FINDINGS
                     WS-IMAGE-COUNT WS-PFX-COUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "-- " FUNCTION TRIM(WS-TABLE-NAME) " --"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT CONTROL-TABLE
           IF WS-TABLE-STATUS = "35"
               MOVE "   not present - not configured, owning program "
                   & "runs its built-in default" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TABLES-PRESENT
           EVALUATE WS-TABLE-NAME
               WHEN "sla-control.dat"
                   MOVE "Y" TO WS-SLA-PRESENT
               WHEN "dept-control.dat"
                   MOVE "Y" TO WS-DEPT-PRESENT
           END-EVALUATE

           PERFORM UNTIL WS-TABLE-STATUS = "10"
               READ CONTROL-TABLE
                   AT END
                       MOVE "10" TO WS-TABLE-STATUS
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       IF CONTROL-LINE NOT = SPACES
                           ADD 1 TO WS-TABLE-ROWS
                           PERFORM CHECK-LINE-SHAPE
                           PERFORM CHECK-DUPLICATE-LINE
                           PERFORM CHECK-TABLE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-TABLE

           EVALUATE WS-TABLE-NAME
               WHEN "monitor-control.dat"
                   MOVE "P" TO WS-MATCH-MODE
                   MOVE "OVERLAP" TO WS-SHADOW-KIND
                   PERFORM CHECK-PATTERN-COVERAGE
               WHEN "watchdog-control.dat"
                   MOVE "P" TO WS-MATCH-MODE
                   MOVE "SHADOWED" TO WS-SHADOW-KIND
                   PERFORM CHECK-PATTERN-COVERAGE
               WHEN "dept-control.dat"
                   MOVE "Q" TO WS-MATCH-MODE
                   MOVE "SHADOWED" TO WS-SHADOW-KIND
                   PERFORM CHECK-PATTERN-COVERAGE
               WHEN "auth-control.dat"
                   MOVE "E" TO WS-MATCH-MODE
                   MOVE "OVERLAP" TO WS-SHADOW-KIND
                   PERFORM CHECK-PATTERN-COVERAGE
               WHEN "sensitive-control.dat"
                   MOVE "S" TO WS-MATCH-MODE
                   MOVE "OVERLAP" TO WS-SHADOW-KIND
                   PERFORM CHECK-PATTERN-COVERAGE
               WHEN "business-calendar.dat"
                   MOVE "E" TO WS-MATCH-MODE
                   MOVE "SHADOWED" TO WS-SHADOW-KIND
                   PERFORM CHECK-PATTERN-COVERAGE
               WHEN "capacity-control.dat"
                   MOVE "E" TO WS-MATCH-MODE
                   MOVE "OVERLAP" TO WS-SHADOW-KIND
                   PERFORM CHECK-PATTERN-COVERAGE
               WHEN "fingerprint-control.dat"
                   MOVE "E" TO WS-MATCH-MODE
                   MOVE "SHADOWED" TO WS-SHADOW-KIND
                   PERFORM CHECK-PATTERN-COVERAGE
               WHEN "capture-mode-control.dat"
                   MOVE "P" TO WS-MATCH-MODE
                   MOVE "SHADOWED" TO WS-SHADOW-KIND
                   PERFORM CHECK-PATTERN-COVERAGE
               WHEN "balance-control.dat"
                   MOVE "P" TO WS-MATCH-MODE
                   MOVE "SHADOWED" TO WS-SHADOW-KIND
                   PERFORM CHECK-PATTERN-COVERAGE
               WHEN "access-matrix.dat"
                   MOVE "P" TO WS-MATCH-MODE
                   MOVE "OVERLAP" TO WS-SHADOW-KIND
                   PERFORM CHECK-PATTERN-COVERAGE
           END-EVALUATE

           MOVE SPACES TO REPORT-LINE
           STRING "   " WS-TABLE-ROWS " row(s), "
                  WS-TABLE-FINDINGS " finding(s)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       CHECK-LINE-SHAPE.
      *    The two shapes every shifted line shows whatever the
      *    table: column 1 blank (the row slid right) or text past
      *    the last mapped column (it slid right far enough to spill,
      *    or a value was typed too long).
           IF CONTROL-LINE(1:1) = SPACE
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE "line starts past column 1 - every field is "
                   & "read one or more columns off" TO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF
           IF CONTROL-LINE(WS-TABLE-WIDTH + 1:) NOT = SPACES
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE SPACES TO WS-F-TEXT
               STRING "text past column " WS-TABLE-WIDTH
                      " is ignored by the owning program"
                   DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF.

       CHECK-DUPLICATE-LINE.
           PERFORM VARYING WS-IMAGE-IDX FROM 1 BY 1
                   UNTIL WS-IMAGE-IDX > WS-IMAGE-COUNT
               IF WS-IM-LINE(WS-IMAGE-IDX) = CONTROL-LINE(1:120)
                   MOVE "DUPLICATE" TO WS-F-KIND
                   MOVE SPACES TO WS-F-TEXT
                   STRING "same as line "
                          WS-IM-LINE-NUM(WS-IMAGE-IDX)
                       DELIMITED BY SIZE INTO WS-F-TEXT
                   PERFORM WRITE-LINE-FINDING
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IMAGE-COUNT < 200
               ADD 1 TO WS-IMAGE-COUNT
               MOVE CONTROL-LINE(1:120) TO WS-IM-LINE(WS-IMAGE-COUNT)
               MOVE WS-LINE-NUM TO WS-IM-LINE-NUM(WS-IMAGE-COUNT)
           END-IF.

       CHECK-TABLE-LINE.
           EVALUATE WS-TABLE-NAME
               WHEN "monitor-control.dat"
                   PERFORM CHECK-MONITOR-LINE
               WHEN "alert-control.dat"
                   PERFORM CHECK-ALERT-LINE
               WHEN "sla-control.dat"
                   PERFORM CHECK-SLA-LINE
               WHEN "watchdog-control.dat"
                   PERFORM CHECK-WATCHDOG-LINE
               WHEN "dept-control.dat"
                   PERFORM CHECK-DEPT-LINE
               WHEN "auth-control.dat"
                   PERFORM CHECK-AUTH-LINE
               WHEN "legal-hold.dat"
                   PERFORM CHECK-HOLD-LINE
               WHEN "retention-control.dat"
                   PERFORM CHECK-RETENTION-LINE
               WHEN "validation-control.dat"
                   PERFORM CHECK-VALIDATION-LINE
               WHEN "sensitive-control.dat"
                   PERFORM CHECK-SENSITIVE-LINE
               WHEN "business-calendar.dat"
                   PERFORM CHECK-CALENDAR-LINE
               WHEN "capacity-control.dat"
                   PERFORM CHECK-CAPACITY-LINE
               WHEN "fingerprint-control.dat"
                   PERFORM CHECK-FINGERPRINT-LINE
               WHEN "capture-mode-control.dat"
                   PERFORM CHECK-CAPTURE-MODE-LINE
               WHEN "balance-control.dat"
                   PERFORM CHECK-BALANCE-LINE
               WHEN "access-matrix.dat"
                   PERFORM CHECK-ACCESS-MATRIX-LINE
               WHEN "change-control.dat"
                   PERFORM CHECK-CHANGE-CONTROL-LINE
           END-EVALUATE.

       CHECK-MONITOR-LINE.
           MOVE MCR-DATASET-PATTERN TO WS-CHK-FIELD
           MOVE "dataset pattern (1-44)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
           MOVE MCR-OPERATION TO WS-CHK-FIELD
           MOVE "DISP value (45-64)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
      *    The interceptor compares the DISP column to the step's
      *    DISP or "*" - a blank one can never match anything.
           IF MCR-OPERATION = SPACES
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE "DISP value (45-64) blank - row can never match"
                   TO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF
           MOVE MCR-DATASET-PATTERN TO WS-CHK-FIELD
           PERFORM NOTE-PATTERN-ROW
           IF WS-PFX-COUNT > 0
               MOVE MCR-OPERATION TO WS-PX-QUALIFIER(WS-PFX-COUNT)
           END-IF.

       CHECK-ALERT-LINE.
           MOVE ACR-JOB-PATTERN TO WS-CHK-FIELD
           MOVE "job pattern (1-8)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
           MOVE ACR-COND-PATTERN TO WS-CHK-FIELD
           MOVE "cond pattern (9-12)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
           EVALUATE FUNCTION TRIM(ACR-DEST-TYPE)
               WHEN "PIPE"
      *            METADATA-ALERT writes to the first 40 bytes only,
      *            and a blank value means its default pipe.
                   IF ACR-DEST-VALUE(41:) NOT = SPACES
                       MOVE "MISALIGNED" TO WS-F-KIND
                       MOVE "PIPE path longer than the 40 bytes "
                           & "METADATA-ALERT uses" TO WS-F-TEXT
                       PERFORM WRITE-LINE-FINDING
                   END-IF
                   IF WS-PIPE-COUNT < 50
                       ADD 1 TO WS-PIPE-COUNT
                       MOVE ACR-DEST-VALUE TO WS-PP-PATH(WS-PIPE-COUNT)
                       IF ACR-DEST-VALUE = SPACES
                           MOVE "/tmp/cobol-triggers-priority.pipe"
                               TO WS-PP-PATH(WS-PIPE-COUNT)
                       END-IF
                       MOVE WS-LINE-NUM TO WS-PP-LINE-NUM(WS-PIPE-COUNT)
                   END-IF
               WHEN "COMMAND"
                   IF ACR-DEST-VALUE = SPACES
                       MOVE "MISALIGNED" TO WS-F-KIND
                       MOVE "COMMAND row with no command text "
                           & "(21+)" TO WS-F-TEXT
                       PERFORM WRITE-LINE-FINDING
                   END-IF
               WHEN "CONSOLE"
                   CONTINUE
               WHEN OTHER
                   MOVE "MISALIGNED" TO WS-F-KIND
                   MOVE SPACES TO WS-F-TEXT
                   STRING "destination type (13-20) '"
                          ACR-DEST-TYPE "' is not PIPE/COMMAND/"
                          "CONSOLE"
                       DELIMITED BY SIZE INTO WS-F-TEXT
                   PERFORM WRITE-LINE-FINDING
           END-EVALUATE.

       CHECK-SLA-LINE.
           MOVE SCR-JOB-NAME TO WS-CHK-FIELD
           MOVE "job name (1-8)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
           MOVE SCR-EXP-START TO WS-HHMMSS
           MOVE "expected start (9-14)" TO WS-CHK-LABEL
           PERFORM CHECK-HHMMSS
           MOVE SCR-EXP-END TO WS-HHMMSS
           MOVE "expected end (15-20)" TO WS-CHK-LABEL
           PERFORM CHECK-HHMMSS
           IF SCR-REQUIRED NOT = "Y" AND SCR-REQUIRED NOT = "N"
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE SPACES TO WS-F-TEXT
               STRING "required flag (21) '" SCR-REQUIRED
                      "' is not Y or N"
                   DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF
           MOVE SCR-PERIOD TO WS-CHK-PERIOD
           MOVE "period (22-25)" TO WS-CHK-LABEL
           PERFORM CHECK-PERIOD-CODE
           IF SCR-JOB-NAME NOT = SPACES AND WS-SLA-COUNT < 100
               ADD 1 TO WS-SLA-COUNT
               MOVE SCR-JOB-NAME TO WS-SL-JOB(WS-SLA-COUNT)
               MOVE WS-LINE-NUM TO WS-SL-LINE-NUM(WS-SLA-COUNT)
           END-IF.

       CHECK-WATCHDOG-LINE.
           MOVE WCR-JOB-PATTERN TO WS-CHK-FIELD
           MOVE "job pattern (1-8)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
           IF WCR-MAX-MINUTES IS NOT NUMERIC
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE SPACES TO WS-F-TEXT
               STRING "maximum minutes (9-12) '" WCR-MAX-MINUTES
                      "' not numeric - no hang alert for this row"
                   DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF
           MOVE WCR-PERIOD TO WS-CHK-PERIOD
           MOVE "period (13-16)" TO WS-CHK-LABEL
           PERFORM CHECK-PERIOD-CODE
      *    JOB-WATCHDOG tries a period's rows before the everyday
      *    ones, so a row only shadows rows of its own period.
           MOVE WCR-JOB-PATTERN TO WS-CHK-FIELD
           PERFORM NOTE-PATTERN-ROW
           IF WS-PFX-COUNT > 0
               MOVE WCR-PERIOD TO WS-PX-QUALIFIER(WS-PFX-COUNT)
           END-IF
           IF WCR-JOB-PATTERN NOT = SPACES AND WS-WATCH-COUNT < 100
               ADD 1 TO WS-WATCH-COUNT
               MOVE WCR-JOB-PATTERN TO WS-WD-PATTERN(WS-WATCH-COUNT)
               MOVE WS-LINE-NUM TO WS-WD-LINE-NUM(WS-WATCH-COUNT)
           END-IF.

       CHECK-DEPT-LINE.
           MOVE DCR-JOB-PREFIX TO WS-CHK-FIELD
           MOVE "job prefix (1-8)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
           IF DCR-DEPARTMENT = SPACES
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE "department (9-20) blank - matching jobs roll "
                   & "into no department" TO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF
           MOVE DCR-JOB-PREFIX TO WS-CHK-FIELD
           PERFORM NOTE-PATTERN-ROW
           IF DCR-JOB-PREFIX NOT = SPACES AND WS-DEPT-COUNT < 100
               ADD 1 TO WS-DEPT-COUNT
               MOVE DCR-JOB-PREFIX TO WS-DP-PREFIX(WS-DEPT-COUNT)
           END-IF.

       CHECK-AUTH-LINE.
           MOVE UCR-USER-ID TO WS-CHK-FIELD
           MOVE "user id (1-10)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
           MOVE UCR-FUNCTION TO WS-CHK-FIELD
           MOVE "function (11-18)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
           IF UCR-FUNCTION = SPACES
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE "function (11-18) blank - row permits nothing"
                   TO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF
           MOVE UCR-USER-ID TO WS-CHK-FIELD
           PERFORM NOTE-PATTERN-ROW
           IF WS-PFX-COUNT > 0
               MOVE UCR-FUNCTION TO WS-PX-QUALIFIER(WS-PFX-COUNT)
           END-IF.

       CHECK-HOLD-LINE.
           MOVE HCR-JOB-PATTERN TO WS-CHK-FIELD
           MOVE "job pattern (1-8)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
           MOVE HCR-DS-PATTERN TO WS-CHK-FIELD
           MOVE "dataset pattern (9-52)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
           MOVE HCR-KEY-FROM TO WS-CHK-FIELD
           MOVE "key FROM (53-72)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
           MOVE HCR-KEY-TO TO WS-CHK-FIELD
           MOVE "key TO (73-92)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
           IF HCR-KEY-FROM NOT = SPACES AND HCR-KEY-TO NOT = SPACES
                   AND HCR-KEY-FROM > HCR-KEY-TO
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE "key FROM is above key TO - range holds nothing"
                   TO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF
      *    HOLD-CHECK drops a row with no reference on load, so such
      *    a row looks like a hold but preserves nothing.
           IF HCR-REFERENCE = SPACES
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE "hold reference (93-112) blank - HOLD-CHECK "
                   & "ignores the row" TO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
               EXIT PARAGRAPH
           END-IF
           IF HCR-EXPIRY NOT = SPACES
               IF HCR-EXPIRY IS NOT NUMERIC
                   MOVE "MISALIGNED" TO WS-F-KIND
                   MOVE SPACES TO WS-F-TEXT
                   STRING "expiry (113-120) '" HCR-EXPIRY
                          "' is not yyyymmdd"
                       DELIMITED BY SIZE INTO WS-F-TEXT
                   PERFORM WRITE-LINE-FINDING
               ELSE
                   MOVE HCR-EXPIRY TO WS-DATE-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                       MOVE "MISALIGNED" TO WS-F-KIND
                       MOVE SPACES TO WS-F-TEXT
                       STRING "expiry (113-120) '" HCR-EXPIRY
                              "' is not a calendar date"
                           DELIMITED BY SIZE INTO WS-F-TEXT
                       PERFORM WRITE-LINE-FINDING
                   END-IF
               END-IF
           END-IF
      *    A lapsed order holds nothing, so it is not worth a
      *    NO-MATCH finding - only live rows go to the log scan.
           IF HCR-EXPIRY NOT = SPACES AND HCR-EXPIRY < WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-COUNT < 50
               ADD 1 TO WS-HOLD-COUNT
               MOVE HCR-JOB-PATTERN TO WS-HD-JOB-PATTERN(WS-HOLD-COUNT)
               MOVE HCR-DS-PATTERN TO WS-HD-DS-PATTERN(WS-HOLD-COUNT)
               MOVE HCR-KEY-FROM TO WS-HD-KEY-FROM(WS-HOLD-COUNT)
               MOVE HCR-KEY-TO TO WS-HD-KEY-TO(WS-HOLD-COUNT)
               MOVE HCR-REFERENCE TO WS-HD-REFERENCE(WS-HOLD-COUNT)
               MOVE WS-LINE-NUM TO WS-HD-LINE-NUM(WS-HOLD-COUNT)
               MOVE 0 TO WS-HD-MATCHES(WS-HOLD-COUNT)
           END-IF.

       CHECK-RETENTION-LINE.
           IF RCR-POLICY-TYPE NOT = "DAILY"
                   AND RCR-POLICY-TYPE NOT = "MONTHLY"
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE SPACES TO WS-F-TEXT
               STRING "policy (1-8) '" RCR-POLICY-TYPE
                      "' is not DAILY or MONTHLY"
                   DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF
           IF RCR-KEEP-COUNT IS NOT NUMERIC
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE SPACES TO WS-F-TEXT
               STRING "keep count (9-12) '" RCR-KEEP-COUNT
                      "' not numeric"
                   DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF.

       CHECK-VALIDATION-LINE.
           EVALUATE VCR-RULE-TYPE
               WHEN "REQUIRED"
                   IF VCR-RULE-VALUE NOT = "USER"
                           AND VCR-RULE-VALUE NOT = "JOB"
                           AND VCR-RULE-VALUE NOT = "FILE"
                       MOVE "MISALIGNED" TO WS-F-KIND
                       MOVE SPACES TO WS-F-TEXT
                       STRING "REQUIRED value (9-52) '"
                              FUNCTION TRIM(VCR-RULE-VALUE)
                              "' is not USER, JOB or FILE"
                           DELIMITED BY SIZE INTO WS-F-TEXT
                       PERFORM WRITE-LINE-FINDING
                   END-IF
               WHEN "HLQ"
               WHEN "OPVALID"
                   MOVE VCR-RULE-VALUE TO WS-CHK-FIELD
                   MOVE "rule value (9-52)" TO WS-CHK-LABEL
                   PERFORM CHECK-NO-EMBEDDED-BLANK
                   IF VCR-RULE-VALUE = SPACES
                       MOVE "MISALIGNED" TO WS-F-KIND
                       MOVE "rule value (9-52) blank" TO WS-F-TEXT
                       PERFORM WRITE-LINE-FINDING
                   END-IF
               WHEN OTHER
                   MOVE "MISALIGNED" TO WS-F-KIND
                   MOVE SPACES TO WS-F-TEXT
                   STRING "rule type (1-8) '" VCR-RULE-TYPE
                          "' is not REQUIRED, HLQ or OPVALID"
                       DELIMITED BY SIZE INTO WS-F-TEXT
                   PERFORM WRITE-LINE-FINDING
           END-EVALUATE.

       CHECK-SENSITIVE-LINE.
           MOVE SNR-PATTERN TO WS-CHK-FIELD
           MOVE "pattern (1-44)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
           PERFORM NOTE-PATTERN-ROW.

       CHECK-CALENDAR-LINE.
           IF BCR-DATE IS NOT NUMERIC
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE SPACES TO WS-F-TEXT
               STRING "date (1-8) '" BCR-DATE
                      "' is not yyyymmdd - CALENDAR-CHECK ignores "
                      "the row"
                   DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           ELSE
               MOVE BCR-DATE TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                   MOVE "MISALIGNED" TO WS-F-KIND
                   MOVE SPACES TO WS-F-TEXT
                   STRING "date (1-8) '" BCR-DATE
                          "' is not a calendar date"
                       DELIMITED BY SIZE INTO WS-F-TEXT
                   PERFORM WRITE-LINE-FINDING
               END-IF
           END-IF
      *    CALENDAR-CHECK reads any other day type as a processing
      *    day, so a typo silently un-excuses a holiday.
           IF BCR-DAY-TYPE NOT = "P" AND BCR-DAY-TYPE NOT = "H"
                   AND BCR-DAY-TYPE NOT = "N"
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE SPACES TO WS-F-TEXT
               STRING "day type (9) '" BCR-DAY-TYPE
                      "' is not P, H or N - read as P"
                   DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF
           MOVE BCR-PERIOD TO WS-CHK-PERIOD
           MOVE "period (10-13)" TO WS-CHK-LABEL
           PERFORM CHECK-PERIOD-CODE
           IF BCR-FISCAL-PERIOD NOT = SPACES
               IF BCR-FISCAL-PERIOD IS NOT NUMERIC
                       OR BCR-FISCAL-PP < "01"
                       OR BCR-FISCAL-PP > "13"
                   MOVE "MISALIGNED" TO WS-F-KIND
                   MOVE SPACES TO WS-F-TEXT
                   STRING "fiscal period (14-19) '" BCR-FISCAL-PERIOD
                          "' is not yyyypp (pp 01-13)"
                       DELIMITED BY SIZE INTO WS-F-TEXT
                   PERFORM WRITE-LINE-FINDING
               END-IF
           END-IF
      *    The first row for a date wins, so a repeated date is a
      *    row that can never be read.
           MOVE BCR-DATE TO WS-CHK-FIELD
           PERFORM NOTE-PATTERN-ROW.

       CHECK-CAPACITY-LINE.
           IF CCR-KEYWORD NOT = "THRESHLD"
                   AND CCR-KEYWORD NOT = "WARNDAYS"
                   AND CCR-KEYWORD NOT = "CRITDAYS"
                   AND CCR-KEYWORD NOT = "WINDOW"
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE SPACES TO WS-F-TEXT
               STRING "keyword (1-8) '" CCR-KEYWORD
                      "' is not THRESHLD, WARNDAYS, CRITDAYS or "
                      "WINDOW"
                   DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF
           IF CCR-VALUE IS NOT NUMERIC
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE SPACES TO WS-F-TEXT
               STRING "value (9-12) '" CCR-VALUE
                      "' not numeric - default kept"
                   DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           ELSE
               IF CCR-KEYWORD = "THRESHLD"
                       AND (CCR-VALUE = "0000" OR CCR-VALUE > "0100")
                   MOVE "MISALIGNED" TO WS-F-KIND
                   MOVE SPACES TO WS-F-TEXT
                   STRING "THRESHLD '" CCR-VALUE
                          "' is not a percent 1-100 - default kept"
                       DELIMITED BY SIZE INTO WS-F-TEXT
                   PERFORM WRITE-LINE-FINDING
               END-IF
           END-IF
      *    The last row for a keyword wins, so a repeated keyword
      *    leaves the earlier value silently unused.
           MOVE CCR-KEYWORD TO WS-CHK-FIELD
           PERFORM NOTE-PATTERN-ROW.

       CHECK-FINGERPRINT-LINE.
           MOVE FPR-DATASET TO WS-CHK-FIELD
           MOVE "dataset name (1-44)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
      *    A row without a path is never digested - its dataset's
      *    writes capture with no fingerprint and it is never
      *    verified.
           IF FPR-FILE-PATH = SPACES
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE "file path (45-120) is blank - the dataset is "
                   & "never fingerprinted" TO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF
      *    The first row for a dataset wins, so a repeated dataset
      *    is a path that is never digested.
           MOVE FPR-DATASET TO WS-CHK-FIELD
           PERFORM NOTE-PATTERN-ROW.

       CHECK-CAPTURE-MODE-LINE.
           MOVE CMC-JOB-PATTERN TO WS-CHK-FIELD
           MOVE "job pattern (1-8)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
      *    METADATA-CAPTURE reads anything but JOURNAL as DIRECT, so
      *    a mistyped mode quietly keeps the job on the locked path.
           IF CMC-MODE NOT = "JOURNAL" AND CMC-MODE NOT = "DIRECT"
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE SPACES TO WS-F-TEXT
               STRING "mode (9-16) '" CMC-MODE
                      "' is not JOURNAL or DIRECT - read as DIRECT"
                   DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF
      *    First matching row wins, like watchdog-control.
           MOVE CMC-JOB-PATTERN TO WS-CHK-FIELD
           PERFORM NOTE-PATTERN-ROW.

       CHECK-BALANCE-LINE.
           MOVE BLC-DATASET-PATTERN TO WS-CHK-FIELD
           MOVE "dataset pattern (1-44)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
           MOVE BLC-JOB-PATTERN TO WS-CHK-FIELD
           MOVE "consumer job pattern (45-52)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
      *    BALANCE-CHECK skips a row it cannot read, so the pair
      *    falls through to a later row or to an exact balance.
           IF BLC-FILTERED IS NOT NUMERIC
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE SPACES TO WS-F-TEXT
               STRING "filtered count (53-61) '" BLC-FILTERED
                      "' not numeric - row is skipped"
                   DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF
           IF BLC-TOLERANCE IS NOT NUMERIC
                   OR BLC-TOLERANCE > "100"
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE SPACES TO WS-F-TEXT
               STRING "tolerance (62-64) '" BLC-TOLERANCE
                      "' is not a percent 000-100 - row is skipped"
                   DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF
           IF BLC-RULE NOT = "B" AND BLC-RULE NOT = "F"
                   AND BLC-RULE NOT = "X"
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE SPACES TO WS-F-TEXT
               STRING "rule (65) '" BLC-RULE
                      "' is not B, F or X - row is skipped"
                   DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF
      *    First matching row wins; a row only shadows rows for the
      *    same consumer pattern, or any consumer when it says "*".
           MOVE BLC-DATASET-PATTERN TO WS-CHK-FIELD
           PERFORM NOTE-PATTERN-ROW
           IF WS-PFX-COUNT > 0 AND BLC-DATASET-PATTERN NOT = SPACES
               MOVE BLC-JOB-PATTERN TO WS-PX-QUALIFIER(WS-PFX-COUNT)
           END-IF.

       CHECK-ACCESS-MATRIX-LINE.
           MOVE AMX-JOB-PATTERN TO WS-CHK-FIELD
           MOVE "job pattern (1-8)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
           MOVE AMX-DATASET-PATTERN TO WS-CHK-FIELD
           MOVE "dataset pattern (9-52)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
      *    A row capture cannot use grants nothing, so every event it
      *    was meant to allow is reported as a POLICY-BREACH.
           IF AMX-JOB-PATTERN = SPACES OR AMX-DATASET-PATTERN = SPACES
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE "job or dataset pattern blank - row grants "
                   & "nothing" TO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF
           IF AMX-ACCESS NOT = "R" AND AMX-ACCESS NOT = "W"
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE SPACES TO WS-F-TEXT
               STRING "access (53) '" AMX-ACCESS
                      "' is not R or W - row grants nothing"
                   DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF
      *    Any permitting row will do, so a row only repeats an
      *    earlier one for the same job pattern and access.
           MOVE AMX-DATASET-PATTERN TO WS-CHK-FIELD
           PERFORM NOTE-PATTERN-ROW
           IF WS-PFX-COUNT > 0 AND AMX-DATASET-PATTERN NOT = SPACES
               MOVE SPACES TO WS-PX-QUALIFIER(WS-PFX-COUNT)
               STRING AMX-JOB-PATTERN AMX-ACCESS
                   DELIMITED BY SIZE
                   INTO WS-PX-QUALIFIER(WS-PFX-COUNT)
           END-IF.

       CHECK-CHANGE-CONTROL-LINE.
      *    Several tickets for one program are the normal case, so
      *    the rows are not checked for overlap.
           MOVE CHG-TICKET TO WS-CHK-FIELD
           MOVE "ticket (1-12)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
           MOVE CHG-PROGRAM-PATTERN TO WS-CHK-FIELD
           MOVE "program pattern (13-20)" TO WS-CHK-LABEL
           PERFORM CHECK-NO-EMBEDDED-BLANK
      *    CHANGE-CONTROL-REPORT skips a row it cannot read, so a
      *    change made under that ticket reports as unapproved.
           IF CHG-TICKET = SPACES OR CHG-PROGRAM-PATTERN = SPACES
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE "ticket or program pattern blank - row approves "
                   & "nothing" TO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF
           MOVE CHG-START-DATE TO WS-YYYYMMDD
           MOVE "window start date (21-28)" TO WS-CHK-LABEL
           PERFORM CHECK-YYYYMMDD
           MOVE CHG-START-TIME TO WS-HHMMSS
           MOVE "window start time (29-34)" TO WS-CHK-LABEL
           PERFORM CHECK-HHMMSS
           MOVE CHG-END-DATE TO WS-YYYYMMDD
           MOVE "window end date (35-42)" TO WS-CHK-LABEL
           PERFORM CHECK-YYYYMMDD
           MOVE CHG-END-TIME TO WS-HHMMSS
           MOVE "window end time (43-48)" TO WS-CHK-LABEL
           PERFORM CHECK-HHMMSS
           IF CHG-WINDOW-START IS NUMERIC AND CHG-WINDOW-END IS NUMERIC
                   AND CHG-WINDOW-START > CHG-WINDOW-END
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE "window starts after it ends - row approves "
                   & "nothing" TO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF.

       CHECK-PERIOD-CODE.
           IF WS-CHK-PERIOD NOT = SPACES
                   AND WS-CHK-PERIOD NOT = "MEND"
                   AND WS-CHK-PERIOD NOT = "QEND"
                   AND WS-CHK-PERIOD NOT = "YEND"
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE SPACES TO WS-F-TEXT
               STRING FUNCTION TRIM(WS-CHK-LABEL) " '" WS-CHK-PERIOD
                      "' is not MEND, QEND, YEND or blank"
                   DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF.

       CHECK-NO-EMBEDDED-BLANK.
      *    Names and patterns never contain blanks, so a blank inside
      *    the trimmed value means two columns ran together.
           IF WS-CHK-FIELD = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHK-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-CHK-FIELD))
           MOVE FUNCTION TRIM(WS-CHK-FIELD) TO WS-CHK-FIELD
           MOVE 0 TO WS-BLANK-TALLY
           INSPECT WS-CHK-FIELD(1:WS-CHK-LEN) TALLYING WS-BLANK-TALLY
               FOR ALL SPACE
           IF WS-BLANK-TALLY > 0
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE SPACES TO WS-F-TEXT
               STRING FUNCTION TRIM(WS-CHK-LABEL) " '"
                      WS-CHK-FIELD(1:WS-CHK-LEN)
                      "' has an embedded blank"
                   DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF.

       CHECK-HHMMSS.
           MOVE "Y" TO WS-TIME-OK
           IF WS-HHMMSS IS NOT NUMERIC
               MOVE "N" TO WS-TIME-OK
           ELSE
               MOVE WS-HHMMSS(1:2) TO WS-HH
               MOVE WS-HHMMSS(3:2) TO WS-MM
               MOVE WS-HHMMSS(5:2) TO WS-SS
               IF WS-HH > 23 OR WS-MM > 59 OR WS-SS > 59
                   MOVE "N" TO WS-TIME-OK
               END-IF
           END-IF
           IF WS-TIME-OK = "N"
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE SPACES TO WS-F-TEXT
               STRING FUNCTION TRIM(WS-CHK-LABEL) " '" WS-HHMMSS
                      "' is not hhmmss"
                   DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF.

       CHECK-YYYYMMDD.
           MOVE "Y" TO WS-TIME-OK
           IF WS-YYYYMMDD IS NOT NUMERIC
               MOVE "N" TO WS-TIME-OK
           ELSE
               MOVE WS-YYYYMMDD TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                   MOVE "N" TO WS-TIME-OK
               END-IF
           END-IF
           IF WS-TIME-OK = "N"
               MOVE "MISALIGNED" TO WS-F-KIND
               MOVE SPACES TO WS-F-TEXT
               STRING FUNCTION TRIM(WS-CHK-LABEL) " '" WS-YYYYMMDD
                      "' is not a calendar date yyyymmdd"
                   DELIMITED BY SIZE INTO WS-F-TEXT
               PERFORM WRITE-LINE-FINDING
           END-IF.

       NOTE-PATTERN-ROW.
           IF WS-CHK-FIELD NOT = SPACES AND WS-PFX-COUNT < 200
               ADD 1 TO WS-PFX-COUNT
               MOVE WS-CHK-FIELD TO WS-PX-PATTERN(WS-PFX-COUNT)
               MOVE SPACES TO WS-PX-QUALIFIER(WS-PFX-COUNT)
               MOVE WS-LINE-NUM TO WS-PX-LINE-NUM(WS-PFX-COUNT)
           END-IF.

       CHECK-PATTERN-COVERAGE.
      *    A later row is dead (first-match tables) or redundant
      *    (any-match tables) when some earlier row matches
      *    everything it would. Each later row is reported against
      *    the first earlier row that covers it.
           PERFORM VARYING WS-PFX-J FROM 2 BY 1
                   UNTIL WS-PFX-J > WS-PFX-COUNT
               PERFORM VARYING WS-PFX-I FROM 1 BY 1
                       UNTIL WS-PFX-I >= WS-PFX-J
                   PERFORM TEST-ROW-COVERS
                   IF ROW-IS-COVERED
                       MOVE WS-SHADOW-KIND TO WS-F-KIND
                       MOVE WS-PX-LINE-NUM(WS-PFX-J) TO WS-LINE-NUM
                       MOVE SPACES TO WS-F-TEXT
                       STRING "'"
                              FUNCTION TRIM(WS-PX-PATTERN(WS-PFX-J))
                              "' already covered by line "
                              WS-PX-LINE-NUM(WS-PFX-I) " '"
                              FUNCTION TRIM(WS-PX-PATTERN(WS-PFX-I))
                              "'"
                           DELIMITED BY SIZE INTO WS-F-TEXT
                       PERFORM WRITE-LINE-FINDING
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       TEST-ROW-COVERS.
           MOVE "N" TO WS-COVERS
           IF WS-PX-QUALIFIER(WS-PFX-I) NOT =
                   WS-PX-QUALIFIER(WS-PFX-J)
                   AND FUNCTION TRIM(WS-PX-QUALIFIER(WS-PFX-I))
                       NOT = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-MATCH-MODE NOT = "Q"
                   AND FUNCTION TRIM(WS-PX-PATTERN(WS-PFX-I)) = "*"
               MOVE "Y" TO WS-COVERS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LEN-I = FUNCTION LENGTH(
               FUNCTION TRIM(WS-PX-PATTERN(WS-PFX-I)))
           COMPUTE WS-LEN-J = FUNCTION LENGTH(
               FUNCTION TRIM(WS-PX-PATTERN(WS-PFX-J)))
           EVALUATE WS-MATCH-MODE
               WHEN "E"
                   IF WS-PX-PATTERN(WS-PFX-I) =
                           WS-PX-PATTERN(WS-PFX-J)
                       MOVE "Y" TO WS-COVERS
                   END-IF
               WHEN "S"
                   IF WS-LEN-I <= WS-LEN-J
                       MOVE 0 TO WS-COVER-TALLY
                       INSPECT WS-PX-PATTERN(WS-PFX-J)(1:WS-LEN-J)
                           TALLYING WS-COVER-TALLY FOR ALL
                           WS-PX-PATTERN(WS-PFX-I)(1:WS-LEN-I)
                       IF WS-COVER-TALLY > 0
                           MOVE "Y" TO WS-COVERS
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-LEN-I <= WS-LEN-J
                           AND WS-PX-PATTERN(WS-PFX-J)(1:WS-LEN-I) =
                               WS-PX-PATTERN(WS-PFX-I)(1:WS-LEN-I)
                       MOVE "Y" TO WS-COVERS
                   END-IF
           END-EVALUATE.

       CHECK-SLA-DEPARTMENTS.
      *    Same first-match prefix test CHARGEBACK-REPORT applies -
      *    an SLA job it cannot map is activity billed to nobody.
           IF WS-SLA-COUNT = 0 OR WS-DEPT-PRESENT = "N"
               MOVE "   SLA/dept: needs both sla-control.dat and "
                   & "dept-control.dat - skipped" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "sla-control.dat" TO WS-TABLE-NAME
           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > WS-SLA-COUNT
               MOVE "N" TO WS-ROW-MATCHES
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                       OR PATTERN-ROW-MATCHES
                   COMPUTE WS-PATTERN-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-DP-PREFIX(WS-DEPT-IDX)))
                   IF WS-SL-JOB(WS-SLA-IDX)(1:WS-PATTERN-LEN) =
                           WS-DP-PREFIX(WS-DEPT-IDX)(1:WS-PATTERN-LEN)
                       MOVE "Y" TO WS-ROW-MATCHES
                   END-IF
               END-PERFORM
               IF NOT PATTERN-ROW-MATCHES
                   MOVE "NO-DEPT" TO WS-F-KIND
                   MOVE WS-SL-LINE-NUM(WS-SLA-IDX) TO WS-LINE-NUM
                   MOVE SPACES TO WS-F-TEXT
                   STRING "SLA job "
                          FUNCTION TRIM(WS-SL-JOB(WS-SLA-IDX))
                          " has no dept-control.dat prefix row"
                       DELIMITED BY SIZE INTO WS-F-TEXT
                   PERFORM WRITE-LINE-FINDING
               END-IF
           END-PERFORM.

       CHECK-WATCHDOG-JOBS.
      *    The SLA table is the schedule - a watchdog pattern that
      *    covers none of its jobs guards a job that never runs, and
      *    is usually a typo for one that does.
           IF WS-WATCH-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SLA-COUNT = 0
               MOVE "   watchdog/schedule: no sla-control.dat "
                   & "schedule to compare against - skipped"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "watchdog-control.dat" TO WS-TABLE-NAME
           PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
                   UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
               MOVE "N" TO WS-ROW-MATCHES
               IF FUNCTION TRIM(WS-WD-PATTERN(WS-WATCH-IDX)) = "*"
                   MOVE "Y" TO WS-ROW-MATCHES
               END-IF
               COMPUTE WS-PATTERN-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-WD-PATTERN(WS-WATCH-IDX)))
               PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                       UNTIL WS-SLA-IDX > WS-SLA-COUNT
                       OR PATTERN-ROW-MATCHES
                   IF WS-SL-JOB(WS-SLA-IDX)(1:WS-PATTERN-LEN) =
                           WS-WD-PATTERN(WS-WATCH-IDX)
                               (1:WS-PATTERN-LEN)
                       MOVE "Y" TO WS-ROW-MATCHES
                   END-IF
               END-PERFORM
               IF NOT PATTERN-ROW-MATCHES
                   MOVE "NO-JOB" TO WS-F-KIND
                   MOVE WS-WD-LINE-NUM(WS-WATCH-IDX) TO WS-LINE-NUM
                   MOVE SPACES TO WS-F-TEXT
                   STRING "pattern '"
                          FUNCTION TRIM(WS-WD-PATTERN(WS-WATCH-IDX))
                          "' matches no job in sla-control.dat"
                       DELIMITED BY SIZE INTO WS-F-TEXT
                   PERFORM WRITE-LINE-FINDING
               END-IF
           END-PERFORM.

       CHECK-ALERT-PIPES.
      *    test -p: the path must exist AND be a FIFO - a plain file
      *    left where the pipe was swallows every page silently.
           MOVE "alert-control.dat" TO WS-TABLE-NAME
           PERFORM VARYING WS-PIPE-IDX FROM 1 BY 1
                   UNTIL WS-PIPE-IDX > WS-PIPE-COUNT
               MOVE WS-PP-LINE-NUM(WS-PIPE-IDX) TO WS-LINE-NUM
               MOVE 0 TO WS-BLANK-TALLY
               INSPECT WS-PP-PATH(WS-PIPE-IDX) TALLYING WS-BLANK-TALLY
                   FOR ALL "'"
               IF WS-BLANK-TALLY > 0
                   MOVE "NO-PIPE" TO WS-F-KIND
                   MOVE "PIPE path contains a quote - not tested"
                       TO WS-F-TEXT
                   PERFORM WRITE-LINE-FINDING
               ELSE
                   MOVE SPACES TO WS-COMMAND
                   STRING "test -p '" DELIMITED BY SIZE
                          WS-PP-PATH(WS-PIPE-IDX)(1:40)
                          DELIMITED BY SPACE
                          "'" DELIMITED BY SIZE
                       INTO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND
                       RETURNING WS-RETURN-CODE
                   IF WS-RETURN-CODE NOT = 0
                       MOVE "NO-PIPE" TO WS-F-KIND
                       MOVE SPACES TO WS-F-TEXT
                       STRING "PIPE "
                              FUNCTION TRIM(
                                  WS-PP-PATH(WS-PIPE-IDX)(1:40))
                              " does not exist or is not a pipe"
                           DELIMITED BY SIZE INTO WS-F-TEXT
                       PERFORM WRITE-LINE-FINDING
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-HOLD-COVERAGE.
      *    The same match HOLD-CHECK applies, run against every
      *    record on file. A live hold that covers nothing usually
      *    has a mistyped pattern - and then the records counsel
      *    meant to preserve are NOT preserved.
           IF WS-HOLD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "ls data/archive/metadata-*.log 2>/dev/null | sort "
               & "> data/ctlcheck-worklist.tmp" TO WS-COMMAND
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
           MOVE "rm -f data/ctlcheck-worklist.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           MOVE "data/metadata.log" TO WS-SCAN-FILE
           PERFORM SCAN-ONE-FILE

           MOVE "legal-hold.dat" TO WS-TABLE-NAME
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HD-MATCHES(WS-HOLD-IDX) = 0
                   MOVE "NO-MATCH" TO WS-F-KIND
                   MOVE WS-HD-LINE-NUM(WS-HOLD-IDX) TO WS-LINE-NUM
                   MOVE SPACES TO WS-F-TEXT
                   STRING "hold "
                          FUNCTION TRIM(WS-HD-REFERENCE(WS-HOLD-IDX))
                          " matches no record in " WS-RECORDS-SCANNED
                          " scanned"
                       DELIMITED BY SIZE INTO WS-F-TEXT
                   PERFORM WRITE-LINE-FINDING
               END-IF
           END-PERFORM.

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
                       ADD 1 TO WS-RECORDS-SCANNED
                       PERFORM PARSE-LOG-RECORD
                       PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                           PERFORM MATCH-ONE-HOLD-ROW
                           IF WS-ROW-HOLDS = "Y"
                               ADD 1 TO WS-HD-MATCHES(WS-HOLD-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE METADATA-LOG.

       MATCH-ONE-HOLD-ROW.
      *    HOLD-CHECK's MATCH-ONE-HOLD-ROW, less the expiry test -
      *    lapsed rows never reached the table.
           MOVE "Y" TO WS-ROW-HOLDS
           IF FUNCTION TRIM(WS-HD-JOB-PATTERN(WS-HOLD-IDX)) NOT = "*"
               COMPUTE WS-PATTERN-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-HD-JOB-PATTERN(WS-HOLD-IDX)))
               IF WS-P-JOB-NAME(1:WS-PATTERN-LEN) NOT =
                       WS-HD-JOB-PATTERN(WS-HOLD-IDX)
                           (1:WS-PATTERN-LEN)
                   MOVE "N" TO WS-ROW-HOLDS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-HD-DS-PATTERN(WS-HOLD-IDX)) NOT = "*"
               COMPUTE WS-PATTERN-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-HD-DS-PATTERN(WS-HOLD-IDX)))
               IF WS-P-FILE-NAME(1:WS-PATTERN-LEN) NOT =
                       WS-HD-DS-PATTERN(WS-HOLD-IDX)
                           (1:WS-PATTERN-LEN)
                   MOVE "N" TO WS-ROW-HOLDS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-HD-KEY-FROM(WS-HOLD-IDX) NOT = SPACES
                   AND WS-P-RECORD-KEY < WS-HD-KEY-FROM(WS-HOLD-IDX)
               MOVE "N" TO WS-ROW-HOLDS
               EXIT PARAGRAPH
           END-IF
           IF WS-HD-KEY-TO(WS-HOLD-IDX) NOT = SPACES
                   AND WS-P-RECORD-KEY > WS-HD-KEY-TO(WS-HOLD-IDX)
               MOVE "N" TO WS-ROW-HOLDS
           END-IF.

       PARSE-LOG-RECORD.
           MOVE SPACES TO WS-P-JOB-NAME WS-P-FILE-NAME WS-P-RECORD-KEY

           MOVE '"job":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-JOB-NAME

           MOVE '"file":"'        TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-FILE-NAME

           MOVE '"record_id":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-RECORD-KEY.

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

       WRITE-LINE-FINDING.
           ADD 1 TO WS-FINDING-COUNT
           ADD 1 TO WS-TABLE-FINDINGS
           MOVE SPACES TO REPORT-LINE
           STRING "   " WS-F-KIND " " FUNCTION TRIM(WS-TABLE-NAME)
                  " line " WS-LINE-NUM ": "
                  FUNCTION TRIM(WS-F-TEXT)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
