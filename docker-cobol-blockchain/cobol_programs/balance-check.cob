       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-CHECK.
      *    Producer/consumer record-count balancing. A transfer file
      *    cut short in flight is read without complaint by the job
      *    downstream - both end RC=0 - and until now it was only
      *    caught when finance's totals failed to tie days later. The
      *    DD captures already carry each step's record count in the
      *    aux tag ("R=nnnnnnnnn", VOLUME-REPORT's positional pick),
      *    so the count written and the count read can be set side
      *    by side.
      *    This walks every archived data/archive/metadata-*.log and
      *    the live log in order, remembering the last write of each
      *    dataset: a write that creates it (DISP=NEW) sets the
      *    written count, a DISP=MOD write adds to it. Every read
      *    (SHR/OLD) of the day being checked is paired with the last
      *    write before it by another job and judged:
      *        BALANCED       read what was written, allowing for
      *                       the control row
      *        OUT-OF-BALANCE read more or fewer records than that
      *        NO-PRODUCER    no write of the dataset on record
      *        NO-COUNT       the write or the read carried no count
      *        EXCLUDED       the control row says not to balance
      *    Producer and consumer follow METADATA-LINEAGE's DISP rule.
      *    A GDG pairs by the generation's full name, so a consumer
      *    is balanced against the generation it actually read.
      *    A job reading a dataset it wrote itself is not a pair.
      *    data/balance-control.dat, first matching row wins:
      *        cols  1-44  dataset pattern (prefix, "*" = any)
      *        cols 45-52  consumer job pattern (prefix, "*" = any)
      *        cols 53-61  records the consumer is expected to drop
      *                    (filtered out before it counts), 9 digits
      *        cols 62-64  tolerance, percent of the expected count
      *        col  65     B  balance: expected count plus or minus
      *                       the tolerance
      *                    F  filtered: at most the expected count,
      *                       and down to the tolerance below it
      *                    X  excluded, never balanced
      *    The expected count is the written count less the records
      *    dropped. A row with a non-numeric count or tolerance, or an
      *    unknown rule, is skipped; with no row an exact balance is
      *    required.
      *        argument 1: day to check, yyyymmdd - default the date
      *                    of the first record in data/metadata.log,
      *                    else today
      *    Every OUT-OF-BALANCE pair goes out through METADATA-ALERT
      *    (operation OUT-OF-BALANCE, condition "OOB", the consumer as
      *    the job) and every judged read into data/balance-report.txt
      *    with both jobs and both counts. RC=4 when any pair was out
      *    of balance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METADATA-LOG ASSIGN DYNAMIC WS-SCAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT WORK-LIST ASSIGN TO "data/balance-worklist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT BALANCE-CONTROL ASSIGN TO "data/balance-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/balance-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  METADATA-LOG.
       01  LOG-RECORD          PIC X(512).

       FD  WORK-LIST.
       01  WORK-LIST-RECORD    PIC X(60).

       FD  BALANCE-CONTROL.
       01  BALANCE-CONTROL-RECORD.
           05  BLC-DATASET-PATTERN PIC X(44).
           05  BLC-JOB-PATTERN     PIC X(8).
           05  BLC-FILTERED        PIC X(9).
           05  BLC-TOLERANCE       PIC X(3).
           05  BLC-RULE            PIC X.

       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-LIST-STATUS      PIC XX.
       01  WS-CTL-STATUS       PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-SCAN-FILE        PIC X(60).
       01  WS-COMMAND          PIC X(200).
       01  WS-RETURN-CODE      PIC S9(9) COMP.
       01  WS-NOW-TS           PIC X(26).

       01  WS-ARG-COUNT        PIC 9(4) VALUE 0.
       01  WS-ARG-VALUE        PIC X(20).
       01  WS-DAY              PIC X(8).

      *    Balancing rows as loaded; unusable rows are left out.
       01  WS-CONTROL-TAB.
           05  WS-CONTROL-ENTRY OCCURS 100 TIMES.
               10  WS-C-DATASET    PIC X(44).
               10  WS-C-JOB        PIC X(8).
               10  WS-C-FILTERED   PIC 9(9).
               10  WS-C-TOLERANCE  PIC 9(3).
               10  WS-C-RULE       PIC X.
       01  WS-CONTROL-COUNT    PIC 9(3) VALUE 0.
       01  WS-CONTROL-IDX      PIC 9(3).
       01  WS-PATTERN-LEN      PIC 9(2).
       01  WS-ROW-MATCH        PIC X.
           88  CONTROL-ROW-MATCHED VALUE "Y".

      *    Last write of each dataset, kept in dataset order so each
      *    capture is placed by binary search.
       01  WS-WRITE-TAB.
           05  WS-WRITE-ENTRY OCCURS 2000 TIMES.
               10  WS-W-DATASET    PIC X(44).
               10  WS-W-JOB        PIC X(8).
               10  WS-W-PROGRAM    PIC X(8).
               10  WS-W-TIMESTAMP  PIC X(26).
               10  WS-W-COUNT      PIC 9(9).
      *            "N" once any write making up the count had none.
               10  WS-W-COUNTED    PIC X.
       01  WS-WRITE-COUNT      PIC 9(4) VALUE 0.
       01  WS-SHIFT-IDX        PIC 9(4).
       01  WS-TAB-FULL         PIC X VALUE "N".
           88  TAB-FULL-WARNED     VALUE "Y".

       01  WS-LOOK-DATASET     PIC X(44).
       01  WS-LOW              PIC 9(4).
       01  WS-HIGH             PIC 9(4).
       01  WS-MID              PIC 9(4).

       01  WS-P-OPERATION      PIC X(20).
       01  WS-P-TIMESTAMP      PIC X(26).
       01  WS-P-FILE-NAME      PIC X(44).
       01  WS-P-JOB-NAME       PIC X(8).
       01  WS-P-PROGRAM        PIC X(8).
       01  WS-P-AUX            PIC X(80).
       01  WS-P-REC-COUNT      PIC 9(9).
       01  WS-P-HAS-COUNT      PIC X.
           88  RECORD-HAS-COUNT    VALUE "Y".
       01  WS-EDGE-ROLE        PIC X.
       01  WS-NEW-TALLY        PIC 9(4).

      *    Judging one consumer read.
       01  WS-VERDICT          PIC X(14).
       01  WS-RULE             PIC X.
       01  WS-FILTERED         PIC 9(9).
       01  WS-TOLERANCE        PIC 9(3).
       01  WS-EXPECTED         PIC 9(9).
       01  WS-SLACK            PIC 9(9).
       01  WS-LOW-LIMIT        PIC 9(9).
       01  WS-HIGH-LIMIT       PIC 9(10).
       01  WS-DIFFERENCE       PIC S9(10).
       01  WS-WRITTEN-EDIT     PIC Z(8)9.
       01  WS-READ-EDIT        PIC Z(8)9.
       01  WS-EXPECTED-EDIT    PIC Z(8)9.
       01  WS-DIFF-EDIT        PIC +(9)9.
       01  WS-WRITTEN-TEXT     PIC X(9).
       01  WS-READ-TEXT        PIC X(9).
       01  WS-EXPECTED-TEXT    PIC X(9).

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(80).

       01  WS-READS-CHECKED    PIC 9(5) VALUE 0.
       01  WS-BALANCED-COUNT   PIC 9(5) VALUE 0.
       01  WS-OOB-COUNT        PIC 9(5) VALUE 0.
       01  WS-NO-PRODUCER-COUNT PIC 9(5) VALUE 0.
       01  WS-NO-COUNT-COUNT   PIC 9(5) VALUE 0.
       01  WS-EXCLUDED-COUNT   PIC 9(5) VALUE 0.

      *    Arguments for the alert call - layouts match METADATA-
      *    ALERT's LINKAGE SECTION exactly.
       01  WS-ALERT-JOB        PIC X(8).
       01  WS-ALERT-PROGRAM    PIC X(8) VALUE "BALCHECK".
       01  WS-ALERT-OPERATION  PIC X(20) VALUE "OUT-OF-BALANCE".
       01  WS-ALERT-COND       PIC X(4) VALUE "OOB".
       01  WS-ALERT-USER       PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           ACCEPT WS-ALERT-USER FROM ENVIRONMENT "USER"
           PERFORM CHOOSE-DAY
           PERFORM LOAD-BALANCE-CONTROL
           PERFORM OPEN-BALANCE-REPORT

           MOVE "ls data/archive/metadata-*.log 2>/dev/null | sort "
                & "> data/balance-worklist.tmp" TO WS-COMMAND
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

           MOVE "rm -f data/balance-worklist.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           MOVE "data/metadata.log" TO WS-SCAN-FILE
           PERFORM SCAN-ONE-FILE

           PERFORM CLOSE-BALANCE-REPORT
           DISPLAY "BALANCE-CHECK: day " WS-DAY " - "
                   WS-READS-CHECKED " consumer read(s) checked, "
                   WS-OOB-COUNT " out of balance - "
                   "data/balance-report.txt"
           IF WS-OOB-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHOOSE-DAY.
           MOVE SPACES TO WS-DAY
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALUE(1:8) TO WS-DAY
           END-IF

           IF WS-DAY = SPACES
               MOVE "data/metadata.log" TO WS-SCAN-FILE
               OPEN INPUT METADATA-LOG
               IF WS-LOG-STATUS = "00"
                   READ METADATA-LOG
                       NOT AT END
                           MOVE '"timestamp":"' TO WS-SEARCH-TAG
                           PERFORM FIND-TAG-VALUE
                           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-DAY
                   END-READ
                   CLOSE METADATA-LOG
               END-IF
           END-IF
           IF WS-DAY = SPACES
               MOVE WS-NOW-TS(1:8) TO WS-DAY
           END-IF
           IF WS-DAY IS NOT NUMERIC
               DISPLAY "BALANCE-CHECK: day must be yyyymmdd, got "
                       WS-DAY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-BALANCE-CONTROL.
           OPEN INPUT BALANCE-CONTROL
           IF WS-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTL-STATUS NOT = "00"
               READ BALANCE-CONTROL
                   AT END
                       MOVE "10" TO WS-CTL-STATUS
                   NOT AT END
                       PERFORM NOTE-CONTROL-ROW
               END-READ
           END-PERFORM
           CLOSE BALANCE-CONTROL.

       NOTE-CONTROL-ROW.
      *    CONTROL-CHECK reports the rows dropped here.
           IF BLC-DATASET-PATTERN = SPACES
                   OR BLC-JOB-PATTERN = SPACES
                   OR BLC-FILTERED IS NOT NUMERIC
                   OR BLC-TOLERANCE IS NOT NUMERIC
                   OR BLC-TOLERANCE > "100"
               EXIT PARAGRAPH
           END-IF
           IF BLC-RULE NOT = "B" AND BLC-RULE NOT = "F"
                   AND BLC-RULE NOT = "X"
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTROL-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CONTROL-COUNT
           MOVE BLC-DATASET-PATTERN
               TO WS-C-DATASET(WS-CONTROL-COUNT)
           MOVE BLC-JOB-PATTERN TO WS-C-JOB(WS-CONTROL-COUNT)
           MOVE BLC-FILTERED TO WS-C-FILTERED(WS-CONTROL-COUNT)
           MOVE BLC-TOLERANCE TO WS-C-TOLERANCE(WS-CONTROL-COUNT)
           MOVE BLC-RULE TO WS-C-RULE(WS-CONTROL-COUNT).

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
           PERFORM CLASSIFY-OPERATION
           IF WS-EDGE-ROLE = SPACE OR WS-P-FILE-NAME = SPACES
                   OR WS-P-JOB-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
      *    The logs are walked oldest first, so by the time a read
      *    comes up the table holds the last write before it - and
      *    nothing written after it.
           IF WS-EDGE-ROLE = "C"
               IF WS-P-TIMESTAMP(1:8) = WS-DAY
                   PERFORM JUDGE-CONSUMER-READ
               END-IF
           ELSE
               PERFORM NOTE-PRODUCER-WRITE
           END-IF.

       NOTE-PRODUCER-WRITE.
           MOVE WS-P-FILE-NAME TO WS-LOOK-DATASET
           PERFORM FIND-WRITE-ROW
           IF WS-LOW > WS-WRITE-COUNT
                   OR WS-W-DATASET(WS-LOW) NOT = WS-LOOK-DATASET
               PERFORM INSERT-WRITE-ROW
               IF WS-LOW = 0
                   EXIT PARAGRAPH
               END-IF
           ELSE
      *        DISP=MOD extends what is there; anything else that
      *        writes starts the dataset over.
               IF WS-EDGE-ROLE = "M"
                   IF RECORD-HAS-COUNT
                       ADD WS-P-REC-COUNT TO WS-W-COUNT(WS-LOW)
                   ELSE
                       MOVE "N" TO WS-W-COUNTED(WS-LOW)
                   END-IF
                   MOVE WS-P-JOB-NAME TO WS-W-JOB(WS-LOW)
                   MOVE WS-P-PROGRAM TO WS-W-PROGRAM(WS-LOW)
                   MOVE WS-P-TIMESTAMP TO WS-W-TIMESTAMP(WS-LOW)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-P-JOB-NAME TO WS-W-JOB(WS-LOW)
           MOVE WS-P-PROGRAM TO WS-W-PROGRAM(WS-LOW)
           MOVE WS-P-TIMESTAMP TO WS-W-TIMESTAMP(WS-LOW)
           MOVE WS-P-REC-COUNT TO WS-W-COUNT(WS-LOW)
           MOVE WS-P-HAS-COUNT TO WS-W-COUNTED(WS-LOW).

       FIND-WRITE-ROW.
      *    Leaves WS-LOW at the first row not below WS-LOOK-DATASET.
           MOVE 1 TO WS-LOW
           COMPUTE WS-HIGH = WS-WRITE-COUNT + 1
           PERFORM UNTIL WS-LOW >= WS-HIGH
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               IF WS-W-DATASET(WS-MID) < WS-LOOK-DATASET
                   COMPUTE WS-LOW = WS-MID + 1
               ELSE
                   MOVE WS-MID TO WS-HIGH
               END-IF
           END-PERFORM.

       INSERT-WRITE-ROW.
           IF WS-WRITE-COUNT >= 2000
               IF NOT TAB-FULL-WARNED
                   DISPLAY "BALANCE-CHECK: more than 2000 datasets "
                           "written - the rest are not balanced"
                   MOVE "Y" TO WS-TAB-FULL
               END-IF
               MOVE 0 TO WS-LOW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SHIFT-IDX FROM WS-WRITE-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-LOW
               MOVE WS-WRITE-ENTRY(WS-SHIFT-IDX)
                   TO WS-WRITE-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-WRITE-COUNT
           MOVE SPACES TO WS-WRITE-ENTRY(WS-LOW)
           MOVE 0 TO WS-W-COUNT(WS-LOW)
           MOVE WS-LOOK-DATASET TO WS-W-DATASET(WS-LOW).

       CLASSIFY-OPERATION.
      *    METADATA-LINEAGE's rule: a DISP containing NEW, or MOD,
      *    wrote the dataset; SHR or OLD (bare or parenthesized) read
      *    it. Anything else is a service record. A MOD write is
      *    kept apart (role M) because it adds to the count.
           MOVE SPACES TO WS-EDGE-ROLE
           MOVE 0 TO WS-NEW-TALLY
           INSPECT WS-P-OPERATION TALLYING WS-NEW-TALLY
               FOR ALL "NEW"
           EVALUATE TRUE
               WHEN WS-NEW-TALLY > 0
                   MOVE "P" TO WS-EDGE-ROLE
               WHEN WS-P-OPERATION(1:4) = "MOD "
                       OR WS-P-OPERATION(1:4) = "(MOD"
                   MOVE "M" TO WS-EDGE-ROLE
               WHEN WS-P-OPERATION(1:4) = "SHR "
                       OR WS-P-OPERATION(1:4) = "OLD "
                       OR WS-P-OPERATION(1:4) = "(SHR"
                       OR WS-P-OPERATION(1:4) = "(OLD"
                   MOVE "C" TO WS-EDGE-ROLE
           END-EVALUATE.

       JUDGE-CONSUMER-READ.
           MOVE WS-P-FILE-NAME TO WS-LOOK-DATASET
           PERFORM FIND-WRITE-ROW
           IF WS-LOW <= WS-WRITE-COUNT
                   AND WS-W-DATASET(WS-LOW) = WS-LOOK-DATASET
               IF WS-W-JOB(WS-LOW) = WS-P-JOB-NAME
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 0 TO WS-LOW
           END-IF

           ADD 1 TO WS-READS-CHECKED
           MOVE 0 TO WS-EXPECTED
           PERFORM FIND-CONTROL-ROW
           EVALUATE TRUE
               WHEN WS-RULE = "X"
                   MOVE "EXCLUDED" TO WS-VERDICT
                   ADD 1 TO WS-EXCLUDED-COUNT
               WHEN WS-LOW = 0
                   MOVE "NO-PRODUCER" TO WS-VERDICT
                   ADD 1 TO WS-NO-PRODUCER-COUNT
               WHEN WS-W-COUNTED(WS-LOW) NOT = "Y"
                       OR NOT RECORD-HAS-COUNT
                   MOVE "NO-COUNT" TO WS-VERDICT
                   ADD 1 TO WS-NO-COUNT-COUNT
               WHEN OTHER
                   PERFORM COMPARE-COUNTS
           END-EVALUATE
           PERFORM WRITE-PAIR-LINE

           IF WS-VERDICT = "OUT-OF-BALANCE"
               MOVE WS-P-JOB-NAME TO WS-ALERT-JOB
               CALL "METADATA-ALERT" USING WS-ALERT-JOB
                   WS-ALERT-PROGRAM WS-ALERT-OPERATION
                   WS-ALERT-COND WS-ALERT-USER
               END-CALL
           END-IF.

       FIND-CONTROL-ROW.
      *    First row whose dataset and consumer patterns both match;
      *    with none, the pair must balance exactly.
           MOVE "B" TO WS-RULE
           MOVE 0 TO WS-FILTERED WS-TOLERANCE
           PERFORM VARYING WS-CONTROL-IDX FROM 1 BY 1
                   UNTIL WS-CONTROL-IDX > WS-CONTROL-COUNT
               PERFORM MATCH-CONTROL-ROW
               IF CONTROL-ROW-MATCHED
                   MOVE WS-C-RULE(WS-CONTROL-IDX) TO WS-RULE
                   MOVE WS-C-FILTERED(WS-CONTROL-IDX) TO WS-FILTERED
                   MOVE WS-C-TOLERANCE(WS-CONTROL-IDX)
                       TO WS-TOLERANCE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       MATCH-CONTROL-ROW.
           MOVE "N" TO WS-ROW-MATCH
           IF FUNCTION TRIM(WS-C-DATASET(WS-CONTROL-IDX)) NOT = "*"
               COMPUTE WS-PATTERN-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-C-DATASET(WS-CONTROL-IDX)))
               IF WS-P-FILE-NAME(1:WS-PATTERN-LEN) NOT =
                       WS-C-DATASET(WS-CONTROL-IDX)(1:WS-PATTERN-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-C-JOB(WS-CONTROL-IDX)) NOT = "*"
               COMPUTE WS-PATTERN-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-C-JOB(WS-CONTROL-IDX)))
               IF WS-P-JOB-NAME(1:WS-PATTERN-LEN) NOT =
                       WS-C-JOB(WS-CONTROL-IDX)(1:WS-PATTERN-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO WS-ROW-MATCH.

       COMPARE-COUNTS.
      *    The allowance is the tolerance percent of the expected
      *    count, rounded down - so a 0 percent row, or no row at
      *    all, wants the exact count.
           IF WS-FILTERED < WS-W-COUNT(WS-LOW)
               COMPUTE WS-EXPECTED = WS-W-COUNT(WS-LOW) - WS-FILTERED
           END-IF
           COMPUTE WS-SLACK = WS-EXPECTED * WS-TOLERANCE / 100
           COMPUTE WS-LOW-LIMIT = WS-EXPECTED - WS-SLACK
           IF WS-RULE = "F"
               MOVE WS-EXPECTED TO WS-HIGH-LIMIT
           ELSE
               COMPUTE WS-HIGH-LIMIT = WS-EXPECTED + WS-SLACK
           END-IF
           IF WS-P-REC-COUNT < WS-LOW-LIMIT
                   OR WS-P-REC-COUNT > WS-HIGH-LIMIT
               MOVE "OUT-OF-BALANCE" TO WS-VERDICT
               ADD 1 TO WS-OOB-COUNT
           ELSE
               MOVE "BALANCED" TO WS-VERDICT
               ADD 1 TO WS-BALANCED-COUNT
           END-IF.

       OPEN-BALANCE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "BALANCE-CHECK: cannot open "
                       "data/balance-report.txt, status="
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "BALANCE-CHECK REPORT   day " WS-DAY
                  "   run " WS-NOW-TS(1:8) "-" WS-NOW-TS(9:6)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "VERDICT        CONSUMER PRODUCER   WRITTEN      READ "
               & " EXPECTED  DATASET" TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-PAIR-LINE.
           MOVE SPACES TO WS-WRITTEN-TEXT WS-READ-TEXT
                          WS-EXPECTED-TEXT
           IF RECORD-HAS-COUNT
               MOVE WS-P-REC-COUNT TO WS-READ-EDIT
               MOVE WS-READ-EDIT TO WS-READ-TEXT
           ELSE
               MOVE "        -" TO WS-READ-TEXT
           END-IF
           IF WS-LOW = 0
               MOVE "        -" TO WS-WRITTEN-TEXT WS-EXPECTED-TEXT
           ELSE
               IF WS-W-COUNTED(WS-LOW) = "Y"
                   MOVE WS-W-COUNT(WS-LOW) TO WS-WRITTEN-EDIT
                   MOVE WS-WRITTEN-EDIT TO WS-WRITTEN-TEXT
               ELSE
                   MOVE "        -" TO WS-WRITTEN-TEXT
               END-IF
               IF WS-VERDICT = "BALANCED"
                       OR WS-VERDICT = "OUT-OF-BALANCE"
                   MOVE WS-EXPECTED TO WS-EXPECTED-EDIT
                   MOVE WS-EXPECTED-EDIT TO WS-EXPECTED-TEXT
               ELSE
                   MOVE "        -" TO WS-EXPECTED-TEXT
               END-IF
           END-IF

           MOVE SPACES TO REPORT-LINE
           IF WS-LOW = 0
               STRING WS-VERDICT " " WS-P-JOB-NAME " "
                      "(none)  " " " WS-WRITTEN-TEXT " "
                      WS-READ-TEXT " " WS-EXPECTED-TEXT "  "
                      FUNCTION TRIM(WS-P-FILE-NAME)
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-VERDICT " " WS-P-JOB-NAME " "
                      WS-W-JOB(WS-LOW) " " WS-WRITTEN-TEXT " "
                      WS-READ-TEXT " " WS-EXPECTED-TEXT "  "
                      FUNCTION TRIM(WS-P-FILE-NAME)
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

      *    An out-of-balance pair gets the detail the operator needs
      *    to chase it: both steps, both times and the difference.
           IF WS-VERDICT = "OUT-OF-BALANCE"
               COMPUTE WS-DIFFERENCE = WS-P-REC-COUNT - WS-EXPECTED
               MOVE WS-DIFFERENCE TO WS-DIFF-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "               written "
                      WS-W-TIMESTAMP(WS-LOW)(1:8) "-"
                      WS-W-TIMESTAMP(WS-LOW)(9:6) " by "
                      FUNCTION TRIM(WS-W-JOB(WS-LOW)) "/"
                      FUNCTION TRIM(WS-W-PROGRAM(WS-LOW))
                      ", read " WS-P-TIMESTAMP(1:8) "-"
                      WS-P-TIMESTAMP(9:6) " by "
                      FUNCTION TRIM(WS-P-JOB-NAME) "/"
                      FUNCTION TRIM(WS-P-PROGRAM)
                      ", difference " FUNCTION TRIM(WS-DIFF-EDIT)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CLOSE-BALANCE-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Consumer reads checked: " WS-READS-CHECKED
                  "   balanced: " WS-BALANCED-COUNT
                  "   out of balance: " WS-OOB-COUNT
                  "   no producer: " WS-NO-PRODUCER-COUNT
                  "   no count: " WS-NO-COUNT-COUNT
                  "   excluded: " WS-EXCLUDED-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF TAB-FULL-WARNED
               MOVE "More than 2000 datasets written - the report is "
                   & "incomplete" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

       PARSE-LOG-RECORD.
           MOVE SPACES TO WS-P-OPERATION WS-P-TIMESTAMP
                          WS-P-FILE-NAME WS-P-JOB-NAME WS-P-PROGRAM
                          WS-P-AUX
           MOVE 0 TO WS-P-REC-COUNT
           MOVE "N" TO WS-P-HAS-COUNT

           MOVE '"operation":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:20) TO WS-P-OPERATION

           MOVE '"timestamp":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:26) TO WS-P-TIMESTAMP

           MOVE '"job":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-P-JOB-NAME

           MOVE '"program":"'     TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-P-PROGRAM

           MOVE '"file":"'        TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:44) TO WS-P-FILE-NAME

      *    The interceptor writes the aux volume text at fixed
      *    offsets - "R=" then nine digits first - so a positional
      *    pick is exact.
           MOVE '"aux":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-AUX
           IF WS-P-AUX(1:2) = "R=" AND WS-P-AUX(3:9) IS NUMERIC
               MOVE WS-P-AUX(3:9) TO WS-P-REC-COUNT
               MOVE "Y" TO WS-P-HAS-COUNT
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
