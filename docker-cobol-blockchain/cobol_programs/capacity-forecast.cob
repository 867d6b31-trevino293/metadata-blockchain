       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-FORECAST.
      *    Daily storage growth and capacity forecast for the files
      *    the capture chain owns. Several of them never rotate - the
      *    ledger, JCLLOG, step-times, incidents, the KSDS indexes -
      *    and data/archive/ grows until METADATA-RETENTION runs; the
      *    last full disk took METADATA-CAPTURE down for a shift.
      *    Each run measures every owned file (bytes on disk, and
      *    records - lines for the flat files, a sequential count for
      *    the KSDS files, which text tools cannot count) plus the
      *    data filesystem's size and bytes used, and appends one row
      *    per file to the growth history, data/capacity-history.dat.
      *    From that history it reports each file's average daily
      *    growth over the averaging window and projects the days
      *    left before the data filesystem reaches its threshold.
      *    The projection runs on the larger of the filesystem's own
      *    daily growth and the chain files' combined growth, so
      *    space freed by some other tenant cannot hide the chain's
      *    own growth.
      *    Settings come from data/capacity-control.dat - PARMLIB-
      *    style, like retention-control.dat:
      *        columns 1-8  keyword   THRESHLD / WARNDAYS / CRITDAYS /
      *                               WINDOW
      *        columns 9-12 value
      *    THRESHLD is the percent of the filesystem that counts as
      *    full (default 90); WARNDAYS and CRITDAYS are the warning
      *    and critical horizons in days (defaults 30 and 7); WINDOW
      *    is how many days of history the averages cover (default
      *    30).
      *    The facts come from one shell sweep into a work file, the
      *    way HEALTH-CHECK gathers its own.
      *    Report goes to data/capacity-report.txt. RC=8 when the
      *    projection falls inside the critical horizon (or the
      *    threshold is already passed), RC=4 inside the warning
      *    horizon or when the filesystem could not be measured.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTS-FILE ASSIGN TO "data/capacity-facts.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTS-STATUS.

           SELECT CAPACITY-CONTROL
               ASSIGN TO "data/capacity-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPCTL-STATUS.

           SELECT CAPACITY-HISTORY
               ASSIGN TO "data/capacity-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/capacity-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *    The KSDS files are counted through the organization that
      *    wrote them. Key definitions must stay in step with the
      *    loaders' SELECTs - a key mismatch fails the open.
           SELECT METADATA-KSDS ASSIGN TO "data/metadata.ksds"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS META-RECORD-KEY
               ALTERNATE RECORD KEY IS META-JOB-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS META-FILE-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-KSDS-STATUS.

           SELECT HISTORY-KSDS ASSIGN TO "data/history.ksds"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-RECORD-KEY
               ALTERNATE RECORD KEY IS HIST-JOB-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-FILE-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-KSDS-STATUS.

           SELECT DATASET-MASTER ASSIGN TO "data/dataset-master.ksds"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSM-DATASET-NAME
               FILE STATUS IS WS-KSDS-STATUS.

           SELECT RUN-HISTORY ASSIGN TO "data/run-history.ksds"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-KSDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FACTS-FILE.
       01  FACTS-RECORD        PIC X(100).

       FD  CAPACITY-CONTROL.
       01  CAPACITY-CONTROL-RECORD.
           05  CCR-KEYWORD     PIC X(8).
           05  CCR-VALUE       PIC 9(4).

      *    One row per owned file per run, plus one *FILESYSTEM row
      *    whose bytes are the bytes used and which alone carries the
      *    filesystem size.
       FD  CAPACITY-HISTORY.
       01  CAPACITY-HISTORY-RECORD.
           05  CPH-DATE        PIC X(8).
           05  CPH-TIME        PIC X(6).
           05  CPH-NAME        PIC X(30).
           05  CPH-BYTES       PIC 9(15).
           05  CPH-RECORDS     PIC 9(12).
           05  CPH-FS-SIZE     PIC 9(15).

       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(132).

       FD  METADATA-KSDS.
           COPY "metadata-layout.cpy".

       FD  HISTORY-KSDS.
           COPY "history-layout.cpy".

       FD  DATASET-MASTER.
           COPY "dataset-master.cpy".

       FD  RUN-HISTORY.
           COPY "run-history.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FACTS-STATUS     PIC XX.
       01  WS-CAPCTL-STATUS    PIC XX.
       01  WS-HIST-STATUS      PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-KSDS-STATUS      PIC XX.
       01  WS-COMMAND          PIC X(260).
       01  WS-RETURN-CODE      PIC S9(9) COMP.
       01  WS-NOW-TS           PIC X(26).
       01  WS-TODAY            PIC 9(8).

      *    Settings, defaulted, overridden by capacity-control.dat.
       01  WS-THRESHOLD-PCT    PIC 9(4) VALUE 90.
       01  WS-WARN-DAYS        PIC 9(4) VALUE 30.
       01  WS-CRIT-DAYS        PIC 9(4) VALUE 7.
       01  WS-WINDOW-DAYS      PIC 9(4) VALUE 30.

      *    Every file the chain owns, with how it is measured:
      *        L  flat file - bytes, and lines as records
      *        K  KSDS - bytes of every piece the runtime keeps on
      *           disk, records counted through the index
      *        A  the archive directory - bytes of the whole tree,
      *           lines of every archived period as records
      *        J  JCLLOG - a flat file found through its DD
      *           environment variables, as the runtime finds it
       01  WS-OWNED-FILES.
           05  FILLER PIC X(30) VALUE "data/metadata.log".
           05  FILLER PIC X     VALUE "L".
           05  FILLER PIC X(30) VALUE "data/blockchain.ledger".
           05  FILLER PIC X     VALUE "L".
           05  FILLER PIC X(30) VALUE "JCLLOG".
           05  FILLER PIC X     VALUE "J".
           05  FILLER PIC X(30) VALUE "data/step-times.dat".
           05  FILLER PIC X     VALUE "L".
           05  FILLER PIC X(30) VALUE "data/incidents.dat".
           05  FILLER PIC X     VALUE "L".
           05  FILLER PIC X(30) VALUE "data/cobol-triggers.spool".
           05  FILLER PIC X     VALUE "L".
           05  FILLER PIC X(30) VALUE "data/config-history.dat".
           05  FILLER PIC X     VALUE "L".
           05  FILLER PIC X(30) VALUE "data/audit-transmit-log.dat".
           05  FILLER PIC X     VALUE "L".
           05  FILLER PIC X(30) VALUE "data/capacity-history.dat".
           05  FILLER PIC X     VALUE "L".
           05  FILLER PIC X(30) VALUE "data/archive".
           05  FILLER PIC X     VALUE "A".
           05  FILLER PIC X(30) VALUE "data/metadata.ksds".
           05  FILLER PIC X     VALUE "K".
           05  FILLER PIC X(30) VALUE "data/history.ksds".
           05  FILLER PIC X     VALUE "K".
           05  FILLER PIC X(30) VALUE "data/dataset-master.ksds".
           05  FILLER PIC X     VALUE "K".
           05  FILLER PIC X(30) VALUE "data/run-history.ksds".
           05  FILLER PIC X     VALUE "K".
       01  WS-OWNED-TAB REDEFINES WS-OWNED-FILES.
           05  WS-OWNED-ENTRY OCCURS 14 TIMES.
               10  WS-OWNED-NAME   PIC X(30).
               10  WS-OWNED-KIND   PIC X.
       01  WS-OWNED-COUNT      PIC 9(2) VALUE 14.
       01  WS-OWNED-IDX        PIC 9(2).

      *    Today's measurements, one per owned file.
       01  WS-MEASURE-TAB.
           05  WS-MEASURE-ENTRY OCCURS 14 TIMES.
               10  WS-M-BYTES      PIC 9(15).
               10  WS-M-RECORDS    PIC 9(12).
       01  WS-FS-SIZE          PIC 9(15) VALUE 0.
       01  WS-FS-USED          PIC 9(15) VALUE 0.

       01  WS-FACT-NAME        PIC X(30).
       01  WS-FACT-VALUE-1     PIC X(20).
       01  WS-FACT-VALUE-2     PIC X(20).
       01  WS-FACT-NUM-1       PIC 9(15).
       01  WS-FACT-NUM-2       PIC 9(15).
       01  WS-KSDS-COUNT       PIC 9(12).

      *    Growth over the window, per history name: the earliest
      *    observation inside the window and the latest of all.
       01  WS-GROWTH-TAB.
           05  WS-GROWTH-ENTRY OCCURS 40 TIMES.
               10  WS-G-NAME           PIC X(30).
               10  WS-G-FIRST-DATE     PIC 9(8).
               10  WS-G-FIRST-BYTES    PIC 9(15).
               10  WS-G-FIRST-RECORDS  PIC 9(12).
               10  WS-G-LAST-DATE      PIC 9(8).
               10  WS-G-LAST-BYTES     PIC 9(15).
               10  WS-G-LAST-RECORDS   PIC 9(12).
       01  WS-GROWTH-COUNT     PIC 9(2) VALUE 0.
       01  WS-GROWTH-IDX       PIC 9(2).
       01  WS-WINDOW-START     PIC 9(8).
       01  WS-ROW-DATE         PIC 9(8).

       01  WS-SPAN-DAYS        PIC 9(6).
       01  WS-BYTES-PER-DAY    PIC S9(15).
       01  WS-RECS-PER-DAY     PIC S9(12).
       01  WS-CHAIN-PER-DAY    PIC S9(15) VALUE 0.
       01  WS-CHAIN-BYTES      PIC 9(15) VALUE 0.
       01  WS-CHAIN-SPAN       PIC 9(6) VALUE 0.
       01  WS-FS-PER-DAY       PIC S9(15) VALUE 0.
       01  WS-FS-SPAN          PIC 9(6) VALUE 0.
       01  WS-PROJ-PER-DAY     PIC S9(15) VALUE 0.
       01  WS-THRESHOLD-BYTES  PIC 9(15) VALUE 0.
       01  WS-HEADROOM         PIC S9(15) VALUE 0.
       01  WS-DAYS-LEFT        PIC 9(9) VALUE 0.
       01  WS-USED-PCT         PIC 9(3)V9.

       01  WS-FORECAST-STATE   PIC X(8) VALUE "OK".
           88  FORECAST-OK         VALUE "OK".
           88  FORECAST-WARNING    VALUE "WARNING".
           88  FORECAST-CRITICAL   VALUE "CRITICAL".
           88  FORECAST-UNKNOWN    VALUE "UNKNOWN".

       01  WS-ED-BYTES         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-ED-RECORDS       PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-ED-GROWTH        PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-ED-RGROWTH       PIC -ZZZ,ZZZ,ZZ9.
       01  WS-ED-DAYS          PIC ZZZ,ZZ9.
       01  WS-ED-PCT           PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           MOVE WS-NOW-TS(1:8) TO WS-TODAY

           PERFORM READ-CAPACITY-CONTROL
           PERFORM GATHER-FACTS
           PERFORM READ-FACTS
           PERFORM COUNT-KSDS-RECORDS
           PERFORM APPEND-HISTORY
           PERFORM LOAD-GROWTH-HISTORY
           PERFORM WRITE-REPORT

           MOVE "rm -f data/capacity-facts.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           EVALUATE TRUE
               WHEN FORECAST-CRITICAL
                   MOVE 8 TO RETURN-CODE
               WHEN FORECAST-WARNING
               WHEN FORECAST-UNKNOWN
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       READ-CAPACITY-CONTROL.
           OPEN INPUT CAPACITY-CONTROL
           IF WS-CAPCTL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CAPCTL-STATUS = "10"
               READ CAPACITY-CONTROL
                   AT END
                       MOVE "10" TO WS-CAPCTL-STATUS
                   NOT AT END
                       PERFORM NOTE-ONE-SETTING
               END-READ
           END-PERFORM
           CLOSE CAPACITY-CONTROL.

       NOTE-ONE-SETTING.
           IF CCR-KEYWORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CCR-VALUE IS NOT NUMERIC
               DISPLAY "CAPACITY-FORECAST: "
                       FUNCTION TRIM(CCR-KEYWORD)
                       " value not numeric - default kept"
               EXIT PARAGRAPH
           END-IF
           EVALUATE CCR-KEYWORD
               WHEN "THRESHLD"
                   IF CCR-VALUE > 0 AND CCR-VALUE <= 100
                       MOVE CCR-VALUE TO WS-THRESHOLD-PCT
                   ELSE
                       DISPLAY "CAPACITY-FORECAST: THRESHLD "
                               CCR-VALUE " is not 1-100 - default "
                               "kept"
                   END-IF
               WHEN "WARNDAYS"
                   MOVE CCR-VALUE TO WS-WARN-DAYS
               WHEN "CRITDAYS"
                   MOVE CCR-VALUE TO WS-CRIT-DAYS
               WHEN "WINDOW"
                   IF CCR-VALUE > 0
                       MOVE CCR-VALUE TO WS-WINDOW-DAYS
                   END-IF
               WHEN OTHER
                   DISPLAY "CAPACITY-FORECAST: unknown keyword "
                           FUNCTION TRIM(CCR-KEYWORD) " ignored"
           END-EVALUATE.

       GATHER-FACTS.
      *    One "name bytes records" line per owned file, then one
      *    FILESYSTEM line of size and used bytes. Anything missing
      *    on disk reports 0. KSDS record counts are left at 0 here
      *    - the shell cannot count them.
           MOVE ": > data/capacity-facts.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           PERFORM VARYING WS-OWNED-IDX FROM 1 BY 1
                   UNTIL WS-OWNED-IDX > WS-OWNED-COUNT
               PERFORM GATHER-ONE-FILE
           END-PERFORM

           MOVE "echo FILESYSTEM $(df -P -B1 data 2>/dev/null | "
                & "tail -1 | awk '{print $2, $3}') >> "
                & "data/capacity-facts.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE.

       GATHER-ONE-FILE.
           MOVE SPACES TO WS-COMMAND
           EVALUATE WS-OWNED-KIND(WS-OWNED-IDX)
               WHEN "L"
                   STRING "echo "
                          FUNCTION TRIM(WS-OWNED-NAME(WS-OWNED-IDX))
                          " $(stat -c %s "
                          FUNCTION TRIM(WS-OWNED-NAME(WS-OWNED-IDX))
                          " 2>/dev/null || echo 0) $(cat "
                          FUNCTION TRIM(WS-OWNED-NAME(WS-OWNED-IDX))
                          " 2>/dev/null | wc -l)"
                          " >> data/capacity-facts.tmp"
                       DELIMITED BY SIZE INTO WS-COMMAND
               WHEN "J"
                   STRING "F=${DD_JCLLOG:-${dd_JCLLOG:-JCLLOG}}; "
                          "echo "
                          FUNCTION TRIM(WS-OWNED-NAME(WS-OWNED-IDX))
                          " $(stat -c %s $F 2>/dev/null || echo 0)"
                          " $(cat $F 2>/dev/null | wc -l)"
                          " >> data/capacity-facts.tmp"
                       DELIMITED BY SIZE INTO WS-COMMAND
               WHEN "K"
                   STRING "echo "
                          FUNCTION TRIM(WS-OWNED-NAME(WS-OWNED-IDX))
                          " $(du -cb "
                          FUNCTION TRIM(WS-OWNED-NAME(WS-OWNED-IDX))
                          "* 2>/dev/null | tail -1 | cut -f1) 0"
                          " >> data/capacity-facts.tmp"
                       DELIMITED BY SIZE INTO WS-COMMAND
               WHEN "A"
                   STRING "echo "
                          FUNCTION TRIM(WS-OWNED-NAME(WS-OWNED-IDX))
                          " $( (du -sb "
                          FUNCTION TRIM(WS-OWNED-NAME(WS-OWNED-IDX))
                          " 2>/dev/null || echo 0) | cut -f1) $(cat "
                          FUNCTION TRIM(WS-OWNED-NAME(WS-OWNED-IDX))
                          "/metadata-*.log 2>/dev/null | wc -l)"
                          " >> data/capacity-facts.tmp"
                       DELIMITED BY SIZE INTO WS-COMMAND
           END-EVALUATE
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE.

       READ-FACTS.
           INITIALIZE WS-MEASURE-TAB
           OPEN INPUT FACTS-FILE
           IF WS-FACTS-STATUS NOT = "00"
               DISPLAY "CAPACITY-FORECAST: could not gather facts, "
                       "status=" WS-FACTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FACTS-STATUS = "10"
               READ FACTS-FILE
                   AT END
                       MOVE "10" TO WS-FACTS-STATUS
                   NOT AT END
                       PERFORM STORE-ONE-FACT
               END-READ
           END-PERFORM
           CLOSE FACTS-FILE.

       STORE-ONE-FACT.
           MOVE SPACES TO WS-FACT-NAME WS-FACT-VALUE-1 WS-FACT-VALUE-2
           UNSTRING FACTS-RECORD DELIMITED BY ALL SPACE
               INTO WS-FACT-NAME WS-FACT-VALUE-1 WS-FACT-VALUE-2
           END-UNSTRING
      *    Values arrive at their natural width; NUMVAL reads them
      *    as the numbers they are and turns an empty one into 0.
           MOVE 0 TO WS-FACT-NUM-1 WS-FACT-NUM-2
           IF WS-FACT-VALUE-1 NOT = SPACES
               COMPUTE WS-FACT-NUM-1 = FUNCTION NUMVAL(WS-FACT-VALUE-1)
           END-IF
           IF WS-FACT-VALUE-2 NOT = SPACES
               COMPUTE WS-FACT-NUM-2 = FUNCTION NUMVAL(WS-FACT-VALUE-2)
           END-IF
           IF WS-FACT-NAME = "FILESYSTEM"
               MOVE WS-FACT-NUM-1 TO WS-FS-SIZE
               MOVE WS-FACT-NUM-2 TO WS-FS-USED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OWNED-IDX FROM 1 BY 1
                   UNTIL WS-OWNED-IDX > WS-OWNED-COUNT
               IF WS-OWNED-NAME(WS-OWNED-IDX) = WS-FACT-NAME
                   MOVE WS-FACT-NUM-1 TO WS-M-BYTES(WS-OWNED-IDX)
                   MOVE WS-FACT-NUM-2 TO WS-M-RECORDS(WS-OWNED-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       COUNT-KSDS-RECORDS.
           PERFORM VARYING WS-OWNED-IDX FROM 1 BY 1
                   UNTIL WS-OWNED-IDX > WS-OWNED-COUNT
               IF WS-OWNED-KIND(WS-OWNED-IDX) = "K"
                   MOVE 0 TO WS-KSDS-COUNT
                   EVALUATE WS-OWNED-NAME(WS-OWNED-IDX)
                       WHEN "data/metadata.ksds"
                           PERFORM COUNT-METADATA-KSDS
                       WHEN "data/history.ksds"
                           PERFORM COUNT-HISTORY-KSDS
                       WHEN "data/dataset-master.ksds"
                           PERFORM COUNT-DATASET-MASTER
                       WHEN "data/run-history.ksds"
                           PERFORM COUNT-RUN-HISTORY
                   END-EVALUATE
                   MOVE WS-KSDS-COUNT TO WS-M-RECORDS(WS-OWNED-IDX)
               END-IF
           END-PERFORM.

       COUNT-METADATA-KSDS.
           OPEN INPUT METADATA-KSDS
           IF WS-KSDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-KSDS-STATUS NOT = "00"
               READ METADATA-KSDS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-KSDS-STATUS
                   NOT AT END
                       ADD 1 TO WS-KSDS-COUNT
               END-READ
           END-PERFORM
           CLOSE METADATA-KSDS.

       COUNT-HISTORY-KSDS.
           OPEN INPUT HISTORY-KSDS
           IF WS-KSDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-KSDS-STATUS NOT = "00"
               READ HISTORY-KSDS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-KSDS-STATUS
                   NOT AT END
                       ADD 1 TO WS-KSDS-COUNT
               END-READ
           END-PERFORM
           CLOSE HISTORY-KSDS.

       COUNT-DATASET-MASTER.
           OPEN INPUT DATASET-MASTER
           IF WS-KSDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-KSDS-STATUS NOT = "00"
               READ DATASET-MASTER NEXT RECORD
                   AT END
                       MOVE "10" TO WS-KSDS-STATUS
                   NOT AT END
                       ADD 1 TO WS-KSDS-COUNT
               END-READ
           END-PERFORM
           CLOSE DATASET-MASTER.

       COUNT-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY
           IF WS-KSDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-KSDS-STATUS NOT = "00"
               READ RUN-HISTORY NEXT RECORD
                   AT END
                       MOVE "10" TO WS-KSDS-STATUS
                   NOT AT END
                       ADD 1 TO WS-KSDS-COUNT
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY.

       APPEND-HISTORY.
           OPEN EXTEND CAPACITY-HISTORY
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT CAPACITY-HISTORY
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "CAPACITY-FORECAST: cannot open "
                       "data/capacity-history.dat, status="
                       WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-OWNED-IDX FROM 1 BY 1
                   UNTIL WS-OWNED-IDX > WS-OWNED-COUNT
               MOVE SPACES TO CAPACITY-HISTORY-RECORD
               MOVE WS-NOW-TS(1:8) TO CPH-DATE
               MOVE WS-NOW-TS(9:6) TO CPH-TIME
               MOVE WS-OWNED-NAME(WS-OWNED-IDX) TO CPH-NAME
               MOVE WS-M-BYTES(WS-OWNED-IDX) TO CPH-BYTES
               MOVE WS-M-RECORDS(WS-OWNED-IDX) TO CPH-RECORDS
               MOVE 0 TO CPH-FS-SIZE
               WRITE CAPACITY-HISTORY-RECORD
           END-PERFORM
           IF WS-FS-SIZE > 0
               MOVE SPACES TO CAPACITY-HISTORY-RECORD
               MOVE WS-NOW-TS(1:8) TO CPH-DATE
               MOVE WS-NOW-TS(9:6) TO CPH-TIME
               MOVE "*FILESYSTEM" TO CPH-NAME
               MOVE WS-FS-USED TO CPH-BYTES
               MOVE 0 TO CPH-RECORDS
               MOVE WS-FS-SIZE TO CPH-FS-SIZE
               WRITE CAPACITY-HISTORY-RECORD
           END-IF
           CLOSE CAPACITY-HISTORY.

       LOAD-GROWTH-HISTORY.
      *    The history is in run order, so the first row seen inside
      *    the window is the earliest and the last row the latest.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-WINDOW-DAYS)
           OPEN INPUT CAPACITY-HISTORY
           IF WS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-STATUS = "10"
               READ CAPACITY-HISTORY
                   AT END
                       MOVE "10" TO WS-HIST-STATUS
                   NOT AT END
                       IF CPH-DATE IS NUMERIC
                               AND CPH-BYTES IS NUMERIC
                               AND CPH-RECORDS IS NUMERIC
                           MOVE CPH-DATE TO WS-ROW-DATE
                           IF WS-ROW-DATE >= WS-WINDOW-START
                               PERFORM NOTE-ONE-OBSERVATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAPACITY-HISTORY.

       NOTE-ONE-OBSERVATION.
           PERFORM VARYING WS-GROWTH-IDX FROM 1 BY 1
                   UNTIL WS-GROWTH-IDX > WS-GROWTH-COUNT
               IF WS-G-NAME(WS-GROWTH-IDX) = CPH-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GROWTH-IDX > WS-GROWTH-COUNT
               IF WS-GROWTH-COUNT >= 40
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GROWTH-COUNT
               MOVE WS-GROWTH-COUNT TO WS-GROWTH-IDX
               MOVE CPH-NAME TO WS-G-NAME(WS-GROWTH-IDX)
               MOVE WS-ROW-DATE TO WS-G-FIRST-DATE(WS-GROWTH-IDX)
               MOVE CPH-BYTES TO WS-G-FIRST-BYTES(WS-GROWTH-IDX)
               MOVE CPH-RECORDS TO WS-G-FIRST-RECORDS(WS-GROWTH-IDX)
           END-IF
           MOVE WS-ROW-DATE TO WS-G-LAST-DATE(WS-GROWTH-IDX)
           MOVE CPH-BYTES TO WS-G-LAST-BYTES(WS-GROWTH-IDX)
           MOVE CPH-RECORDS TO WS-G-LAST-RECORDS(WS-GROWTH-IDX).

       FIND-GROWTH-ENTRY.
      *    Locates WS-FACT-NAME in the growth table and works out its
      *    span in days; WS-SPAN-DAYS 0 means too little history.
           MOVE 0 TO WS-SPAN-DAYS WS-BYTES-PER-DAY WS-RECS-PER-DAY
           PERFORM VARYING WS-GROWTH-IDX FROM 1 BY 1
                   UNTIL WS-GROWTH-IDX > WS-GROWTH-COUNT
               IF WS-G-NAME(WS-GROWTH-IDX) = WS-FACT-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GROWTH-IDX > WS-GROWTH-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SPAN-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-G-LAST-DATE(WS-GROWTH-IDX))
             - FUNCTION INTEGER-OF-DATE(WS-G-FIRST-DATE(WS-GROWTH-IDX))
           IF WS-SPAN-DAYS > 0
               COMPUTE WS-BYTES-PER-DAY ROUNDED =
                   (WS-G-LAST-BYTES(WS-GROWTH-IDX)
                  - WS-G-FIRST-BYTES(WS-GROWTH-IDX)) / WS-SPAN-DAYS
               COMPUTE WS-RECS-PER-DAY ROUNDED =
                   (WS-G-LAST-RECORDS(WS-GROWTH-IDX)
                  - WS-G-FIRST-RECORDS(WS-GROWTH-IDX)) / WS-SPAN-DAYS
           END-IF.

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "CAPACITY-FORECAST: cannot open "
                       "data/capacity-report.txt, status="
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "CAPTURE-CHAIN STORAGE GROWTH AND CAPACITY FORECAST"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Run " WS-NOW-TS(1:14) "   averaging window "
                  WS-WINDOW-DAYS " day(s) from " WS-WINDOW-START
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FILE                                        BYTES"
                  "        RECORDS          BYTES/DAY    RECS/DAY"
                  "   DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-OWNED-IDX FROM 1 BY 1
                   UNTIL WS-OWNED-IDX > WS-OWNED-COUNT
               PERFORM REPORT-ONE-FILE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHAIN-BYTES TO WS-ED-BYTES
           MOVE WS-CHAIN-PER-DAY TO WS-ED-GROWTH
           MOVE SPACES TO REPORT-LINE
           STRING "Chain files total " WS-ED-BYTES " bytes, growing "
                  WS-ED-GROWTH " bytes/day"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM PROJECT-FILESYSTEM
           CLOSE REPORT-FILE

           DISPLAY "CAPACITY-FORECAST: "
                   FUNCTION TRIM(WS-FORECAST-STATE) " - "
                   "data/capacity-report.txt".

       REPORT-ONE-FILE.
           MOVE WS-OWNED-NAME(WS-OWNED-IDX) TO WS-FACT-NAME
           PERFORM FIND-GROWTH-ENTRY
           ADD WS-M-BYTES(WS-OWNED-IDX) TO WS-CHAIN-BYTES
           IF WS-SPAN-DAYS > 0
               ADD WS-BYTES-PER-DAY TO WS-CHAIN-PER-DAY
               IF WS-SPAN-DAYS > WS-CHAIN-SPAN
                   MOVE WS-SPAN-DAYS TO WS-CHAIN-SPAN
               END-IF
           END-IF
           MOVE WS-M-BYTES(WS-OWNED-IDX) TO WS-ED-BYTES
           MOVE WS-M-RECORDS(WS-OWNED-IDX) TO WS-ED-RECORDS
           MOVE SPACES TO REPORT-LINE
           IF WS-SPAN-DAYS > 0
               MOVE WS-BYTES-PER-DAY TO WS-ED-GROWTH
               MOVE WS-RECS-PER-DAY TO WS-ED-RGROWTH
               MOVE WS-SPAN-DAYS TO WS-ED-DAYS
               STRING WS-OWNED-NAME(WS-OWNED-IDX) WS-ED-BYTES
                      WS-ED-RECORDS WS-ED-GROWTH WS-ED-RGROWTH
                      WS-ED-DAYS
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-OWNED-NAME(WS-OWNED-IDX) WS-ED-BYTES
                      WS-ED-RECORDS
                      "   (one day of history - no growth yet)"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       PROJECT-FILESYSTEM.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "-- Data filesystem --" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FS-SIZE = 0
               SET FORECAST-UNKNOWN TO TRUE
               MOVE "   filesystem size could not be measured - no "
                   & "projection" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-THRESHOLD-BYTES =
               WS-FS-SIZE * WS-THRESHOLD-PCT / 100
           COMPUTE WS-USED-PCT ROUNDED = WS-FS-USED * 100 / WS-FS-SIZE
           COMPUTE WS-HEADROOM = WS-THRESHOLD-BYTES - WS-FS-USED
           MOVE WS-FS-SIZE TO WS-ED-BYTES
           MOVE WS-USED-PCT TO WS-ED-PCT
           MOVE SPACES TO REPORT-LINE
           STRING "   size " WS-ED-BYTES "   used " WS-ED-PCT "%"
                  "   threshold " WS-THRESHOLD-PCT "%"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "*FILESYSTEM" TO WS-FACT-NAME
           PERFORM FIND-GROWTH-ENTRY
           MOVE WS-SPAN-DAYS TO WS-FS-SPAN
           MOVE WS-BYTES-PER-DAY TO WS-FS-PER-DAY
           MOVE WS-FS-PER-DAY TO WS-ED-GROWTH
           MOVE SPACES TO REPORT-LINE
           IF WS-FS-SPAN > 0
               STRING "   filesystem growing " WS-ED-GROWTH
                      " bytes/day over " WS-FS-SPAN " day(s)"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "   filesystem growth: one day of history - no "
                   & "rate yet" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

      *    The larger of the two rates is the one to plan on.
           MOVE WS-FS-PER-DAY TO WS-PROJ-PER-DAY
           IF WS-CHAIN-PER-DAY > WS-PROJ-PER-DAY
               MOVE WS-CHAIN-PER-DAY TO WS-PROJ-PER-DAY
           END-IF

           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-HEADROOM <= 0
                   SET FORECAST-CRITICAL TO TRUE
                   MOVE 0 TO WS-DAYS-LEFT
                   MOVE "   threshold already reached - 0 days left"
                       TO REPORT-LINE
               WHEN WS-FS-SPAN = 0 AND WS-CHAIN-SPAN = 0
                   MOVE "   no projection until a second day of "
                       & "history is recorded" TO REPORT-LINE
               WHEN WS-PROJ-PER-DAY <= 0
                   MOVE "   not growing over the window - no "
                       & "threshold date" TO REPORT-LINE
               WHEN OTHER
                   COMPUTE WS-DAYS-LEFT =
                       WS-HEADROOM / WS-PROJ-PER-DAY
                   MOVE WS-DAYS-LEFT TO WS-ED-DAYS
                   MOVE WS-PROJ-PER-DAY TO WS-ED-GROWTH
                   STRING "   " WS-ED-DAYS " day(s) left to the "
                          "threshold at " WS-ED-GROWTH " bytes/day"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   EVALUATE TRUE
                       WHEN WS-DAYS-LEFT <= WS-CRIT-DAYS
                           SET FORECAST-CRITICAL TO TRUE
                       WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
                           SET FORECAST-WARNING TO TRUE
                   END-EVALUATE
           END-EVALUATE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "FORECAST: " FUNCTION TRIM(WS-FORECAST-STATE)
                  "   (warning horizon " WS-WARN-DAYS
                  " day(s), critical " WS-CRIT-DAYS " day(s))"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
