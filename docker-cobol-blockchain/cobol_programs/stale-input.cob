       IDENTIFICATION DIVISION.
       PROGRAM-ID. STALE-INPUT.
      *    Stale-input detector. The costliest batch failure is the
      *    silent one: a consumer job reads its input (DISP=SHR/OLD)
      *    before the producer has written tonight's version (DISP=
      *    NEW/MOD) - usually a dropped scheduler dependency - both
      *    end RC=0, and yesterday's numbers go to the ledger. The DD
      *    captures already say who wrote and read what, and when.
      *    This walks every archived data/archive/metadata-*.log and
      *    the live log, and for the night being checked flags each
      *    consumer read of a dataset against the dataset's usual
      *    producer:
      *        EARLY-READ   the consumer's first read came before the
      *                     producer's first write that night
      *        NO-WRITE     the consumer read, but the producer never
      *                     wrote the dataset that night at all
      *        OLD-GEN      a GDG consumer read an older generation
      *                     than the one the producer wrote that night
      *    Producer and consumer follow METADATA-LINEAGE's DISP rule,
      *    and a GDG generation is judged as its base. A night is the
      *    calendar date of the capture, the same same-day window
      *    METADATA-SLA reports on.
      *    The usual producer is the job that wrote the dataset on
      *    the most of the nights in the history window (at least
      *    two). A consumer is only judged against it when the
      *    dependency shows in the history: on at least two nights,
      *    and on at least half the nights the consumer read the
      *    dataset, the producer's write came first. So a weekly
      *    reference file read nightly, or a dataset the consumer
      *    writes itself, raises nothing.
      *        argument 1: night to check, yyyymmdd - default the date
      *                    of the first record in data/metadata.log,
      *                    the night the log holds, else today
      *        argument 2: history window in nights before it (1-30,
      *                    default 30)
      *    Every flagged read goes out through METADATA-ALERT
      *    (operation STALE-INPUT, condition "STAL", the consumer as
      *    the job) and into data/stale-input-report.txt naming the
      *    consumer, the producer and both timestamps. RC=4 when any
      *    read was flagged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METADATA-LOG ASSIGN DYNAMIC WS-SCAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT WORK-LIST ASSIGN TO "data/stalein-worklist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/stale-input-report.txt"
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
       01  WS-NIGHT            PIC X(8).
       01  WS-NIGHT-INT        PIC 9(8).
       01  WS-WINDOW           PIC 9(2) VALUE 30.
       01  WS-REC-INT          PIC 9(8).
       01  WS-OFFSET           PIC S9(8).

      *    One row per dataset / job / role, kept in that order so
      *    each capture is placed by binary search and all the rows
      *    of one dataset sit together. Each row holds the time of
      *    the job's first write (P) or first read (C) of the
      *    dataset on each night - night 1 is tonight, 2 the night
      *    before, and so on back through the window.
       01  WS-PAIR-TAB.
           05  WS-PAIR-ENTRY OCCURS 2000 TIMES.
               10  WS-R-SORT-KEY.
                   15  WS-R-DATASET    PIC X(44).
                   15  WS-R-JOB        PIC X(8).
                   15  WS-R-ROLE       PIC X.
      *            Generation written (highest) or first read
      *            tonight, GDG datasets only.
               10  WS-R-TONIGHT-GEN    PIC X(4).
               10  WS-R-NIGHT-TIME     PIC X(8) OCCURS 31 TIMES.
       01  WS-PAIR-COUNT       PIC 9(4) VALUE 0.
       01  WS-PAIR-IDX         PIC 9(4).
       01  WS-SHIFT-IDX        PIC 9(4).
       01  WS-TAB-FULL         PIC X VALUE "N".
           88  TAB-FULL-WARNED     VALUE "Y".

       01  WS-LOOK-KEY.
           05  WS-LOOK-DATASET PIC X(44).
           05  WS-LOOK-JOB     PIC X(8).
           05  WS-LOOK-ROLE    PIC X.
       01  WS-LOW              PIC 9(4).
       01  WS-HIGH             PIC 9(4).
       01  WS-MID              PIC 9(4).

      *    Judging one consumer row.
       01  WS-CONS-IDX         PIC 9(4).
       01  WS-PROD-IDX         PIC 9(4).
       01  WS-BASE-FIRST       PIC 9(4).
       01  WS-BASE-LAST        PIC 9(4).
       01  WS-BEST-NIGHTS      PIC 9(2).
       01  WS-ROW-NIGHTS       PIC 9(2).
       01  WS-NIGHT-IDX        PIC 9(2).
       01  WS-READ-NIGHTS      PIC 9(2).
       01  WS-FIRST-NIGHTS     PIC 9(2).
       01  WS-VERDICT          PIC X(10).
       01  WS-READ-TS-TEXT     PIC X(17).
       01  WS-WRITE-TS-TEXT    PIC X(17).
       01  WS-GEN-READ         PIC 9(4).
       01  WS-GEN-WRITTEN      PIC 9(4).

       01  WS-P-OPERATION      PIC X(20).
       01  WS-P-TIMESTAMP      PIC X(26).
       01  WS-P-FILE-NAME      PIC X(44).
       01  WS-P-JOB-NAME       PIC X(8).
       01  WS-P-GDG-GEN        PIC X(4).
       01  WS-EDGE-ROLE        PIC X.
       01  WS-NEW-TALLY        PIC 9(4).
       01  WS-GDG-BASE         PIC X(44).
       01  WS-GDG-GEN          PIC X(4).

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(64).

       01  WS-READS-CHECKED    PIC 9(5) VALUE 0.
       01  WS-FLAGGED-COUNT    PIC 9(5) VALUE 0.

      *    Arguments for the alert call - layouts match METADATA-
      *    ALERT's LINKAGE SECTION exactly.
       01  WS-ALERT-JOB        PIC X(8).
       01  WS-ALERT-PROGRAM    PIC X(8) VALUE "STALEINP".
       01  WS-ALERT-OPERATION  PIC X(20) VALUE "STALE-INPUT".
       01  WS-ALERT-COND       PIC X(4) VALUE "STAL".
       01  WS-ALERT-USER       PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           ACCEPT WS-ALERT-USER FROM ENVIRONMENT "USER"
           PERFORM CHOOSE-NIGHT

           MOVE "ls data/archive/metadata-*.log 2>/dev/null | sort "
                & "> data/stalein-worklist.tmp" TO WS-COMMAND
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

           MOVE "rm -f data/stalein-worklist.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           MOVE "data/metadata.log" TO WS-SCAN-FILE
           PERFORM SCAN-ONE-FILE

           PERFORM WRITE-STALE-REPORT
           DISPLAY "STALE-INPUT: night " WS-NIGHT " - "
                   WS-READS-CHECKED " consumer read(s) checked, "
                   WS-FLAGGED-COUNT " flagged - "
                   "data/stale-input-report.txt"
           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHOOSE-NIGHT.
           MOVE SPACES TO WS-NIGHT
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALUE(1:8) TO WS-NIGHT
           END-IF
           IF WS-ARG-COUNT > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF FUNCTION TRIM(WS-ARG-VALUE) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-ARG-VALUE) TO WS-WINDOW
               END-IF
               IF WS-WINDOW < 1 OR WS-WINDOW > 30
                   DISPLAY "STALE-INPUT: history window must be "
                           "1-30 nights, got "
                           FUNCTION TRIM(WS-ARG-VALUE)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-NIGHT = SPACES
               MOVE "data/metadata.log" TO WS-SCAN-FILE
               OPEN INPUT METADATA-LOG
               IF WS-LOG-STATUS = "00"
                   READ METADATA-LOG
                       NOT AT END
                           MOVE '"timestamp":"' TO WS-SEARCH-TAG
                           PERFORM FIND-TAG-VALUE
                           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-NIGHT
                   END-READ
                   CLOSE METADATA-LOG
               END-IF
           END-IF
           IF WS-NIGHT = SPACES
               MOVE WS-NOW-TS(1:8) TO WS-NIGHT
           END-IF
           IF WS-NIGHT IS NOT NUMERIC
               DISPLAY "STALE-INPUT: night must be yyyymmdd, got "
                       WS-NIGHT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NIGHT TO WS-NIGHT-INT
           COMPUTE WS-NIGHT-INT =
               FUNCTION INTEGER-OF-DATE(WS-NIGHT-INT).

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
           IF WS-P-TIMESTAMP(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-P-TIMESTAMP(1:8) TO WS-REC-INT
           COMPUTE WS-OFFSET = WS-NIGHT-INT
               - FUNCTION INTEGER-OF-DATE(WS-REC-INT)
           IF WS-OFFSET < 0 OR WS-OFFSET > WS-WINDOW
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NIGHT-IDX = WS-OFFSET + 1

           MOVE WS-P-FILE-NAME TO WS-LOOK-DATASET
           MOVE WS-P-JOB-NAME  TO WS-LOOK-JOB
           MOVE WS-EDGE-ROLE   TO WS-LOOK-ROLE
           PERFORM FIND-PAIR-ROW
           IF WS-LOW > WS-PAIR-COUNT
                   OR WS-R-SORT-KEY(WS-LOW) NOT = WS-LOOK-KEY
               PERFORM INSERT-PAIR-ROW
               IF WS-LOW = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    Earliest time of the night wins: the first read is the one
      *    that could have picked up yesterday's data, the first
      *    write is when tonight's version began to exist.
           IF WS-R-NIGHT-TIME(WS-LOW, WS-NIGHT-IDX) = SPACES
                   OR WS-P-TIMESTAMP(9:8)
                       < WS-R-NIGHT-TIME(WS-LOW, WS-NIGHT-IDX)
               MOVE WS-P-TIMESTAMP(9:8)
                   TO WS-R-NIGHT-TIME(WS-LOW, WS-NIGHT-IDX)
               IF WS-NIGHT-IDX = 1 AND WS-EDGE-ROLE = "C"
                   MOVE WS-P-GDG-GEN TO WS-R-TONIGHT-GEN(WS-LOW)
               END-IF
           END-IF
           IF WS-NIGHT-IDX = 1 AND WS-EDGE-ROLE = "P"
                   AND WS-P-GDG-GEN > WS-R-TONIGHT-GEN(WS-LOW)
               MOVE WS-P-GDG-GEN TO WS-R-TONIGHT-GEN(WS-LOW)
           END-IF.

       FIND-PAIR-ROW.
      *    Leaves WS-LOW at the first row not below WS-LOOK-KEY.
           MOVE 1 TO WS-LOW
           COMPUTE WS-HIGH = WS-PAIR-COUNT + 1
           PERFORM UNTIL WS-LOW >= WS-HIGH
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               IF WS-R-SORT-KEY(WS-MID) < WS-LOOK-KEY
                   COMPUTE WS-LOW = WS-MID + 1
               ELSE
                   MOVE WS-MID TO WS-HIGH
               END-IF
           END-PERFORM.

       INSERT-PAIR-ROW.
           IF WS-PAIR-COUNT >= 2000
               IF NOT TAB-FULL-WARNED
                   DISPLAY "STALE-INPUT: more than 2000 dataset/job "
                           "pairs in the window - the rest are not "
                           "checked"
                   MOVE "Y" TO WS-TAB-FULL
               END-IF
               MOVE 0 TO WS-LOW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SHIFT-IDX FROM WS-PAIR-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-LOW
               MOVE WS-PAIR-ENTRY(WS-SHIFT-IDX)
                   TO WS-PAIR-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-PAIR-COUNT
           MOVE SPACES TO WS-PAIR-ENTRY(WS-LOW)
           MOVE WS-LOOK-KEY TO WS-R-SORT-KEY(WS-LOW).

       CLASSIFY-OPERATION.
      *    METADATA-LINEAGE's rule: a DISP containing NEW, or MOD,
      *    wrote the dataset; SHR or OLD (bare or parenthesized) read
      *    it. Anything else is a service record.
           MOVE SPACES TO WS-EDGE-ROLE
           MOVE 0 TO WS-NEW-TALLY
           INSPECT WS-P-OPERATION TALLYING WS-NEW-TALLY
               FOR ALL "NEW"
           IF WS-NEW-TALLY > 0 OR WS-P-OPERATION(1:4) = "MOD "
                   OR WS-P-OPERATION(1:4) = "(MOD"
               MOVE "P" TO WS-EDGE-ROLE
           ELSE
               IF WS-P-OPERATION(1:4) = "SHR " OR
                       WS-P-OPERATION(1:4) = "OLD " OR
                       WS-P-OPERATION(1:4) = "(SHR" OR
                       WS-P-OPERATION(1:4) = "(OLD"
                   MOVE "C" TO WS-EDGE-ROLE
               END-IF
           END-IF.

       WRITE-STALE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "STALE-INPUT: cannot open "
                       "data/stale-input-report.txt, status="
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "STALE-INPUT REPORT   night " WS-NIGHT
                  "   history " WS-WINDOW " night(s)   run "
                  WS-NOW-TS(1:8) "-" WS-NOW-TS(9:6)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "VERDICT    CONSUMER PRODUCER CONSUMER READ      "
               & "PRODUCER WRITE     DATASET" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-CONS-IDX FROM 1 BY 1
                   UNTIL WS-CONS-IDX > WS-PAIR-COUNT
               IF WS-R-ROLE(WS-CONS-IDX) = "C"
                       AND WS-R-NIGHT-TIME(WS-CONS-IDX, 1)
                           NOT = SPACES
                   PERFORM JUDGE-CONSUMER-READ
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Consumer reads checked: " WS-READS-CHECKED
                  "   flagged: " WS-FLAGGED-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF TAB-FULL-WARNED
               MOVE "More than 2000 dataset/job pairs - the report "
                   & "is incomplete" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

       JUDGE-CONSUMER-READ.
           PERFORM FIND-USUAL-PRODUCER
           IF WS-PROD-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-R-JOB(WS-PROD-IDX) = WS-R-JOB(WS-CONS-IDX)
               EXIT PARAGRAPH
           END-IF

      *    Is the producer-before-consumer order the rule for this
      *    pair? Count the consumer's read nights in the history and
      *    those on which the producer's write came first.
           MOVE 0 TO WS-READ-NIGHTS WS-FIRST-NIGHTS
           PERFORM VARYING WS-NIGHT-IDX FROM 2 BY 1
                   UNTIL WS-NIGHT-IDX > WS-WINDOW + 1
               IF WS-R-NIGHT-TIME(WS-CONS-IDX, WS-NIGHT-IDX)
                       NOT = SPACES
                   ADD 1 TO WS-READ-NIGHTS
                   IF WS-R-NIGHT-TIME(WS-PROD-IDX, WS-NIGHT-IDX)
                           NOT = SPACES
                       AND WS-R-NIGHT-TIME(WS-PROD-IDX, WS-NIGHT-IDX)
                         <= WS-R-NIGHT-TIME(WS-CONS-IDX, WS-NIGHT-IDX)
                       ADD 1 TO WS-FIRST-NIGHTS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FIRST-NIGHTS < 2
                   OR WS-FIRST-NIGHTS * 2 < WS-READ-NIGHTS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-READS-CHECKED
           MOVE SPACES TO WS-VERDICT
           EVALUATE TRUE
               WHEN WS-R-NIGHT-TIME(WS-PROD-IDX, 1) = SPACES
                   MOVE "NO-WRITE" TO WS-VERDICT
               WHEN WS-R-NIGHT-TIME(WS-PROD-IDX, 1)
                       > WS-R-NIGHT-TIME(WS-CONS-IDX, 1)
                   MOVE "EARLY-READ" TO WS-VERDICT
               WHEN WS-R-TONIGHT-GEN(WS-CONS-IDX) IS NUMERIC
                       AND WS-R-TONIGHT-GEN(WS-PROD-IDX) IS NUMERIC
                   MOVE WS-R-TONIGHT-GEN(WS-CONS-IDX) TO WS-GEN-READ
                   MOVE WS-R-TONIGHT-GEN(WS-PROD-IDX)
                       TO WS-GEN-WRITTEN
      *            A read generation far above the written one is the
      *            9999-to-0001 wrap, not an old generation.
                   IF WS-GEN-READ < WS-GEN-WRITTEN
                           AND WS-GEN-WRITTEN - WS-GEN-READ < 5000
                       MOVE "OLD-GEN" TO WS-VERDICT
                   END-IF
           END-EVALUATE
           IF WS-VERDICT = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FLAGGED-COUNT
           MOVE SPACES TO WS-READ-TS-TEXT WS-WRITE-TS-TEXT
           STRING WS-NIGHT " "
                  WS-R-NIGHT-TIME(WS-CONS-IDX, 1)(1:2) ":"
                  WS-R-NIGHT-TIME(WS-CONS-IDX, 1)(3:2) ":"
                  WS-R-NIGHT-TIME(WS-CONS-IDX, 1)(5:2)
                  DELIMITED BY SIZE INTO WS-READ-TS-TEXT
           IF WS-R-NIGHT-TIME(WS-PROD-IDX, 1) = SPACES
               MOVE "(none)" TO WS-WRITE-TS-TEXT
           ELSE
               STRING WS-NIGHT " "
                      WS-R-NIGHT-TIME(WS-PROD-IDX, 1)(1:2) ":"
                      WS-R-NIGHT-TIME(WS-PROD-IDX, 1)(3:2) ":"
                      WS-R-NIGHT-TIME(WS-PROD-IDX, 1)(5:2)
                      DELIMITED BY SIZE INTO WS-WRITE-TS-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-VERDICT " " WS-R-JOB(WS-CONS-IDX) " "
                  WS-R-JOB(WS-PROD-IDX) " " WS-READ-TS-TEXT "  "
                  WS-WRITE-TS-TEXT "  "
                  FUNCTION TRIM(WS-R-DATASET(WS-CONS-IDX))
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-VERDICT = "OLD-GEN"
               MOVE SPACES TO REPORT-LINE
               STRING "           read generation G"
                      WS-R-TONIGHT-GEN(WS-CONS-IDX)
                      ", tonight's is G"
                      WS-R-TONIGHT-GEN(WS-PROD-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-R-JOB(WS-CONS-IDX) TO WS-ALERT-JOB
           CALL "METADATA-ALERT" USING WS-ALERT-JOB
               WS-ALERT-PROGRAM WS-ALERT-OPERATION
               WS-ALERT-COND WS-ALERT-USER
           END-CALL.

       FIND-USUAL-PRODUCER.
      *    All rows of the dataset sit together; the producer row
      *    with the most write nights in the history wins, the
      *    earlier row on a tie. Fewer than two nights is no habit.
           MOVE 0 TO WS-PROD-IDX WS-BEST-NIGHTS
           MOVE WS-CONS-IDX TO WS-BASE-FIRST
           PERFORM UNTIL WS-BASE-FIRST = 1
               IF WS-R-DATASET(WS-BASE-FIRST - 1)
                       NOT = WS-R-DATASET(WS-CONS-IDX)
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-BASE-FIRST
           END-PERFORM
           MOVE WS-CONS-IDX TO WS-BASE-LAST
           PERFORM UNTIL WS-BASE-LAST = WS-PAIR-COUNT
               IF WS-R-DATASET(WS-BASE-LAST + 1)
                       NOT = WS-R-DATASET(WS-CONS-IDX)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-BASE-LAST
           END-PERFORM

           PERFORM VARYING WS-PAIR-IDX FROM WS-BASE-FIRST BY 1
                   UNTIL WS-PAIR-IDX > WS-BASE-LAST
               IF WS-R-ROLE(WS-PAIR-IDX) = "P"
                   MOVE 0 TO WS-ROW-NIGHTS
                   PERFORM VARYING WS-NIGHT-IDX FROM 2 BY 1
                           UNTIL WS-NIGHT-IDX > WS-WINDOW + 1
                       IF WS-R-NIGHT-TIME(WS-PAIR-IDX, WS-NIGHT-IDX)
                               NOT = SPACES
                           ADD 1 TO WS-ROW-NIGHTS
                       END-IF
                   END-PERFORM
                   IF WS-ROW-NIGHTS > WS-BEST-NIGHTS
                       MOVE WS-ROW-NIGHTS TO WS-BEST-NIGHTS
                       MOVE WS-PAIR-IDX TO WS-PROD-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-NIGHTS < 2
               MOVE 0 TO WS-PROD-IDX
           END-IF.

       PARSE-LOG-RECORD.
           MOVE SPACES TO WS-P-OPERATION WS-P-TIMESTAMP
                          WS-P-FILE-NAME WS-P-JOB-NAME WS-P-GDG-GEN

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
           MOVE WS-EXTRACTED-VALUE(1:44) TO WS-P-FILE-NAME

      *    Keyed on the GDG base: the capture records it; records
      *    from before it did get it worked out the same way.
           MOVE '"gdg_base":"'    TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           IF WS-EXTRACTED-VALUE NOT = SPACES
               MOVE WS-EXTRACTED-VALUE(1:44) TO WS-P-FILE-NAME
               MOVE '"gdg_gen":"'     TO WS-SEARCH-TAG
               PERFORM FIND-TAG-VALUE
               MOVE WS-EXTRACTED-VALUE(1:4) TO WS-P-GDG-GEN
           ELSE
               CALL "GDG-CHECK" USING WS-P-FILE-NAME WS-GDG-BASE
                   WS-GDG-GEN
               MOVE WS-GDG-BASE TO WS-P-FILE-NAME
               MOVE WS-GDG-GEN TO WS-P-GDG-GEN
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
