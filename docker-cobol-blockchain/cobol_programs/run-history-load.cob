       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-HISTORY-LOAD.
      *    Builds and refreshes the job run-history store at
      *    data/run-history.ksds - one record per job run, keyed by
      *    job name plus run start - so "what happened in last
      *    night's PAYROLL" is one keyed read instead of stitching
      *    JOB-START/JOB-END out of metadata.log, steps out of
      *    step-times.dat, DD lines out of JCLLOG and incidents out
      *    of incidents.dat by timestamp.
      *    A run opens at the job's JOB-START capture (JOB-BOUNDARY)
      *    and closes at its JOB-END, which supplies the final
      *    condition code. Every capture for the job in between
      *    belongs to the run: DD captures (METADATA-LINEAGE's DISP
      *    rule) are counted and their "R=...,B=..." aux volumes
      *    summed, ABEND/FAILURE captures - the same events that open
      *    a row in incidents.dat - are counted as incidents, and the
      *    first and last record keys bracket the run on the chain.
      *    A job that captures without a JOB-START gets a run opened
      *    at its first capture instead, and a later calendar day
      *    starts its next one; a JOB-START arriving while a run is
      *    still open closes the old one as NO-END.
      *    Step count and summed step seconds come from step-times
      *    .dat - the job's step lines whose end falls inside the
      *    run - and are recounted for every run the load touched.
      *    Incremental exactly like METADATA-VSAM-LOAD: data/run-
      *    history-checkpoint.dat keeps the live-log line count and
      *    first record id, a rotation is followed into the archived
      *    file through data/archive/catalog.dat (DATASET-MASTER-
      *    LOAD's technique), and a first argument of FULL drops the
      *    store and replays every archive and the live log.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METADATA-LOG ASSIGN DYNAMIC WS-SCAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT RUN-HISTORY ASSIGN TO "data/run-history.ksds"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUN-STATUS.

           SELECT LOAD-CHECKPOINT
               ASSIGN TO "data/run-history-checkpoint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT STEP-TIMES ASSIGN TO "data/step-times.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMES-STATUS.

           SELECT ARCHIVE-CATALOG
               ASSIGN TO "data/archive/catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT WORK-LIST ASSIGN TO "data/runload-worklist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  METADATA-LOG.
       01  LOG-RECORD          PIC X(512).

       FD  RUN-HISTORY.
           COPY "run-history.cpy".

       FD  LOAD-CHECKPOINT.
       01  LOAD-CHECKPOINT-RECORD  PIC X(30).

      *    Layout shared with JCL-METADATA-INTERCEPTOR's STEP-TIMES
      *    FD.
       FD  STEP-TIMES.
       01  STEP-TIMES-RECORD.
           05  STR-JOB-NAME    PIC X(8).
           05  STR-STEP-NAME   PIC X(8).
           05  STR-PROGRAM     PIC X(8).
           05  STR-START-TS    PIC X(26).
           05  STR-END-TS      PIC X(26).
           05  STR-ELAPSED-SEC PIC 9(6).

      *    Layout shared with METADATA-ARCHIVE's catalog writer.
       FD  ARCHIVE-CATALOG.
       01  ARCHIVE-CATALOG-RECORD.
           05  CAT-ARCHIVE-NAME    PIC X(60).
           05  CAT-FIRST-KEY       PIC X(20).
           05  CAT-FIRST-TS        PIC X(26).
           05  CAT-LAST-KEY        PIC X(20).
           05  CAT-LAST-TS         PIC X(26).
           05  CAT-RECORD-COUNT    PIC 9(7).
           05  CAT-FINAL-HASH      PIC X(64).

       FD  WORK-LIST.
       01  WORK-LIST-RECORD    PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-RUN-STATUS       PIC XX.
       01  WS-CKPT-STATUS      PIC XX.
       01  WS-TIMES-STATUS     PIC XX.
       01  WS-CATALOG-STATUS   PIC XX.
       01  WS-LIST-STATUS      PIC XX.
       01  WS-SCAN-FILE        PIC X(60).
       01  WS-COMMAND          PIC X(200).
       01  WS-RETURN-CODE      PIC S9(9) COMP.

       01  WS-ARG-COUNT        PIC 9(4) VALUE 0.
       01  WS-RUN-MODE         PIC X(8) VALUE SPACES.
       01  WS-LOAD-MODE        PIC X.
           88  FULL-REBUILD        VALUE "F".
           88  INCREMENTAL-LOAD    VALUE "I".
           88  ROTATION-CATCH-UP   VALUE "R".

       01  WS-CKPT-LINE-COUNT  PIC 9(9) VALUE 0.
       01  WS-CKPT-FIRST-KEY   PIC X(20) VALUE SPACES.
       01  WS-LOG-FIRST-KEY    PIC X(20) VALUE SPACES.
       01  WS-RESUME-ARCHIVE   PIC X(60) VALUE SPACES.
       01  WS-RESUME-REACHED   PIC X VALUE "N".
       01  WS-SKIP-LINES       PIC 9(9) VALUE 0.
       01  WS-LINE-NUM         PIC 9(9) VALUE 0.

      *    Each job's latest run, so a capture can be put in the
      *    right run without a browse per log line. Seeded from the
      *    store at start.
       01  WS-CUR-TAB.
           05  WS-CUR-ENTRY OCCURS 500 TIMES.
               10  WS-C-JOB        PIC X(8).
               10  WS-C-START-TS   PIC X(26).
               10  WS-C-STATE      PIC X(8).
               10  WS-C-HAD-START  PIC X.
               10  WS-C-LAST-DATE  PIC X(8).
       01  WS-CUR-COUNT        PIC 9(4) VALUE 0.
       01  WS-CUR-IDX          PIC 9(4).
       01  WS-CUR-FOUND        PIC 9(4).
       01  WS-CUR-TAB-FULL     PIC X VALUE "N".
           88  CUR-TAB-FULL-WARNED VALUE "Y".

      *    Runs written or changed by this load - the ones whose
      *    step figures are recounted at the end.
       01  WS-TOUCH-TAB.
           05  WS-TOUCH-ENTRY OCCURS 2000 TIMES.
               10  WS-T-JOB        PIC X(8).
               10  WS-T-START-TS   PIC X(26).
               10  WS-T-UPPER-TS   PIC X(26).
               10  WS-T-STEPS      PIC 9(4).
               10  WS-T-STEP-SECS  PIC 9(7).
       01  WS-TOUCH-COUNT      PIC 9(4) VALUE 0.
       01  WS-TOUCH-IDX        PIC 9(4).
       01  WS-TOUCH-FOUND      PIC 9(4).
       01  WS-TOUCH-TAB-FULL   PIC X VALUE "N".
           88  TOUCH-TAB-FULL-WARNED VALUE "Y".

       01  WS-P-RECORD-KEY     PIC X(20).
       01  WS-P-OPERATION      PIC X(20).
       01  WS-P-FILE-NAME      PIC X(44).
       01  WS-P-USER           PIC X(10).
       01  WS-P-JOB-NAME       PIC X(8).
       01  WS-P-COND-CODE      PIC X(4).
       01  WS-P-TIMESTAMP      PIC X(26).
       01  WS-P-AUX            PIC X(80).
       01  WS-P-REC-COUNT      PIC 9(9).
       01  WS-P-BYTE-COUNT     PIC 9(12).
       01  WS-EDGE-ROLE        PIC X.
       01  WS-NEW-TALLY        PIC 9(4).
       01  WS-NEED-NEW-RUN     PIC X.

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(80).

      *    Elapsed arithmetic, the interceptor's calendar-plus-clock
      *    split.
       01  WS-FROM-TS          PIC X(26).
       01  WS-TO-TS            PIC X(26).
       01  WS-DAYS-FROM        PIC 9(8).
       01  WS-DAYS-TO          PIC 9(8).
       01  WS-SECS-FROM        PIC 9(6).
       01  WS-SECS-TO          PIC 9(6).
       01  WS-ELAPSED-WORK     PIC S9(10).

       01  WS-FILES-READ       PIC 9(4) VALUE 0.
       01  WS-RECORDS-APPLIED  PIC 9(9) VALUE 0.
       01  WS-RUNS-OPENED      PIC 9(7) VALUE 0.
       01  WS-BROWSE-DONE      PIC X.
           88  BROWSE-DONE         VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
           END-IF

           PERFORM READ-LOAD-CHECKPOINT
           PERFORM PEEK-LOG-FIRST-KEY
           PERFORM DECIDE-LOAD-MODE
           PERFORM OPEN-RUN-STORE

           EVALUATE TRUE
               WHEN FULL-REBUILD
                   PERFORM WALK-ARCHIVES
                   MOVE 0 TO WS-SKIP-LINES
               WHEN ROTATION-CATCH-UP
                   PERFORM LOAD-CURRENT-RUNS
                   PERFORM WALK-ARCHIVES
                   MOVE 0 TO WS-SKIP-LINES
               WHEN OTHER
                   PERFORM LOAD-CURRENT-RUNS
                   MOVE WS-CKPT-LINE-COUNT TO WS-SKIP-LINES
           END-EVALUATE

           MOVE "data/metadata.log" TO WS-SCAN-FILE
           PERFORM APPLY-ONE-FILE

           PERFORM COUNT-RUN-STEPS
           PERFORM REWRITE-STEP-FIGURES

           CLOSE RUN-HISTORY
           PERFORM WRITE-LOAD-CHECKPOINT
           DISPLAY "RUN-HISTORY-LOAD: " WS-RECORDS-APPLIED
                   " record(s) applied from " WS-FILES-READ
                   " file(s), " WS-RUNS-OPENED " run(s) opened, "
                   WS-TOUCH-COUNT " run(s) updated"
           STOP RUN.

       READ-LOAD-CHECKPOINT.
           MOVE 0 TO WS-CKPT-LINE-COUNT
           MOVE SPACES TO WS-CKPT-FIRST-KEY
           OPEN INPUT LOAD-CHECKPOINT
           IF WS-CKPT-STATUS = "00"
               READ LOAD-CHECKPOINT
               IF WS-CKPT-STATUS = "00" AND
                       LOAD-CHECKPOINT-RECORD(1:9) IS NUMERIC
                   MOVE LOAD-CHECKPOINT-RECORD(1:9)
                       TO WS-CKPT-LINE-COUNT
                   READ LOAD-CHECKPOINT
                   IF WS-CKPT-STATUS = "00"
                       MOVE LOAD-CHECKPOINT-RECORD(1:20)
                           TO WS-CKPT-FIRST-KEY
                   END-IF
               END-IF
               CLOSE LOAD-CHECKPOINT
           END-IF.

       PEEK-LOG-FIRST-KEY.
           MOVE SPACES TO WS-LOG-FIRST-KEY
           MOVE "data/metadata.log" TO WS-SCAN-FILE
           OPEN INPUT METADATA-LOG
           IF WS-LOG-STATUS = "00"
               READ METADATA-LOG
               IF WS-LOG-STATUS = "00"
                   MOVE '"record_id":"' TO WS-SEARCH-TAG
                   PERFORM FIND-TAG-VALUE
                   MOVE WS-EXTRACTED-VALUE(1:20) TO WS-LOG-FIRST-KEY
               END-IF
               CLOSE METADATA-LOG
           END-IF.

       DECIDE-LOAD-MODE.
           MOVE "I" TO WS-LOAD-MODE
           EVALUATE TRUE
               WHEN WS-RUN-MODE = "FULL"
                   MOVE "F" TO WS-LOAD-MODE
               WHEN WS-CKPT-LINE-COUNT = 0
                   MOVE "F" TO WS-LOAD-MODE
               WHEN WS-LOG-FIRST-KEY NOT = WS-CKPT-FIRST-KEY
                   PERFORM FIND-RESUME-ARCHIVE
                   IF WS-RESUME-ARCHIVE = SPACES
                       DISPLAY "RUN-HISTORY-LOAD: metadata.log was "
                               "rotated and no catalog row starts "
                               "at " FUNCTION TRIM(WS-CKPT-FIRST-KEY)
                               " - full rebuild"
                       MOVE "F" TO WS-LOAD-MODE
                   ELSE
                       DISPLAY "RUN-HISTORY-LOAD: metadata.log was "
                               "rotated - finishing "
                               FUNCTION TRIM(WS-RESUME-ARCHIVE)
                               " from line " WS-CKPT-LINE-COUNT
                       MOVE "R" TO WS-LOAD-MODE
                   END-IF
           END-EVALUATE.

       FIND-RESUME-ARCHIVE.
           MOVE SPACES TO WS-RESUME-ARCHIVE
           OPEN INPUT ARCHIVE-CATALOG
           IF WS-CATALOG-STATUS NOT = "35"
               PERFORM UNTIL WS-CATALOG-STATUS = "10"
                   READ ARCHIVE-CATALOG
                       AT END
                           MOVE "10" TO WS-CATALOG-STATUS
                       NOT AT END
                           IF CAT-FIRST-KEY = WS-CKPT-FIRST-KEY
                                   AND CAT-ARCHIVE-NAME NOT = SPACES
                               MOVE CAT-ARCHIVE-NAME
                                   TO WS-RESUME-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG
           END-IF.

       OPEN-RUN-STORE.
           IF FULL-REBUILD
               OPEN OUTPUT RUN-HISTORY
               CLOSE RUN-HISTORY
           END-IF
           OPEN I-O RUN-HISTORY
           IF WS-RUN-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY
               CLOSE RUN-HISTORY
               OPEN I-O RUN-HISTORY
               MOVE "F" TO WS-LOAD-MODE
           END-IF
           IF WS-RUN-STATUS NOT = "00"
               DISPLAY "RUN-HISTORY-LOAD: cannot open "
                       "data/run-history.ksds, status=" WS-RUN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CURRENT-RUNS.
      *    Primary-key order is job then start, so the last record
      *    read for a job is its latest run.
           MOVE LOW-VALUES TO RUN-KEY
           START RUN-HISTORY KEY NOT < RUN-KEY
           IF WS-RUN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BROWSE-DONE
           PERFORM UNTIL BROWSE-DONE
               READ RUN-HISTORY NEXT
               IF WS-RUN-STATUS NOT = "00"
                   MOVE "Y" TO WS-BROWSE-DONE
               ELSE
                   MOVE RUN-JOB-NAME TO WS-P-JOB-NAME
                   PERFORM FIND-CURRENT-RUN
                   IF WS-CUR-FOUND = 0
                       PERFORM ADD-CURRENT-RUN
                   END-IF
                   IF WS-CUR-FOUND > 0
                       PERFORM NOTE-CURRENT-RUN
                   END-IF
               END-IF
           END-PERFORM.

       FIND-CURRENT-RUN.
           MOVE 0 TO WS-CUR-FOUND
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
               IF WS-C-JOB(WS-CUR-IDX) = WS-P-JOB-NAME
                   MOVE WS-CUR-IDX TO WS-CUR-FOUND
                   MOVE WS-CUR-COUNT TO WS-CUR-IDX
               END-IF
           END-PERFORM.

       ADD-CURRENT-RUN.
           IF WS-CUR-COUNT < 500
               ADD 1 TO WS-CUR-COUNT
               MOVE WS-CUR-COUNT TO WS-CUR-FOUND
               MOVE WS-P-JOB-NAME TO WS-C-JOB(WS-CUR-FOUND)
           ELSE
               IF NOT CUR-TAB-FULL-WARNED
                   DISPLAY "RUN-HISTORY-LOAD: more than 500 distinct "
                           "jobs - runs of the rest are not recorded"
                   MOVE "Y" TO WS-CUR-TAB-FULL
               END-IF
           END-IF.

       NOTE-CURRENT-RUN.
      *    Copies the run in the record area into the job's slot.
           MOVE RUN-START-TS  TO WS-C-START-TS(WS-CUR-FOUND)
           MOVE RUN-STATE     TO WS-C-STATE(WS-CUR-FOUND)
           MOVE RUN-HAD-START TO WS-C-HAD-START(WS-CUR-FOUND)
           MOVE RUN-LAST-TS(1:8) TO WS-C-LAST-DATE(WS-CUR-FOUND).

       WALK-ARCHIVES.
           MOVE "N" TO WS-RESUME-REACHED
           MOVE "ls data/archive/metadata-*.log 2>/dev/null | sort "
                & "> data/runload-worklist.tmp" TO WS-COMMAND
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
                               PERFORM CONSIDER-ONE-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-LIST
           END-IF

           MOVE "rm -f data/runload-worklist.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE.

       CONSIDER-ONE-ARCHIVE.
           IF FULL-REBUILD
               MOVE 0 TO WS-SKIP-LINES
               PERFORM APPLY-ONE-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-RESUME-REACHED = "Y"
               MOVE 0 TO WS-SKIP-LINES
               PERFORM APPLY-ONE-FILE
           ELSE
               IF WS-SCAN-FILE = WS-RESUME-ARCHIVE
                   MOVE "Y" TO WS-RESUME-REACHED
                   MOVE WS-CKPT-LINE-COUNT TO WS-SKIP-LINES
                   PERFORM APPLY-ONE-FILE
               END-IF
           END-IF.

       APPLY-ONE-FILE.
           MOVE 0 TO WS-LINE-NUM
           OPEN INPUT METADATA-LOG
           IF WS-LOG-STATUS = "35"
               DISPLAY "RUN-HISTORY-LOAD: "
                       FUNCTION TRIM(WS-SCAN-FILE) " not found - "
                       "skipped"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-READ
           PERFORM UNTIL WS-LOG-STATUS = "10"
               READ METADATA-LOG
                   AT END
                       MOVE "10" TO WS-LOG-STATUS
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       IF WS-LINE-NUM > WS-SKIP-LINES
                           PERFORM APPLY-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE METADATA-LOG.

       APPLY-ONE-RECORD.
           PERFORM PARSE-LOG-RECORD
           IF WS-P-JOB-NAME = SPACES OR WS-P-TIMESTAMP = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CURRENT-RUN
           IF WS-CUR-FOUND = 0
               PERFORM ADD-CURRENT-RUN
               IF WS-CUR-FOUND = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-C-STATE(WS-CUR-FOUND)
           END-IF

      *    Decide whether this capture opens a new run.
           MOVE "N" TO WS-NEED-NEW-RUN
           EVALUATE TRUE
               WHEN WS-P-OPERATION = "JOB-START"
                   MOVE "Y" TO WS-NEED-NEW-RUN
               WHEN WS-C-STATE(WS-CUR-FOUND) NOT = "RUNNING"
                   MOVE "Y" TO WS-NEED-NEW-RUN
               WHEN WS-C-HAD-START(WS-CUR-FOUND) = "N" AND
                       WS-P-TIMESTAMP(1:8) >
                           WS-C-LAST-DATE(WS-CUR-FOUND)
                   MOVE "Y" TO WS-NEED-NEW-RUN
           END-EVALUATE

           IF WS-NEED-NEW-RUN = "Y"
               IF WS-C-STATE(WS-CUR-FOUND) = "RUNNING"
                   PERFORM CLOSE-AS-NO-END
               END-IF
               PERFORM OPEN-NEW-RUN
           ELSE
               MOVE WS-P-JOB-NAME TO RUN-JOB-NAME
               MOVE WS-C-START-TS(WS-CUR-FOUND) TO RUN-START-TS
               READ RUN-HISTORY
               IF WS-RUN-STATUS NOT = "00"
                   DISPLAY "RUN-HISTORY-LOAD: run "
                           FUNCTION TRIM(WS-P-JOB-NAME) " "
                           WS-C-START-TS(WS-CUR-FOUND)(1:14)
                           " missing from the store, status="
                           WS-RUN-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM ACCUMULATE-INTO-RUN

           IF WS-NEED-NEW-RUN = "Y"
               WRITE RUN-HISTORY-RECORD
               IF WS-RUN-STATUS = "22"
      *            Same job started twice in the same instant - or a
      *            re-applied stretch of log; the later image wins.
                   REWRITE RUN-HISTORY-RECORD
               END-IF
           ELSE
               REWRITE RUN-HISTORY-RECORD
           END-IF
           IF WS-RUN-STATUS NOT = "00"
               DISPLAY "RUN-HISTORY-LOAD: update of run "
                       FUNCTION TRIM(RUN-JOB-NAME) " "
                       RUN-START-TS(1:14) " failed, status="
                       WS-RUN-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDS-APPLIED
           PERFORM NOTE-CURRENT-RUN
           PERFORM NOTE-RUN-TOUCHED.

       CLOSE-AS-NO-END.
           MOVE WS-P-JOB-NAME TO RUN-JOB-NAME
           MOVE WS-C-START-TS(WS-CUR-FOUND) TO RUN-START-TS
           READ RUN-HISTORY
           IF WS-RUN-STATUS = "00"
               MOVE "NO-END" TO RUN-STATE
               REWRITE RUN-HISTORY-RECORD
               PERFORM NOTE-RUN-TOUCHED
           END-IF.

       OPEN-NEW-RUN.
           MOVE SPACES TO RUN-HISTORY-RECORD
           MOVE WS-P-JOB-NAME  TO RUN-JOB-NAME
           MOVE WS-P-TIMESTAMP TO RUN-START-TS
           MOVE "RUNNING"      TO RUN-STATE
           IF WS-P-OPERATION = "JOB-START"
               MOVE "Y" TO RUN-HAD-START
           ELSE
               MOVE "N" TO RUN-HAD-START
           END-IF
           MOVE WS-P-USER       TO RUN-USER
           MOVE WS-P-RECORD-KEY TO RUN-FIRST-KEY
           MOVE 0 TO RUN-STEP-COUNT RUN-STEP-SECONDS RUN-ELAPSED-SEC
                     RUN-DD-COUNT RUN-TOTAL-RECORDS RUN-TOTAL-BYTES
                     RUN-INCIDENT-COUNT
           ADD 1 TO WS-RUNS-OPENED.

       ACCUMULATE-INTO-RUN.
           MOVE WS-P-RECORD-KEY TO RUN-LAST-KEY
           MOVE WS-P-TIMESTAMP  TO RUN-LAST-TS
           IF RUN-USER = SPACES
               MOVE WS-P-USER TO RUN-USER
           END-IF

           PERFORM CLASSIFY-OPERATION
           IF WS-EDGE-ROLE NOT = SPACES
               ADD 1 TO RUN-DD-COUNT
      *        Positional, as VOLUME-REPORT reads it: "R=" nine
      *        digits, ",B=" twelve.
               IF WS-P-AUX(1:2) = "R=" AND WS-P-AUX(3:9) IS NUMERIC
                   MOVE WS-P-AUX(3:9) TO WS-P-REC-COUNT
                   ADD WS-P-REC-COUNT TO RUN-TOTAL-RECORDS
                   IF WS-P-AUX(12:3) = ",B=" AND
                           WS-P-AUX(15:12) IS NUMERIC
                       MOVE WS-P-AUX(15:12) TO WS-P-BYTE-COUNT
                       ADD WS-P-BYTE-COUNT TO RUN-TOTAL-BYTES
                   END-IF
               END-IF
           END-IF

           IF WS-P-OPERATION = "ABEND" OR WS-P-OPERATION = "FAILURE"
               ADD 1 TO RUN-INCIDENT-COUNT
           END-IF

           IF WS-P-OPERATION = "JOB-END"
               MOVE WS-P-TIMESTAMP TO RUN-END-TS
               MOVE WS-P-COND-CODE TO RUN-COND-CODE
               MOVE "ENDED" TO RUN-STATE
           END-IF

           MOVE RUN-START-TS TO WS-FROM-TS
           MOVE RUN-LAST-TS  TO WS-TO-TS
           PERFORM COMPUTE-ELAPSED
           MOVE WS-ELAPSED-WORK TO RUN-ELAPSED-SEC.

       NOTE-RUN-TOUCHED.
           MOVE 0 TO WS-TOUCH-FOUND
           PERFORM VARYING WS-TOUCH-IDX FROM 1 BY 1
                   UNTIL WS-TOUCH-IDX > WS-TOUCH-COUNT
               IF WS-T-JOB(WS-TOUCH-IDX) = RUN-JOB-NAME AND
                       WS-T-START-TS(WS-TOUCH-IDX) = RUN-START-TS
                   MOVE WS-TOUCH-IDX TO WS-TOUCH-FOUND
                   MOVE WS-TOUCH-COUNT TO WS-TOUCH-IDX
               END-IF
           END-PERFORM
           IF WS-TOUCH-FOUND = 0
               IF WS-TOUCH-COUNT < 2000
                   ADD 1 TO WS-TOUCH-COUNT
                   MOVE WS-TOUCH-COUNT TO WS-TOUCH-FOUND
                   MOVE RUN-JOB-NAME TO WS-T-JOB(WS-TOUCH-FOUND)
                   MOVE RUN-START-TS TO WS-T-START-TS(WS-TOUCH-FOUND)
               ELSE
                   IF NOT TOUCH-TAB-FULL-WARNED
                       DISPLAY "RUN-HISTORY-LOAD: more than 2000 "
                               "runs touched - step figures of the "
                               "rest are left as they were"
                       MOVE "Y" TO WS-TOUCH-TAB-FULL
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    A run still RUNNING owns every later step line of its job;
      *    a closed one only the lines up to its last capture.
           IF RUN-IS-RUNNING
               MOVE HIGH-VALUES TO WS-T-UPPER-TS(WS-TOUCH-FOUND)
           ELSE
               MOVE RUN-LAST-TS TO WS-T-UPPER-TS(WS-TOUCH-FOUND)
           END-IF.

       COUNT-RUN-STEPS.
      *    One pass over step-times.dat for every touched run.
           PERFORM VARYING WS-TOUCH-IDX FROM 1 BY 1
                   UNTIL WS-TOUCH-IDX > WS-TOUCH-COUNT
               MOVE 0 TO WS-T-STEPS(WS-TOUCH-IDX)
               MOVE 0 TO WS-T-STEP-SECS(WS-TOUCH-IDX)
           END-PERFORM
           IF WS-TOUCH-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STEP-TIMES
           IF WS-TIMES-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TIMES-STATUS = "10"
               READ STEP-TIMES
                   AT END
                       MOVE "10" TO WS-TIMES-STATUS
                   NOT AT END
                       PERFORM MATCH-ONE-STEP-LINE
               END-READ
           END-PERFORM
           CLOSE STEP-TIMES.

       MATCH-ONE-STEP-LINE.
           PERFORM VARYING WS-TOUCH-IDX FROM 1 BY 1
                   UNTIL WS-TOUCH-IDX > WS-TOUCH-COUNT
               IF WS-T-JOB(WS-TOUCH-IDX) = STR-JOB-NAME AND
                       STR-END-TS NOT < WS-T-START-TS(WS-TOUCH-IDX)
                       AND STR-END-TS NOT >
                           WS-T-UPPER-TS(WS-TOUCH-IDX)
                   ADD 1 TO WS-T-STEPS(WS-TOUCH-IDX)
                   IF STR-ELAPSED-SEC IS NUMERIC
                       ADD STR-ELAPSED-SEC
                           TO WS-T-STEP-SECS(WS-TOUCH-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       REWRITE-STEP-FIGURES.
           PERFORM VARYING WS-TOUCH-IDX FROM 1 BY 1
                   UNTIL WS-TOUCH-IDX > WS-TOUCH-COUNT
               MOVE WS-T-JOB(WS-TOUCH-IDX) TO RUN-JOB-NAME
               MOVE WS-T-START-TS(WS-TOUCH-IDX) TO RUN-START-TS
               READ RUN-HISTORY
               IF WS-RUN-STATUS = "00"
                   MOVE WS-T-STEPS(WS-TOUCH-IDX) TO RUN-STEP-COUNT
                   MOVE WS-T-STEP-SECS(WS-TOUCH-IDX)
                       TO RUN-STEP-SECONDS
                   REWRITE RUN-HISTORY-RECORD
               END-IF
           END-PERFORM.

       COMPUTE-ELAPSED.
           MOVE 0 TO WS-ELAPSED-WORK
           IF WS-FROM-TS(1:14) IS NOT NUMERIC OR
                   WS-TO-TS(1:14) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-FROM = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-FROM-TS(1:8)))
           COMPUTE WS-DAYS-TO = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TO-TS(1:8)))
           COMPUTE WS-SECS-FROM =
               FUNCTION NUMVAL(WS-FROM-TS(9:2)) * 3600
               + FUNCTION NUMVAL(WS-FROM-TS(11:2)) * 60
               + FUNCTION NUMVAL(WS-FROM-TS(13:2))
           COMPUTE WS-SECS-TO =
               FUNCTION NUMVAL(WS-TO-TS(9:2)) * 3600
               + FUNCTION NUMVAL(WS-TO-TS(11:2)) * 60
               + FUNCTION NUMVAL(WS-TO-TS(13:2))
           COMPUTE WS-ELAPSED-WORK =
               (WS-DAYS-TO - WS-DAYS-FROM) * 86400
               + WS-SECS-TO - WS-SECS-FROM
           IF WS-ELAPSED-WORK < 0
               MOVE 0 TO WS-ELAPSED-WORK
           END-IF.

       CLASSIFY-OPERATION.
      *    METADATA-LINEAGE's rule for the DISP carried in the
      *    operation field of a DD capture.
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

       WRITE-LOAD-CHECKPOINT.
           OPEN OUTPUT LOAD-CHECKPOINT
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "RUN-HISTORY-LOAD: cannot write load "
                       "checkpoint, status=" WS-CKPT-STATUS
                       " - next run will rebuild from scratch"
           ELSE
               MOVE SPACES TO LOAD-CHECKPOINT-RECORD
               MOVE WS-LINE-NUM TO LOAD-CHECKPOINT-RECORD(1:9)
               WRITE LOAD-CHECKPOINT-RECORD
               MOVE SPACES TO LOAD-CHECKPOINT-RECORD
               MOVE WS-LOG-FIRST-KEY TO LOAD-CHECKPOINT-RECORD(1:20)
               WRITE LOAD-CHECKPOINT-RECORD
               CLOSE LOAD-CHECKPOINT
           END-IF.

       PARSE-LOG-RECORD.
           MOVE SPACES TO WS-P-RECORD-KEY WS-P-OPERATION
                          WS-P-FILE-NAME WS-P-USER WS-P-JOB-NAME
                          WS-P-COND-CODE WS-P-TIMESTAMP WS-P-AUX

           MOVE '"record_id":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-RECORD-KEY

           MOVE '"operation":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-OPERATION

           MOVE '"file":"'        TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-FILE-NAME

           MOVE '"user":"'        TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-USER

           MOVE '"job":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-JOB-NAME

           MOVE '"cond_code":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-COND-CODE

           MOVE '"timestamp":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-TIMESTAMP

           MOVE '"aux":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-AUX.

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
