       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATASET-MASTER-LOAD.
      *    Builds and refreshes the dataset master catalog at
      *    data/dataset-master.ksds from the DD captures on the
      *    chain. Every dataset name lives somewhere in the
      *    META-FILE-NAME fields of metadata.log and the archives;
      *    this folds them into one keyed record per dataset with
      *    first-seen and last-touched timestamps, the last job to
      *    write it and the last to read it, touch counts, and the
      *    owning department (data/dept-control.dat applied to the
      *    last writing job - or the last reader when nothing on
      *    record ever wrote it).
      *    Producer/consumer roles come from the DISP in the
      *    operation field, METADATA-LINEAGE's rule: NEW or MOD is a
      *    write, SHR or OLD a read. Service records (PGM=...,
      *    key-plus-evidence text) are not datasets and are skipped.
      *    Incremental by default, METADATA-VSAM-LOAD's checkpoint
      *    technique: data/dsm-load-checkpoint.dat remembers how many
      *    live-log lines were applied and the record id on line 1.
      *    A changed first line means METADATA-ARCHIVE rotated the
      *    log; the archive whose catalog row starts with the
      *    remembered record id is the old live log, so the run
      *    finishes that archive from the remembered line, applies
      *    any archive rotated after it, and then the new live log
      *    from the top. A first argument of FULL (or no usable
      *    checkpoint, or no catalog row to resume from) replays
      *    every archive and the live log instead.
      *    Classification and owner belong to the data owners
      *    (DATASET-MASTER SET) and are never touched here. A FULL
      *    replay zeroes the touch counts before it starts but keeps
      *    the timestamps and jobs - they are applied earliest-wins
      *    and latest-wins, so a replay lands on the same values,
      *    and a dataset whose only activity sat in a period
      *    METADATA-RETENTION has since purged keeps its history.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METADATA-LOG ASSIGN DYNAMIC WS-SCAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT DATASET-MASTER ASSIGN TO "data/dataset-master.ksds"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSM-DATASET-NAME
               FILE STATUS IS WS-DSM-STATUS.

           SELECT LOAD-CHECKPOINT
               ASSIGN TO "data/dsm-load-checkpoint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT DEPT-CONTROL ASSIGN TO "data/dept-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTCTL-STATUS.

           SELECT ARCHIVE-CATALOG
               ASSIGN TO "data/archive/catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT WORK-LIST ASSIGN TO "data/dsmload-worklist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  METADATA-LOG.
       01  LOG-RECORD          PIC X(512).

       FD  DATASET-MASTER.
           COPY "dataset-master.cpy".

       FD  LOAD-CHECKPOINT.
       01  LOAD-CHECKPOINT-RECORD  PIC X(30).

       FD  DEPT-CONTROL.
       01  DEPT-CONTROL-RECORD.
           05  DCR-JOB-PREFIX  PIC X(8).
           05  DCR-DEPARTMENT  PIC X(12).

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
       01  WS-DSM-STATUS       PIC XX.
       01  WS-CKPT-STATUS      PIC XX.
       01  WS-DEPTCTL-STATUS   PIC XX.
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

      *    What the last completed load remembered, as in METADATA-
      *    VSAM-LOAD.
       01  WS-CKPT-LINE-COUNT  PIC 9(9) VALUE 0.
       01  WS-CKPT-FIRST-KEY   PIC X(20) VALUE SPACES.
       01  WS-LOG-FIRST-KEY    PIC X(20) VALUE SPACES.

      *    The archive that was the live log at the last load, when
      *    a rotation has happened since.
       01  WS-RESUME-ARCHIVE   PIC X(60) VALUE SPACES.
       01  WS-RESUME-REACHED   PIC X VALUE "N".
       01  WS-SKIP-LINES       PIC 9(9) VALUE 0.
       01  WS-LINE-NUM         PIC 9(9) VALUE 0.

       01  WS-MAP-TAB.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-MP-PREFIX    PIC X(8).
               10  WS-MP-DEPT      PIC X(12).
       01  WS-MAP-COUNT        PIC 9(4) VALUE 0.
       01  WS-MAP-IDX          PIC 9(4).
       01  WS-PREFIX-LEN       PIC 9(2).
       01  WS-MAP-JOB          PIC X(8).
       01  WS-MAPPED-DEPT      PIC X(12).

       01  WS-P-OPERATION      PIC X(20).
       01  WS-P-FILE-NAME      PIC X(44).
       01  WS-P-JOB-NAME       PIC X(8).
       01  WS-P-TIMESTAMP      PIC X(26).
       01  WS-EDGE-ROLE        PIC X.
       01  WS-NEW-TALLY        PIC 9(4).
       01  WS-EQUALS-TALLY     PIC 9(4).

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(64).

       01  WS-RESET-COUNT      PIC 9(7) VALUE 0.
       01  WS-FILES-READ       PIC 9(4) VALUE 0.
       01  WS-TOUCHES-APPLIED  PIC 9(9) VALUE 0.
       01  WS-NEW-DATASETS     PIC 9(7) VALUE 0.
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

           PERFORM READ-DEPT-CONTROL
           PERFORM READ-LOAD-CHECKPOINT
           PERFORM PEEK-LOG-FIRST-KEY
           PERFORM DECIDE-LOAD-MODE
           PERFORM OPEN-MASTER-STORE

           EVALUATE TRUE
               WHEN FULL-REBUILD
                   PERFORM RESET-TOUCH-COUNTS
                   PERFORM WALK-ARCHIVES
                   MOVE 0 TO WS-SKIP-LINES
               WHEN ROTATION-CATCH-UP
                   PERFORM WALK-ARCHIVES
                   MOVE 0 TO WS-SKIP-LINES
               WHEN OTHER
                   MOVE WS-CKPT-LINE-COUNT TO WS-SKIP-LINES
           END-EVALUATE

           MOVE "data/metadata.log" TO WS-SCAN-FILE
           PERFORM APPLY-ONE-FILE

           CLOSE DATASET-MASTER
           PERFORM WRITE-LOAD-CHECKPOINT
           DISPLAY "DATASET-MASTER-LOAD: " WS-TOUCHES-APPLIED
                   " touch(es) applied from " WS-FILES-READ
                   " file(s), " WS-NEW-DATASETS
                   " new dataset(s) catalogued"
           STOP RUN.

       READ-DEPT-CONTROL.
      *    Same table and first-match-wins prefix rule CHARGEBACK-
      *    REPORT maps jobs with.
           MOVE 0 TO WS-MAP-COUNT
           OPEN INPUT DEPT-CONTROL
           IF WS-DEPTCTL-STATUS NOT = "35"
               PERFORM UNTIL WS-DEPTCTL-STATUS = "10"
                   READ DEPT-CONTROL
                       AT END
                           MOVE "10" TO WS-DEPTCTL-STATUS
                       NOT AT END
                           IF DCR-JOB-PREFIX NOT = SPACES
                                   AND WS-MAP-COUNT < 100
                               ADD 1 TO WS-MAP-COUNT
                               MOVE DCR-JOB-PREFIX TO
                                   WS-MP-PREFIX(WS-MAP-COUNT)
                               MOVE DCR-DEPARTMENT TO
                                   WS-MP-DEPT(WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-CONTROL
           END-IF.

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
                       DISPLAY "DATASET-MASTER-LOAD: metadata.log "
                               "was rotated and no catalog row "
                               "starts at " FUNCTION TRIM(
                               WS-CKPT-FIRST-KEY) " - full replay"
                       MOVE "F" TO WS-LOAD-MODE
                   ELSE
                       DISPLAY "DATASET-MASTER-LOAD: metadata.log "
                               "was rotated - finishing "
                               FUNCTION TRIM(WS-RESUME-ARCHIVE)
                               " from line " WS-CKPT-LINE-COUNT
                       MOVE "R" TO WS-LOAD-MODE
                   END-IF
           END-EVALUATE.

       FIND-RESUME-ARCHIVE.
      *    METADATA-ARCHIVE catalogs each rotated file with the
      *    record id on its first line - the same id the checkpoint
      *    remembered when that file was still the live log.
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

       OPEN-MASTER-STORE.
           OPEN I-O DATASET-MASTER
           IF WS-DSM-STATUS = "35"
               OPEN OUTPUT DATASET-MASTER
               CLOSE DATASET-MASTER
               OPEN I-O DATASET-MASTER
               MOVE "F" TO WS-LOAD-MODE
           END-IF
           IF WS-DSM-STATUS NOT = "00"
               DISPLAY "DATASET-MASTER-LOAD: cannot open "
                       "data/dataset-master.ksds, status="
                       WS-DSM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RESET-TOUCH-COUNTS.
           MOVE LOW-VALUES TO DSM-DATASET-NAME
           START DATASET-MASTER KEY NOT < DSM-DATASET-NAME
           IF WS-DSM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BROWSE-DONE
           PERFORM UNTIL BROWSE-DONE
               READ DATASET-MASTER NEXT
               IF WS-DSM-STATUS NOT = "00"
                   MOVE "Y" TO WS-BROWSE-DONE
               ELSE
                   MOVE 0 TO DSM-TOUCH-COUNT DSM-WRITE-COUNT
                             DSM-READ-COUNT
                   REWRITE DATASET-MASTER-RECORD
                   ADD 1 TO WS-RESET-COUNT
               END-IF
           END-PERFORM
           DISPLAY "DATASET-MASTER-LOAD: FULL replay - touch counts "
                   "reset on " WS-RESET-COUNT " dataset(s)".

       WALK-ARCHIVES.
      *    A full replay applies every archive whole; a rotation
      *    catch-up skips archives until the one that was the live
      *    log, finishes it from the remembered line, and applies
      *    anything rotated after it whole.
           MOVE "N" TO WS-RESUME-REACHED
           MOVE "ls data/archive/metadata-*.log 2>/dev/null | sort "
                & "> data/dsmload-worklist.tmp" TO WS-COMMAND
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

           MOVE "rm -f data/dsmload-worklist.tmp" TO WS-COMMAND
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
               DISPLAY "DATASET-MASTER-LOAD: "
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
           MOVE 0 TO WS-EQUALS-TALLY
           INSPECT WS-P-FILE-NAME TALLYING WS-EQUALS-TALLY
               FOR ALL "="
           IF WS-P-FILE-NAME = SPACES OR WS-EQUALS-TALLY > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CLASSIFY-OPERATION
           IF WS-EDGE-ROLE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-P-FILE-NAME TO DSM-DATASET-NAME
           READ DATASET-MASTER
           IF WS-DSM-STATUS = "23"
               MOVE SPACES TO DATASET-MASTER-RECORD
               MOVE WS-P-FILE-NAME TO DSM-DATASET-NAME
               MOVE 0 TO DSM-TOUCH-COUNT DSM-WRITE-COUNT
                         DSM-READ-COUNT
           ELSE
               IF WS-DSM-STATUS NOT = "00"
                   DISPLAY "DATASET-MASTER-LOAD: read of "
                           FUNCTION TRIM(WS-P-FILE-NAME)
                           " failed, status=" WS-DSM-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO DSM-TOUCH-COUNT
           IF DSM-FIRST-SEEN-TS = SPACES OR
                   WS-P-TIMESTAMP < DSM-FIRST-SEEN-TS
               MOVE WS-P-TIMESTAMP TO DSM-FIRST-SEEN-TS
           END-IF
           IF WS-P-TIMESTAMP > DSM-LAST-TOUCH-TS
               MOVE WS-P-TIMESTAMP TO DSM-LAST-TOUCH-TS
           END-IF
           IF WS-EDGE-ROLE = "P"
               ADD 1 TO DSM-WRITE-COUNT
               IF WS-P-TIMESTAMP NOT < DSM-LAST-WRITE-TS
                   MOVE WS-P-TIMESTAMP TO DSM-LAST-WRITE-TS
                   MOVE WS-P-JOB-NAME TO DSM-LAST-WRITE-JOB
               END-IF
           ELSE
               ADD 1 TO DSM-READ-COUNT
               IF WS-P-TIMESTAMP NOT < DSM-LAST-READ-TS
                   MOVE WS-P-TIMESTAMP TO DSM-LAST-READ-TS
                   MOVE WS-P-JOB-NAME TO DSM-LAST-READ-JOB
               END-IF
           END-IF

      *    The producer owns the data; a dataset nothing on record
      *    ever wrote (a feed from outside, a long-lived master)
      *    falls back to whoever reads it.
           IF DSM-LAST-WRITE-JOB NOT = SPACES
               MOVE DSM-LAST-WRITE-JOB TO WS-MAP-JOB
           ELSE
               MOVE DSM-LAST-READ-JOB TO WS-MAP-JOB
           END-IF
           PERFORM MAP-JOB-TO-DEPT
           IF WS-MAPPED-DEPT NOT = SPACES
               MOVE WS-MAPPED-DEPT TO DSM-DEPARTMENT
           END-IF

           IF WS-DSM-STATUS = "23"
               WRITE DATASET-MASTER-RECORD
               ADD 1 TO WS-NEW-DATASETS
           ELSE
               REWRITE DATASET-MASTER-RECORD
           END-IF
           IF WS-DSM-STATUS NOT = "00"
               DISPLAY "DATASET-MASTER-LOAD: update of "
                       FUNCTION TRIM(WS-P-FILE-NAME)
                       " failed, status=" WS-DSM-STATUS
           ELSE
               ADD 1 TO WS-TOUCHES-APPLIED
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

       MAP-JOB-TO-DEPT.
           MOVE SPACES TO WS-MAPPED-DEPT
           IF WS-MAP-JOB = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   OR WS-MAPPED-DEPT NOT = SPACES
               COMPUTE WS-PREFIX-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-MP-PREFIX(WS-MAP-IDX)))
               IF WS-MAP-JOB(1:WS-PREFIX-LEN) =
                       WS-MP-PREFIX(WS-MAP-IDX)(1:WS-PREFIX-LEN)
                   MOVE WS-MP-DEPT(WS-MAP-IDX) TO WS-MAPPED-DEPT
               END-IF
           END-PERFORM.

       WRITE-LOAD-CHECKPOINT.
      *    WS-LINE-NUM is the live log's line count - it was the
      *    last file applied.
           OPEN OUTPUT LOAD-CHECKPOINT
           IF WS-CKPT-STATUS NOT = "00"
               DISPLAY "DATASET-MASTER-LOAD: cannot write load "
                       "checkpoint, status=" WS-CKPT-STATUS
                       " - next run will replay from scratch"
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
           MOVE SPACES TO WS-P-OPERATION WS-P-FILE-NAME
                          WS-P-JOB-NAME WS-P-TIMESTAMP

           MOVE '"operation":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-OPERATION

           MOVE '"file":"'        TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-FILE-NAME

           MOVE '"job":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-JOB-NAME

           MOVE '"timestamp":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-TIMESTAMP.

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
