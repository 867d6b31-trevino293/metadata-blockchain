      *    Shared metadata-capture service. Called by producing
      *    programs (e.g. JCL-METADATA-INTERCEPTOR) with the real
      *    operation/file/user for the job in progress.
      *    Two capture modes, chosen per job by data/capture-mode-
      *    control.dat:
      *        DIRECT   (the default) each record is chained and
      *                 appended to metadata.log under the archive
      *                 lock, then queued for EVENT-PUBLISHER
      *        JOURNAL  the finished, not yet hashed record is
      *                 appended to the job's own journal, data/
      *                 capture-journal-<job>.dat, with no archive
      *                 lock at all; CAPTURE-SEQUENCER merges the
      *                 journals into metadata.log in timestamp
      *                 order, chains them and queues their events
      *    The record key, checkpoint, recovery, validation and
      *    incident handling are the same in both modes - only the
      *    step that puts the record on the chain moves.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-LOCK-STATUS.

      *    Capture mode per job, PARMLIB-style:
      *        columns 1-8   job pattern (prefix, * = any)
      *        columns 9-16  JOURNAL or DIRECT
      *    First matching row wins; no row, no table, or any mode
      *    but JOURNAL captures DIRECT.
           SELECT CAPTURE-MODE-CONTROL
               ASSIGN TO "data/capture-mode-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODECTL-STATUS.

      *    Per-job journal, keyed by job name the same way as the
      *    checkpoint, so concurrent jobs never share a file.
           SELECT CAPTURE-JOURNAL
               ASSIGN DYNAMIC WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *    Job-to-dataset access matrix, PARMLIB-style:
      *        columns 1-8   job pattern (prefix, * = any)
      *        columns 9-52  dataset pattern (prefix, * = any)
      *        column  53    R may read (DISP SHR/OLD), W may write
      *                      (DISP NEW/MOD)
      *    Any permitting row will do. Once the table exists it is
      *    the whole of what is allowed - like OPVALID rows, it
      *    closes the world - so every DD event no row permits gets
      *    a linked POLICY-BREACH record and a METADATA-ALERT
      *    callout. As with VIOLATION, the event itself is always
      *    captured first. No table, no check.
           SELECT ACCESS-MATRIX
               ASSIGN TO "data/access-matrix.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATRIX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Wide enough for the full JSON line at every field's max
       01  EVENT-QUEUE-RECORD      PIC X(216).

      *    Layout shared with INCIDENT-WORKBENCH - the state, actor,
      *    action timestamp, note, acknowledge and resolve columns
      *    start blank here and are filled by the operator program's
      *    transitions.
       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD.
           05  INC-STATE           PIC X(8).
           05  INC-ACTOR           PIC X(10).
           05  INC-ACTION-TS       PIC X(26).
           05  INC-NOTE            PIC X(40).
           05  INC-ACK-BY          PIC X(10).
           05  INC-ACK-TS          PIC X(26).
           05  INC-RESOLVE-BY      PIC X(10).
           05  INC-RESOLVE-TS      PIC X(26).

       FD  CAPTURE-MODE-CONTROL.
       01  CAPTURE-MODE-CONTROL-RECORD.
           05  CMC-JOB-PATTERN     PIC X(8).
           05  CMC-MODE            PIC X(8).

      *    The flat METADATA-RECORD with the hash still blank, and
      *    the aux text that rides after the hash - CAPTURE-
      *    SEQUENCER reads both back through the same layout.
       FD  CAPTURE-JOURNAL.
       01  JOURNAL-RECORD.
           05  JNL-METADATA        PIC X(216).
           05  JNL-AUX             PIC X(80).

       FD  SYSTEM-ID-FILE.
       01  SYSTEM-ID-RECORD        PIC X(10).
           05  VCR-RULE-TYPE       PIC X(8).
           05  VCR-RULE-VALUE      PIC X(44).

       FD  ACCESS-MATRIX.
       01  ACCESS-MATRIX-RECORD.
           05  AMX-JOB-PATTERN     PIC X(8).
           05  AMX-DATASET-PATTERN PIC X(44).
           05  AMX-ACCESS          PIC X.

       WORKING-STORAGE SECTION.
       COPY "metadata-layout.cpy".

           88  DUAL-HASH-ACTIVE    VALUE "Y".
       01  WS-PRIOR-HASH2      PIC X(64).
       01  WS-HASH2-CURRENT    PIC X(64) VALUE SPACES.
      *    Optional tags appended after the hash - hash2, aux and
      *    the GDG base/generation in that order, built piecewise so
      *    one STRING writes whatever combination the record carries.
       01  WS-TAIL-TAGS        PIC X(260).
       01  WS-TAIL-PTR         PIC 9(4).
       01  WS-TAIL-CORE        PIC 9(4).
       01  WS-TAIL-LEN         PIC 9(4).
       01  WS-TAIL-ROOM        PIC 9(4).
       01  WS-LINE-PTR         PIC 9(4).

       01  WS-MODECTL-STATUS   PIC XX.
       01  WS-JOURNAL-STATUS   PIC XX.
       01  WS-JOURNAL-FILE-NAME PIC X(60).
       01  WS-MODES-LOADED     PIC X VALUE "N".
       01  WS-MODE-TAB.
           05  WS-MODE-ENTRY OCCURS 50 TIMES.
               10  WS-M-JOB-PATTERN PIC X(8).
               10  WS-M-MODE        PIC X(8).
       01  WS-MODE-COUNT       PIC 9(4) VALUE 0.
       01  WS-MODE-IDX         PIC 9(4).
       01  WS-MODE-PATTERN-LEN PIC 9(2).
       01  WS-CAPTURE-MODE     PIC X(8) VALUE "DIRECT".
           88  JOURNAL-MODE        VALUE "JOURNAL".

       01  WS-VALCTL-STATUS    PIC XX.
       01  WS-RULES-LOADED     PIC X VALUE "N".
      *    METADATA-ALERT's LINKAGE SECTION exactly.
       01  WS-ALERT-OPERATION  PIC X(20) VALUE "VIOLATION".
       01  WS-ALERT-COND       PIC X(4) VALUE "VIOL".
       01  WS-MATRIX-STATUS    PIC XX.
       01  WS-MATRIX-LOADED    PIC X VALUE "N".
       01  WS-MATRIX-TAB.
           05  WS-MATRIX-ENTRY OCCURS 200 TIMES.
               10  WS-X-JOB-PATTERN     PIC X(8).
               10  WS-X-DATASET-PATTERN PIC X(44).
               10  WS-X-ACCESS          PIC X.
       01  WS-MATRIX-COUNT     PIC 9(4) VALUE 0.
       01  WS-MATRIX-IDX       PIC 9(4).
       01  WS-MATRIX-PATTERN-LEN PIC 9(2).
       01  WS-ACCESS-NEEDED    PIC X.
       01  WS-ACCESS-WORD      PIC X(5).
       01  WS-ACCESS-PERMITTED PIC X.
           88  ACCESS-IS-PERMITTED VALUE "Y".
       01  WS-NEW-TALLY        PIC 9(4).
      *    The caller's record as it went on the chain, put back
      *    between the checks - a VIOLATION record written by the
      *    first reuses METADATA-RECORD.
       01  WS-CAPTURED-RECORD  PIC X(216).
       01  WS-BREACH-OPERATION PIC X(20) VALUE "POLICY-BREACH".
       01  WS-BREACH-COND      PIC X(4) VALUE "PBR".
      *    Arguments for GDG-CHECK.
       01  WS-GDG-BASE         PIC X(44).
       01  WS-GDG-GEN          PIC X(4).

       LINKAGE SECTION.
      *    Wide enough for a full JCL DISP value (e.g. "(NEW,CATLG,
           PERFORM LOAD-SYSTEM-ID
           PERFORM LOAD-HASH-ERA
           PERFORM SET-CHECKPOINT-FILE-NAME
           PERFORM SET-CAPTURE-MODE
           PERFORM RESTART-CHECK
           IF LK-RECORD-KEY = SPACES OR LOW-VALUES
               PERFORM WRITE-CHECKPOINT-SEQ-PENDING
      *    it. VIOLATION records themselves skip the check (they are
      *    built internally and always conform).
           IF LK-OPERATION NOT = "VIOLATION"
               MOVE METADATA-RECORD TO WS-CAPTURED-RECORD
               PERFORM VALIDATE-CAPTURED-RECORD
               MOVE WS-CAPTURED-RECORD TO METADATA-RECORD
               PERFORM CHECK-ACCESS-MATRIX
           END-IF
           GOBACK.

           MOVE SPACES         TO META-COND-CODE
           MOVE SPACES         TO WS-AUX-CURRENT

           PERFORM COMMIT-CAPTURED-RECORD

      *    Route it the moment it is flagged, same urgency rule as
      *    step incidents - alert-control decides whether VIOL pages
               WS-VIOLATED-USER
           END-CALL.

       CHECK-ACCESS-MATRIX.
           PERFORM LOAD-ACCESS-MATRIX
           IF WS-MATRIX-COUNT = 0
               EXIT PARAGRAPH
           END-IF
      *    METADATA-LINEAGE's DISP rule: NEW anywhere, or MOD, is a
      *    write; SHR or OLD (bare or parenthesized) a read. Service
      *    and incident records are not DD events and are not judged,
      *    nor is a file field carrying key-plus-evidence text.
           MOVE SPACE TO WS-ACCESS-NEEDED
           MOVE 0 TO WS-NEW-TALLY
           INSPECT META-OPERATION TALLYING WS-NEW-TALLY
               FOR ALL "NEW"
           EVALUATE TRUE
               WHEN WS-NEW-TALLY > 0
               WHEN META-OPERATION(1:4) = "MOD "
               WHEN META-OPERATION(1:4) = "(MOD"
                   MOVE "W" TO WS-ACCESS-NEEDED
                   MOVE "WRITE" TO WS-ACCESS-WORD
               WHEN META-OPERATION(1:4) = "SHR "
               WHEN META-OPERATION(1:4) = "OLD "
               WHEN META-OPERATION(1:4) = "(SHR"
               WHEN META-OPERATION(1:4) = "(OLD"
                   MOVE "R" TO WS-ACCESS-NEEDED
                   MOVE "READ" TO WS-ACCESS-WORD
           END-EVALUATE
           MOVE 0 TO WS-EQUALS-TALLY
           INSPECT META-FILE-NAME TALLYING WS-EQUALS-TALLY
               FOR ALL "="
           IF WS-ACCESS-NEEDED = SPACE OR META-FILE-NAME = SPACES
                   OR WS-EQUALS-TALLY > 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ACCESS-PERMITTED
           PERFORM VARYING WS-MATRIX-IDX FROM 1 BY 1
                   UNTIL WS-MATRIX-IDX > WS-MATRIX-COUNT
               PERFORM MATCH-MATRIX-ROW
               IF ACCESS-IS-PERMITTED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ACCESS-IS-PERMITTED
               PERFORM WRITE-BREACH-RECORD
           END-IF.

       MATCH-MATRIX-ROW.
           IF WS-X-ACCESS(WS-MATRIX-IDX) NOT = WS-ACCESS-NEEDED
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-X-JOB-PATTERN(WS-MATRIX-IDX)) NOT = "*"
               COMPUTE WS-MATRIX-PATTERN-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-X-JOB-PATTERN(WS-MATRIX-IDX)))
               IF META-JOB-NAME(1:WS-MATRIX-PATTERN-LEN) NOT =
                       WS-X-JOB-PATTERN(WS-MATRIX-IDX)
                           (1:WS-MATRIX-PATTERN-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-X-DATASET-PATTERN(WS-MATRIX-IDX))
                   NOT = "*"
               COMPUTE WS-MATRIX-PATTERN-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-X-DATASET-PATTERN(WS-MATRIX-IDX)))
               IF META-FILE-NAME(1:WS-MATRIX-PATTERN-LEN) NOT =
                       WS-X-DATASET-PATTERN(WS-MATRIX-IDX)
                           (1:WS-MATRIX-PATTERN-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO WS-ACCESS-PERMITTED.

       LOAD-ACCESS-MATRIX.
           IF WS-MATRIX-LOADED = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-MATRIX-LOADED
           MOVE 0 TO WS-MATRIX-COUNT
           OPEN INPUT ACCESS-MATRIX
           IF WS-MATRIX-STATUS NOT = "35"
               PERFORM UNTIL WS-MATRIX-STATUS = "10"
                   READ ACCESS-MATRIX
                       AT END
                           MOVE "10" TO WS-MATRIX-STATUS
                       NOT AT END
                           IF AMX-JOB-PATTERN NOT = SPACES
                                   AND AMX-DATASET-PATTERN NOT = SPACES
                                   AND WS-MATRIX-COUNT < 200
                               ADD 1 TO WS-MATRIX-COUNT
                               MOVE AMX-JOB-PATTERN TO
                                   WS-X-JOB-PATTERN(WS-MATRIX-COUNT)
                               MOVE AMX-DATASET-PATTERN TO
                                   WS-X-DATASET-PATTERN(WS-MATRIX-COUNT)
                               MOVE AMX-ACCESS TO
                                   WS-X-ACCESS(WS-MATRIX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESS-MATRIX
           END-IF.

       WRITE-BREACH-RECORD.
      *    Built the way WRITE-VIOLATION-RECORD builds its record:
      *    the dataset-name field leads with the breaching record's
      *    key, then the access the matrix did not grant. The job,
      *    program and user stay those of the breaching step, so the
      *    pair reads together in any report keyed on the job.
           MOVE META-RECORD-KEY  TO WS-VIOLATED-KEY
           MOVE META-USER        TO WS-VIOLATED-USER
           MOVE META-JOB-NAME    TO WS-VIOLATED-JOB
           MOVE META-PROGRAM-NAME TO WS-VIOLATED-PGM

           PERFORM GET-NEXT-SEQUENCE
           IF SEQ-ERROR-OCCURRED
               DISPLAY "METADATA-CAPTURE: could not reserve a "
                       "sequence number for the POLICY-BREACH record"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO META-TIMESTAMP
           MOVE WS-SYSTEM-ID   TO META-SOURCE
           MOVE "POLICY-BREACH" TO META-OPERATION
           MOVE SPACES         TO META-FILE-NAME
           STRING FUNCTION TRIM(WS-VIOLATED-KEY)
                  " ACCESS=" FUNCTION TRIM(WS-ACCESS-WORD)
                  DELIMITED BY SIZE INTO META-FILE-NAME
           MOVE SPACES TO META-RECORD-KEY
           STRING "REC" WS-SEQUENCE-NUM
               DELIMITED BY SIZE INTO META-RECORD-KEY
           MOVE WS-VIOLATED-USER TO META-USER
           MOVE WS-VIOLATED-JOB  TO META-JOB-NAME
           MOVE WS-VIOLATED-PGM  TO META-PROGRAM-NAME
           MOVE "00"           TO META-STATUS
           MOVE SPACES         TO META-COND-CODE
           MOVE SPACES         TO WS-AUX-CURRENT

           PERFORM COMMIT-CAPTURED-RECORD

           CALL "METADATA-ALERT" USING WS-VIOLATED-JOB
               WS-VIOLATED-PGM WS-BREACH-OPERATION WS-BREACH-COND
               WS-VIOLATED-USER
           END-CALL.

       LOAD-SYSTEM-ID.
      *    The stamped identity goes into META-SOURCE, which is part
      *    of the hashed content - verifiers recompute from the
                  DELIMITED BY SIZE
                  INTO WS-CKPT-FILE-NAME.

       SET-CAPTURE-MODE.
      *    Decided per call, not per run unit - one run unit can
      *    capture for more than one job name (service programs
      *    capture under their own).
           PERFORM LOAD-CAPTURE-MODES
           MOVE "DIRECT" TO WS-CAPTURE-MODE
           PERFORM VARYING WS-MODE-IDX FROM 1 BY 1
                   UNTIL WS-MODE-IDX > WS-MODE-COUNT
               IF FUNCTION TRIM(WS-M-JOB-PATTERN(WS-MODE-IDX)) = "*"
                   MOVE WS-M-MODE(WS-MODE-IDX) TO WS-CAPTURE-MODE
                   EXIT PERFORM
               END-IF
               COMPUTE WS-MODE-PATTERN-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-M-JOB-PATTERN(WS-MODE-IDX)))
               IF LK-JOB-NAME(1:WS-MODE-PATTERN-LEN) =
                   WS-M-JOB-PATTERN(WS-MODE-IDX)(1:WS-MODE-PATTERN-LEN)
                   MOVE WS-M-MODE(WS-MODE-IDX) TO WS-CAPTURE-MODE
                   EXIT PERFORM
               END-IF
           END-PERFORM
      *    A job with no name has no journal of its own to go to.
           IF NOT JOURNAL-MODE OR LK-JOB-NAME = SPACES
               MOVE "DIRECT" TO WS-CAPTURE-MODE
           END-IF
           MOVE SPACES TO WS-JOURNAL-FILE-NAME
           STRING "data/capture-journal-"
                  FUNCTION TRIM(LK-JOB-NAME)
                  ".dat"
                  DELIMITED BY SIZE
                  INTO WS-JOURNAL-FILE-NAME.

       LOAD-CAPTURE-MODES.
           IF WS-MODES-LOADED = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-MODES-LOADED
           MOVE 0 TO WS-MODE-COUNT
           OPEN INPUT CAPTURE-MODE-CONTROL
           IF WS-MODECTL-STATUS NOT = "35"
               PERFORM UNTIL WS-MODECTL-STATUS = "10"
                   READ CAPTURE-MODE-CONTROL
                       AT END
                           MOVE "10" TO WS-MODECTL-STATUS
                       NOT AT END
                           IF CMC-JOB-PATTERN NOT = SPACES
                                   AND WS-MODE-COUNT < 50
                               ADD 1 TO WS-MODE-COUNT
                               MOVE CMC-JOB-PATTERN TO
                                   WS-M-JOB-PATTERN(WS-MODE-COUNT)
                               MOVE CMC-MODE TO
                                   WS-M-MODE(WS-MODE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPTURE-MODE-CONTROL
           END-IF.

       RESTART-CHECK.
      *    A checkpoint left over from a prior run means that run died
      *    between reserving a sequence number and confirming the log
           MOVE "99"            TO META-STATUS
           MOVE SPACES          TO META-COND-CODE
           MOVE SPACES          TO WS-AUX-CURRENT
           PERFORM COMMIT-CAPTURED-RECORD.

       WRITE-CHECKPOINT-SEQ-PENDING.
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE LK-PROGRAM-NAME TO META-PROGRAM-NAME
           PERFORM SET-COMPLETION-STATUS
           PERFORM SET-AUX-CURRENT
           PERFORM COMMIT-CAPTURED-RECORD
           IF LK-OPERATION = "ABEND" OR LK-OPERATION = "FAILURE"
               PERFORM OPEN-INCIDENT
           END-IF.

       COMMIT-CAPTURED-RECORD.
      *    Every record this program builds - the caller's, a
      *    RECOVERED entry, a VIOLATION - reaches the chain here.
           IF JOURNAL-MODE
               PERFORM WRITE-JOURNAL-LINE
           ELSE
               PERFORM ACQUIRE-ARCHIVE-LOCK
               PERFORM CHAIN-HASH
               PERFORM WRITE-METADATA-LINE
               PERFORM RELEASE-ARCHIVE-LOCK
               PERFORM PUBLISH-CAPTURE-EVENT
           END-IF.

       WRITE-JOURNAL-LINE.
      *    No archive lock and no lasthash.dat: the hash is left
      *    blank for CAPTURE-SEQUENCER to assign when it merges the
      *    record, and the event is queued by the sequencer once the
      *    record is actually on the chain. A failed journal write
      *    fails the call exactly as a failed log write does - the
      *    LOG-PEND checkpoint is left for the next call's restart
      *    check to document.
           MOVE SPACES TO META-HASH
           MOVE SPACES TO JOURNAL-RECORD
           MOVE METADATA-RECORD TO JNL-METADATA
           MOVE WS-AUX-CURRENT  TO JNL-AUX

           OPEN EXTEND CAPTURE-JOURNAL
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CAPTURE-JOURNAL
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "METADATA-CAPTURE: cannot open capture "
                       "journal " FUNCTION TRIM(WS-JOURNAL-FILE-NAME)
                       ", status=" WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           WRITE JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "METADATA-CAPTURE: capture journal write "
                       "failed, status=" WS-JOURNAL-STATUS
               CLOSE CAPTURE-JOURNAL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE CAPTURE-JOURNAL
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "METADATA-CAPTURE: capture journal close "
                       "failed, status=" WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "Metadata journaled: "
                   FUNCTION TRIM(META-RECORD-KEY).

       OPEN-INCIDENT.
      *    The capture already paged someone through METADATA-ALERT;
      *    this row is what records whether anyone answered. The
      *    the WRITE below would fail silently on the very first call
      *    in a clean environment while CHAIN-HASH has already advanced
      *    data/lasthash.dat past a record that was never persisted.
      *    LOG-RECORD is wider than most JSON lines need, so the
      *    bytes the STRING doesn't touch must be blanked first - left
      *    alone they're whatever was in memory before, which a LINE
      *    SEQUENTIAL WRITE can reject outright as invalid data.
      *    either, both, or neither through a single build. A record
      *    with neither stays byte-identical to what this program
      *    always wrote.
      *    A GDG generation (PAYROLL.EXTRACT.G0412V00) also carries
      *    its base and generation number, so the readers can follow
      *    the dataset from night to night. They go last: they are
      *    derived from the hashed file name, so a reader can always
      *    recompute them through GDG-CHECK if a record lacks them.
           MOVE SPACES TO WS-TAIL-TAGS
           MOVE 1 TO WS-TAIL-PTR
           IF WS-HASH2-CURRENT NOT = SPACES
                      INTO WS-TAIL-TAGS
                      WITH POINTER WS-TAIL-PTR
           END-IF
           COMPUTE WS-TAIL-CORE = WS-TAIL-PTR - 1
           CALL "GDG-CHECK" USING META-FILE-NAME WS-GDG-BASE
               WS-GDG-GEN
           IF WS-GDG-GEN NOT = SPACES
               STRING '","gdg_base":"' FUNCTION TRIM(WS-GDG-BASE)
                      '","gdg_gen":"' WS-GDG-GEN
                      DELIMITED BY SIZE
                      INTO WS-TAIL-TAGS
                      WITH POINTER WS-TAIL-PTR
           END-IF

           MOVE SPACES TO LOG-RECORD
           MOVE 1 TO WS-LINE-PTR
           STRING '{"source":"'    FUNCTION TRIM(META-SOURCE)
                  '","operation":"' FUNCTION TRIM(META-OPERATION)
                  '","timestamp":"' META-TIMESTAMP
                  '","record_id":"' FUNCTION TRIM(META-RECORD-KEY)
                  '","file":"'      FUNCTION TRIM(META-FILE-NAME)
                  '","user":"'      FUNCTION TRIM(META-USER)
                  '","job":"'       FUNCTION TRIM(META-JOB-NAME)
                  '","program":"'   FUNCTION TRIM(META-PROGRAM-NAME)
                  '","status":"'    META-STATUS
                  '","cond_code":"' FUNCTION TRIM(META-COND-CODE)
                  '","hash":"'      META-HASH
                  DELIMITED BY SIZE
                  INTO LOG-RECORD
                  WITH POINTER WS-LINE-PTR
      *    The closing '"}' always goes on - without it no reader can
      *    parse the line. A tail longer than what is left of
      *    LOG-RECORD loses the gdg tags first (a reader can always
      *    recompute them), then the end of aux; hash2 comes first
      *    and always fits.
           COMPUTE WS-TAIL-ROOM = 511 - WS-LINE-PTR
           COMPUTE WS-TAIL-LEN = WS-TAIL-PTR - 1
           IF WS-TAIL-LEN > WS-TAIL-ROOM
               MOVE WS-TAIL-CORE TO WS-TAIL-LEN
           END-IF
           IF WS-TAIL-LEN > WS-TAIL-ROOM
               MOVE WS-TAIL-ROOM TO WS-TAIL-LEN
           END-IF
           IF WS-TAIL-LEN > 0
               STRING WS-TAIL-TAGS(1:WS-TAIL-LEN)
                      DELIMITED BY SIZE
                      INTO LOG-RECORD
                      WITH POINTER WS-LINE-PTR
           END-IF
           STRING '"}'
                  DELIMITED BY SIZE
                  INTO LOG-RECORD
                  WITH POINTER WS-LINE-PTR

           OPEN EXTEND METADATA-LOG
           IF WS-FILE-STATUS = "35"
