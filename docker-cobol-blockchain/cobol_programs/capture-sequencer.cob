       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURE-SEQUENCER.
      *    Long-running merge of the per-job capture journals into
      *    the chain. Jobs that data/capture-mode-control.dat puts
      *    in JOURNAL mode have METADATA-CAPTURE append each finished
      *    record, hash still blank, to data/capture-journal-<job>
      *    .dat instead of taking the archive lock; this program is
      *    then the only writer those records have. For each record,
      *    in timestamp order, it does what the direct path does
      *    inline - chain hash (and hash2 in the dual era) off
      *    lasthash.dat under the archive lock, append to
      *    metadata.log, advance the anchor, queue the event for
      *    EVENT-PUBLISHER - so METADATA-VERIFY, the reports and the
      *    event stream see the same records they always have.
      *    Each cycle:
      *        1. the journals claimed last cycle (data/capture-
      *           journal.claim/) are sorted on the record timestamp
      *           into data/capture-sequencer-merge.dat - one
      *           rename, so the batch either exists whole or not
      *           at all - and the claim is removed
      *        2. the batch is merged record by record, with data/
      *           capture-sequencer-checkpoint.dat naming the
      *           position and phase (PEND - hash assigned, LOGGED -
      *           on metadata.log, DONE - event queued) before each
      *           step, so a restart resumes at the exact record and
      *           never writes one twice: a PEND record whose hash
      *           is already in the log or an archive is only
      *           finished, one whose anchor advanced without its
      *           line gets the line, anything else is chained again
      *        3. the current journals are claimed for the next
      *           cycle (moved into the claim directory - a capture
      *           that arrives after the move re-creates its journal
      *           through the status-35 fallback, and the cycle's
      *           sleep lets one already mid-append finish before
      *           the claim is read)
      *    A batch that cannot finish (archive lock timeout, log
      *    write failure) stays where it is and is retried next
      *    cycle; no new claim is taken until it is merged.
      *    Runs until data/capture-sequencer.stop exists (removed on
      *    the way out); the last claim is merged before it stops.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-FILE
               ASSIGN TO "data/capture-sequencer-merge.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-STATUS.

           SELECT SEQUENCER-CHECKPOINT
               ASSIGN TO "data/capture-sequencer-checkpoint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT METADATA-LOG ASSIGN TO "data/metadata.log"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT LASTHASH-FILE ASSIGN TO "data/lasthash.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HASH-FILE-STATUS.

           SELECT LASTHASH2-FILE ASSIGN TO "data/lasthash2.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HASH2-FILE-STATUS.

           SELECT HASH-ERA-FILE ASSIGN TO "data/hash-era.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERA-STATUS.

           SELECT EVENT-QUEUE
               ASSIGN TO "data/capture-event-queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

      *    The same lock METADATA-CAPTURE's direct path and
      *    METADATA-ARCHIVE take around the log append and the
      *    anchor update.
           SELECT ARCHIVE-LOCK-FILE
               ASSIGN TO "data/archive-lock.dat"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-LOCK-REL-KEY
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT STOP-FILE ASSIGN TO "data/capture-sequencer.stop"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    METADATA-CAPTURE's journal record - the flat METADATA-
      *    RECORD, hash blank, then the aux text.
       FD  MERGE-FILE.
       01  MERGE-RECORD.
           05  MRG-METADATA        PIC X(216).
           05  MRG-AUX             PIC X(80).

       FD  SEQUENCER-CHECKPOINT.
       01  SEQUENCER-CHECKPOINT-RECORD.
           05  SQC-PHASE           PIC X(8).
           05  SQC-POSITION        PIC 9(9).
           05  SQC-RECORD-KEY      PIC X(20).
           05  SQC-PRIOR-HASH      PIC X(64).
           05  SQC-NEW-HASH        PIC X(64).
           05  SQC-PRIOR-HASH2     PIC X(64).
           05  SQC-NEW-HASH2       PIC X(64).

       FD  METADATA-LOG.
       01  LOG-RECORD          PIC X(512).

       FD  LASTHASH-FILE.
       01  LASTHASH-RECORD     PIC X(64).

       FD  LASTHASH2-FILE.
       01  LASTHASH2-RECORD    PIC X(64).

       FD  HASH-ERA-FILE.
       01  HASH-ERA-RECORD     PIC X(8).

       FD  EVENT-QUEUE.
       01  EVENT-QUEUE-RECORD  PIC X(216).

       FD  ARCHIVE-LOCK-FILE.
       01  LOCK-RECORD         PIC X(1).

       FD  STOP-FILE.
       01  STOP-RECORD         PIC X(1).

       WORKING-STORAGE SECTION.
       COPY "metadata-layout.cpy".

       01  WS-MERGE-STATUS     PIC XX.
       01  WS-CKPT-STATUS      PIC XX.
       01  WS-FILE-STATUS      PIC XX.
       01  WS-HASH-FILE-STATUS PIC XX.
       01  WS-HASH2-FILE-STATUS PIC XX.
       01  WS-ERA-STATUS       PIC XX.
       01  WS-QUEUE-STATUS     PIC XX.
       01  WS-STOP-STATUS      PIC XX.
       01  WS-COMMAND          PIC X(400).
       01  WS-RETURN-CODE      PIC S9(9) COMP.
       01  WS-CYCLE-DELAY      PIC 9(1)V9(2) VALUE 1.00.
       01  WS-SHUTDOWN         PIC X VALUE "N".
           88  SHUTDOWN-REQUESTED  VALUE "Y".

       01  WS-CYCLE-COUNT      PIC 9(9) VALUE 0.
       01  WS-MERGED-COUNT     PIC 9(9) VALUE 0.
       01  WS-BATCH-COUNT      PIC 9(9) VALUE 0.

      *    Where the batch stands - the merge file's line number and
      *    the checkpoint read back at the start of the batch.
       01  WS-MERGE-POSITION   PIC 9(9).
       01  WS-BATCH-FAILED     PIC X VALUE "N".
           88  BATCH-FAILED        VALUE "Y".
       01  WS-RESUME-PHASE     PIC X(8).
       01  WS-RESUME-POSITION  PIC 9(9).
       01  WS-RESUME-PRIOR-HASH PIC X(64).
       01  WS-RESUME-NEW-HASH  PIC X(64).
       01  WS-RESUME-PRIOR-HASH2 PIC X(64).
       01  WS-RESUME-NEW-HASH2 PIC X(64).
       01  WS-ON-CHAIN         PIC X.
       01  WS-LASTHASH-NOW     PIC X(64).
       01  WS-LASTHASH2-NOW    PIC X(64).

       01  WS-DUAL-HASH-ERA    PIC X VALUE "N".
           88  DUAL-HASH-ACTIVE    VALUE "Y".
       01  WS-PRIOR-HASH       PIC X(64).
       01  WS-PRIOR-HASH2      PIC X(64).
       01  WS-HASH2-CURRENT    PIC X(64) VALUE SPACES.
       01  WS-HASH-CONTENT     PIC X(200).
       01  WS-AUX-CURRENT      PIC X(80) VALUE SPACES.
       01  WS-TAIL-TAGS        PIC X(260).
       01  WS-TAIL-PTR         PIC 9(4).
       01  WS-TAIL-CORE        PIC 9(4).
       01  WS-TAIL-LEN         PIC 9(4).
       01  WS-TAIL-ROOM        PIC 9(4).
       01  WS-LINE-PTR         PIC 9(4).
      *    Arguments for GDG-CHECK.
       01  WS-GDG-BASE         PIC X(44).
       01  WS-GDG-GEN          PIC X(4).

       01  WS-LOCK-REL-KEY     PIC 9(4) VALUE 1.
       01  WS-LOCK-STATUS      PIC XX.
       01  WS-LOCK-WAIT        PIC 9(4) VALUE 0.
       01  WS-LOCK-RETRY-DELAY PIC 9(1)V9(2) VALUE 0.01.
       01  WS-LOCK-FATAL-ERROR PIC X VALUE "N".
           88  LOCK-ERROR-OCCURRED VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "CAPTURE-SEQUENCER: merging capture journals - "
                   "touch data/capture-sequencer.stop to shut down"

           PERFORM UNTIL SHUTDOWN-REQUESTED
               ADD 1 TO WS-CYCLE-COUNT
               PERFORM SEQUENCE-CLAIMED-BATCH
               PERFORM CLAIM-JOURNALS
               PERFORM CHECK-STOP-REQUEST
               CALL "C$SLEEP" USING WS-CYCLE-DELAY
           END-PERFORM
      *    The claim taken on the last cycle has had its sleep to
      *    settle - merge it rather than leave it for the next start.
           PERFORM SEQUENCE-CLAIMED-BATCH

           MOVE "rm -f data/capture-sequencer.stop" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           DISPLAY "CAPTURE-SEQUENCER: stopped after " WS-CYCLE-COUNT
                   " cycle(s), " WS-BATCH-COUNT " batch(es), "
                   WS-MERGED-COUNT " record(s) merged"
           STOP RUN.

       SEQUENCE-CLAIMED-BATCH.
           PERFORM LOAD-HASH-ERA
           PERFORM BUILD-MERGE-BATCH
           PERFORM MERGE-BATCH.

       LOAD-HASH-ERA.
      *    Re-read every cycle - unlike a capture's run unit, this
      *    one outlives the day the era changes.
           MOVE "N" TO WS-DUAL-HASH-ERA
           OPEN INPUT HASH-ERA-FILE
           IF WS-ERA-STATUS = "00"
               READ HASH-ERA-FILE
               IF WS-ERA-STATUS = "00" AND
                       FUNCTION UPPER-CASE(HASH-ERA-RECORD) = "DUAL"
                   MOVE "Y" TO WS-DUAL-HASH-ERA
               END-IF
               CLOSE HASH-ERA-FILE
           END-IF.

       BUILD-MERGE-BATCH.
      *    The merge file is removed only once every record in it is
      *    DONE, so without one any checkpoint left over describes a
      *    finished batch - clear it before a new batch can be read
      *    against it.
           OPEN INPUT MERGE-FILE
           IF WS-MERGE-STATUS = "35"
               PERFORM CLEAR-CHECKPOINT
           ELSE
               CLOSE MERGE-FILE
           END-IF
      *    A claim directory beside an existing merge file is the one
      *    that batch was built from (the build was interrupted
      *    before its cleanup) and is dropped; otherwise the claim
      *    is sorted on the timestamp (columns 11-36 of the record)
      *    into a work file and renamed into place.
           MOVE "if [ -f data/capture-sequencer-merge.dat ]; then "
                & "rm -rf data/capture-journal.claim; elif [ -d "
                & "data/capture-journal.claim ]; then cat "
                & "data/capture-journal.claim/*.dat 2>/dev/null | "
                & "LC_ALL=C sort -s -t '|' -k1.11,1.36 > "
                & "data/capture-sequencer-merge.tmp && mv "
                & "data/capture-sequencer-merge.tmp "
                & "data/capture-sequencer-merge.dat && rm -rf "
                & "data/capture-journal.claim; fi"
               TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE.

       CLAIM-JOURNALS.
      *    Journals move into a staging directory first and the
      *    directory is renamed to the claim in one step, so a claim
      *    interrupted half-way is simply completed next cycle.
           MOVE "if [ ! -f data/capture-sequencer-merge.dat ] && "
                & "[ ! -d data/capture-journal.claim ]; then if ls "
                & "data/capture-journal-*.dat >/dev/null 2>&1; then "
                & "mkdir -p data/capture-journal.claiming && mv "
                & "data/capture-journal-*.dat "
                & "data/capture-journal.claiming/; fi; if [ -d "
                & "data/capture-journal.claiming ]; then mv "
                & "data/capture-journal.claiming "
                & "data/capture-journal.claim; fi; fi"
               TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE.

       MERGE-BATCH.
           OPEN INPUT MERGE-FILE
           IF WS-MERGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CHECKPOINT
           IF WS-RESUME-POSITION > 0
               DISPLAY "CAPTURE-SEQUENCER: resuming batch after "
                       "record " WS-RESUME-POSITION " ("
                       FUNCTION TRIM(WS-RESUME-PHASE) ")"
           END-IF

           MOVE "N" TO WS-BATCH-FAILED
           MOVE 0 TO WS-MERGE-POSITION
           PERFORM UNTIL WS-MERGE-STATUS = "10" OR BATCH-FAILED
               MOVE SPACES TO MERGE-RECORD
               READ MERGE-FILE
                   AT END
                       MOVE "10" TO WS-MERGE-STATUS
                   NOT AT END
                       ADD 1 TO WS-MERGE-POSITION
                       PERFORM SEQUENCE-MERGE-RECORD
               END-READ
           END-PERFORM
           CLOSE MERGE-FILE

           IF BATCH-FAILED
               DISPLAY "CAPTURE-SEQUENCER: batch stopped at record "
                       WS-MERGE-POSITION " - retried next cycle"
               EXIT PARAGRAPH
           END-IF

           MOVE "rm -f data/capture-sequencer-merge.dat"
               TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           PERFORM CLEAR-CHECKPOINT
           IF WS-MERGE-POSITION > 0
               ADD 1 TO WS-BATCH-COUNT
           END-IF.

       SEQUENCE-MERGE-RECORD.
      *    Blank lines still count as positions, so a restart numbers
      *    the file the same way.
           IF MERGE-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-MERGE-POSITION < WS-RESUME-POSITION
               EXIT PARAGRAPH
           END-IF
           MOVE MRG-METADATA TO METADATA-RECORD
           MOVE MRG-AUX TO WS-AUX-CURRENT

           IF WS-MERGE-POSITION = WS-RESUME-POSITION
               EVALUATE WS-RESUME-PHASE
                   WHEN "DONE"
                       CONTINUE
                   WHEN "LOGGED"
                       MOVE WS-RESUME-NEW-HASH TO META-HASH
                       PERFORM PUBLISH-AND-FINISH
                   WHEN "PEND"
                       PERFORM RESOLVE-PENDING-RECORD
                   WHEN OTHER
                       PERFORM CHAIN-MERGED-RECORD
               END-EVALUATE
           ELSE
               PERFORM CHAIN-MERGED-RECORD
           END-IF.

       CHAIN-MERGED-RECORD.
           PERFORM ACQUIRE-ARCHIVE-LOCK
           IF LOCK-ERROR-OCCURRED
               MOVE "Y" TO WS-BATCH-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM CHAIN-HASH
           MOVE "PEND" TO SQC-PHASE
           PERFORM WRITE-CHECKPOINT
           PERFORM ADVANCE-LASTHASH
           PERFORM WRITE-METADATA-LINE
           IF BATCH-FAILED
               PERFORM RELEASE-ARCHIVE-LOCK
               EXIT PARAGRAPH
           END-IF
           PERFORM FINISH-MERGED-RECORD.

       RESOLVE-PENDING-RECORD.
      *    The last run stopped between assigning this record's hash
      *    and confirming its log line. The checkpoint carries the
      *    hash it was given, so the log itself says how far it got.
           PERFORM ACQUIRE-ARCHIVE-LOCK
           IF LOCK-ERROR-OCCURRED
               MOVE "Y" TO WS-BATCH-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RESUME-NEW-HASH    TO META-HASH
           MOVE WS-RESUME-NEW-HASH2   TO WS-HASH2-CURRENT
           MOVE WS-RESUME-PRIOR-HASH  TO WS-PRIOR-HASH
           MOVE WS-RESUME-PRIOR-HASH2 TO WS-PRIOR-HASH2
           PERFORM CHECK-HASH-ON-CHAIN
           MOVE SPACES TO WS-LASTHASH-NOW
           OPEN INPUT LASTHASH-FILE
           IF WS-HASH-FILE-STATUS = "00"
               READ LASTHASH-FILE INTO WS-LASTHASH-NOW
               CLOSE LASTHASH-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-ON-CHAIN = "Y"
                   DISPLAY "CAPTURE-SEQUENCER: "
                           FUNCTION TRIM(META-RECORD-KEY)
                           " was already on the chain"
                   PERFORM FINISH-MERGED-RECORD
               WHEN WS-LASTHASH-NOW = WS-RESUME-NEW-HASH
      *            The anchor moved to this record's hash but the
      *            line never landed, and nothing has chained since
      *            - the same hash completes it.
                   DISPLAY "CAPTURE-SEQUENCER: completing "
                           FUNCTION TRIM(META-RECORD-KEY)
                           " at its assigned hash"
                   PERFORM REPAIR-LASTHASH2
                   PERFORM WRITE-METADATA-LINE
                   IF BATCH-FAILED
                       PERFORM RELEASE-ARCHIVE-LOCK
                   ELSE
                       PERFORM FINISH-MERGED-RECORD
                   END-IF
               WHEN OTHER
      *            Never written - chain it afresh off whatever the
      *            anchor says now.
                   PERFORM RELEASE-ARCHIVE-LOCK
                   PERFORM CHAIN-MERGED-RECORD
           END-EVALUATE.

       CHECK-HASH-ON-CHAIN.
      *    Archives too - METADATA-ARCHIVE may have rotated the log
      *    while this program was down.
           MOVE "N" TO WS-ON-CHAIN
           MOVE SPACES TO WS-COMMAND
           STRING "grep -qF '" '"hash":"' META-HASH '"'
                  "' data/metadata.log data/archive/metadata-*.log "
                  "2>/dev/null"
                  DELIMITED BY SIZE INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           IF WS-RETURN-CODE = 0
               MOVE "Y" TO WS-ON-CHAIN
           END-IF.

       REPAIR-LASTHASH2.
      *    lasthash2.dat is written just after lasthash.dat; if the
      *    stop fell between the two, the dual anchor is still at
      *    this record's prior hash2.
           IF WS-HASH2-CURRENT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LASTHASH2-NOW
           OPEN INPUT LASTHASH2-FILE
           IF WS-HASH2-FILE-STATUS = "00"
               READ LASTHASH2-FILE INTO WS-LASTHASH2-NOW
               CLOSE LASTHASH2-FILE
           END-IF
           IF WS-LASTHASH2-NOW = WS-PRIOR-HASH2
                   OR WS-HASH2-FILE-STATUS = "35"
               OPEN OUTPUT LASTHASH2-FILE
               WRITE LASTHASH2-RECORD FROM WS-HASH2-CURRENT
               CLOSE LASTHASH2-FILE
           END-IF.

       FINISH-MERGED-RECORD.
      *    Entered holding the archive lock with the line on the log.
           MOVE "LOGGED" TO SQC-PHASE
           PERFORM WRITE-CHECKPOINT
           PERFORM RELEASE-ARCHIVE-LOCK
           PERFORM PUBLISH-AND-FINISH.

       PUBLISH-AND-FINISH.
           PERFORM PUBLISH-CAPTURE-EVENT
           MOVE "DONE" TO SQC-PHASE
           PERFORM WRITE-CHECKPOINT
           ADD 1 TO WS-MERGED-COUNT.

       CHAIN-HASH.
      *    Same content, same order, same seeds as METADATA-CAPTURE's
      *    CHAIN-HASH - the verifiers cannot tell a merged record
      *    from a direct one. The anchors are written separately, by
      *    ADVANCE-LASTHASH, once the checkpoint holds both hashes.
           OPEN INPUT LASTHASH-FILE
           IF WS-HASH-FILE-STATUS = "35"
               MOVE ALL "0" TO WS-PRIOR-HASH
           ELSE
               READ LASTHASH-FILE INTO WS-PRIOR-HASH
               CLOSE LASTHASH-FILE
           END-IF

           STRING META-SOURCE META-OPERATION META-FILE-NAME
                  META-RECORD-KEY META-USER META-JOB-NAME
                  META-PROGRAM-NAME META-STATUS META-COND-CODE
                  META-TIMESTAMP
                  DELIMITED BY SIZE
                  INTO WS-HASH-CONTENT

           CALL "CALC-HASH" USING WS-PRIOR-HASH WS-HASH-CONTENT
               META-HASH
           END-CALL

           MOVE SPACES TO WS-HASH2-CURRENT WS-PRIOR-HASH2
           IF DUAL-HASH-ACTIVE
               OPEN INPUT LASTHASH2-FILE
               IF WS-HASH2-FILE-STATUS = "35"
                   MOVE ALL "0" TO WS-PRIOR-HASH2
               ELSE
                   READ LASTHASH2-FILE INTO WS-PRIOR-HASH2
                   CLOSE LASTHASH2-FILE
               END-IF
               CALL "CALC-HASH2" USING WS-PRIOR-HASH2
                   WS-HASH-CONTENT WS-HASH2-CURRENT
               END-CALL
           END-IF.

       ADVANCE-LASTHASH.
           OPEN OUTPUT LASTHASH-FILE
           WRITE LASTHASH-RECORD FROM META-HASH
           CLOSE LASTHASH-FILE
           IF WS-HASH2-CURRENT NOT = SPACES
               OPEN OUTPUT LASTHASH2-FILE
               WRITE LASTHASH2-RECORD FROM WS-HASH2-CURRENT
               CLOSE LASTHASH2-FILE
           END-IF.

       WRITE-METADATA-LINE.
      *    The line METADATA-CAPTURE's WRITE-METADATA-LINE builds,
      *    tail tags and all. A failure stops the batch instead of
      *    the program - the PEND checkpoint already says where.
           MOVE SPACES TO WS-TAIL-TAGS
           MOVE 1 TO WS-TAIL-PTR
           IF WS-HASH2-CURRENT NOT = SPACES
               STRING '","hash2":"' WS-HASH2-CURRENT
                      DELIMITED BY SIZE
                      INTO WS-TAIL-TAGS
                      WITH POINTER WS-TAIL-PTR
           END-IF
           IF WS-AUX-CURRENT NOT = SPACES
               STRING '","aux":"' FUNCTION TRIM(WS-AUX-CURRENT)
                      DELIMITED BY SIZE
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
               OPEN OUTPUT METADATA-LOG
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "CAPTURE-SEQUENCER: cannot open metadata "
                       "log, status=" WS-FILE-STATUS
               MOVE "Y" TO WS-BATCH-FAILED
               EXIT PARAGRAPH
           END-IF

           WRITE LOG-RECORD
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "CAPTURE-SEQUENCER: metadata log write "
                       "failed, status=" WS-FILE-STATUS
               MOVE "Y" TO WS-BATCH-FAILED
           END-IF
           CLOSE METADATA-LOG.

       PUBLISH-CAPTURE-EVENT.
      *    The record METADATA-CAPTURE would have queued on the
      *    direct path, hash included. A failed append is reported,
      *    never fatal - the record is already on the chain.
           OPEN EXTEND EVENT-QUEUE
           IF WS-QUEUE-STATUS = "35"
               OPEN OUTPUT EVENT-QUEUE
           END-IF
           IF WS-QUEUE-STATUS NOT = "00"
               DISPLAY "CAPTURE-SEQUENCER: cannot open event queue, "
                       "status=" WS-QUEUE-STATUS
                       " - event not published"
               EXIT PARAGRAPH
           END-IF
           MOVE METADATA-RECORD TO EVENT-QUEUE-RECORD
           WRITE EVENT-QUEUE-RECORD
           IF WS-QUEUE-STATUS NOT = "00"
               DISPLAY "CAPTURE-SEQUENCER: event queue write failed, "
                       "status=" WS-QUEUE-STATUS
           END-IF
           CLOSE EVENT-QUEUE.

       READ-CHECKPOINT.
           MOVE SPACES TO WS-RESUME-PHASE
           MOVE 0 TO WS-RESUME-POSITION
           MOVE SPACES TO SEQUENCER-CHECKPOINT-RECORD
           OPEN INPUT SEQUENCER-CHECKPOINT
           IF WS-CKPT-STATUS = "00"
               READ SEQUENCER-CHECKPOINT
                   AT END
                       MOVE SPACES TO SEQUENCER-CHECKPOINT-RECORD
               END-READ
               CLOSE SEQUENCER-CHECKPOINT
           END-IF
           IF SQC-PHASE NOT = SPACES AND SQC-POSITION IS NUMERIC
               MOVE SQC-PHASE       TO WS-RESUME-PHASE
               MOVE SQC-POSITION    TO WS-RESUME-POSITION
               MOVE SQC-PRIOR-HASH  TO WS-RESUME-PRIOR-HASH
               MOVE SQC-NEW-HASH    TO WS-RESUME-NEW-HASH
               MOVE SQC-PRIOR-HASH2 TO WS-RESUME-PRIOR-HASH2
               MOVE SQC-NEW-HASH2   TO WS-RESUME-NEW-HASH2
           END-IF.

       WRITE-CHECKPOINT.
      *    SQC-PHASE is set by the caller; the rest describes the
      *    record in hand.
           MOVE WS-MERGE-POSITION TO SQC-POSITION
           MOVE META-RECORD-KEY   TO SQC-RECORD-KEY
           MOVE WS-PRIOR-HASH     TO SQC-PRIOR-HASH
           MOVE META-HASH         TO SQC-NEW-HASH
           MOVE WS-PRIOR-HASH2    TO SQC-PRIOR-HASH2
           MOVE WS-HASH2-CURRENT  TO SQC-NEW-HASH2
           OPEN OUTPUT SEQUENCER-CHECKPOINT
           WRITE SEQUENCER-CHECKPOINT-RECORD
           CLOSE SEQUENCER-CHECKPOINT.

       CLEAR-CHECKPOINT.
           OPEN OUTPUT SEQUENCER-CHECKPOINT
           CLOSE SEQUENCER-CHECKPOINT.

       ACQUIRE-ARCHIVE-LOCK.
      *    METADATA-CAPTURE's OPEN-I-O-with-retry on the same file.
           MOVE "N" TO WS-LOCK-FATAL-ERROR
           MOVE 0 TO WS-LOCK-WAIT
           MOVE SPACES TO WS-LOCK-STATUS
           PERFORM UNTIL WS-LOCK-STATUS = "00" OR LOCK-ERROR-OCCURRED
               ADD 1 TO WS-LOCK-WAIT
               IF WS-LOCK-WAIT > 1000
                   DISPLAY "CAPTURE-SEQUENCER: timed out waiting for "
                           "archive lock, status=" WS-LOCK-STATUS
                   MOVE "Y" TO WS-LOCK-FATAL-ERROR
                   EXIT PERFORM
               END-IF
               IF WS-LOCK-WAIT > 1
                   CALL "C$SLEEP" USING WS-LOCK-RETRY-DELAY
               END-IF
               OPEN I-O ARCHIVE-LOCK-FILE
               IF WS-LOCK-STATUS = "35"
                   OPEN OUTPUT ARCHIVE-LOCK-FILE
                   IF WS-LOCK-STATUS NOT = "00"
                       DISPLAY "CAPTURE-SEQUENCER: cannot create "
                               "archive lock file, status="
                               WS-LOCK-STATUS
                       MOVE "Y" TO WS-LOCK-FATAL-ERROR
                       EXIT PERFORM
                   END-IF
                   CLOSE ARCHIVE-LOCK-FILE
                   OPEN I-O ARCHIVE-LOCK-FILE
                   IF WS-LOCK-STATUS NOT = "00"
                       DISPLAY "CAPTURE-SEQUENCER: cannot open "
                               "archive lock file after create, "
                               "status=" WS-LOCK-STATUS
                       MOVE "Y" TO WS-LOCK-FATAL-ERROR
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       RELEASE-ARCHIVE-LOCK.
           CLOSE ARCHIVE-LOCK-FILE.

       CHECK-STOP-REQUEST.
           OPEN INPUT STOP-FILE
           IF WS-STOP-STATUS NOT = "35"
               CLOSE STOP-FILE
               MOVE "Y" TO WS-SHUTDOWN
           END-IF.
