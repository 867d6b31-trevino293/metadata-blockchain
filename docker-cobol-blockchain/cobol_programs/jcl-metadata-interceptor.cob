               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONCTL-STATUS.

      *    Datasets whose content is fingerprinted when a write is
      *    captured, each with the file that holds it - the
      *    interceptor only ever sees a dataset name, and nothing
      *    else in the shop maps one to a path.
           SELECT FINGERPRINT-CONTROL
               ASSIGN TO "data/fingerprint-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPCTL-STATUS.

      *    Every load module digest seen for each program, one line
      *    per new version in the order they first ran - the last
      *    line for a program is the module currently in use. Append-
      *    only, like step-times.dat, and read in full each step.
           SELECT PROGRAM-HISTORY
               ASSIGN TO "data/program-fingerprints.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGMHIST-STATUS.

      *    One line per step run: job, step, program, start, end,
      *    elapsed seconds - the raw material STEP-TIMING turns into
      *    the per-step trend and the night's critical path. Append-
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-READ-STATUS.

      *    The job's last abend, keyed by job name like the
      *    checkpoint, so a restart of the job can be linked back to
      *    the run it replaces.
           SELECT RERUN-PENDING
               ASSIGN DYNAMIC WS-RERUN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RERUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Wide enough for the full DD line LOG-ONE-DD-STATEMENT builds
           05  MCR-DATASET-PATTERN PIC X(44).
           05  MCR-OPERATION        PIC X(20).

       FD  FINGERPRINT-CONTROL.
       01  FINGERPRINT-CONTROL-RECORD.
           05  FPR-DATASET         PIC X(44).
           05  FPR-FILE-PATH       PIC X(76).

       FD  PROGRAM-HISTORY.
       01  PROGRAM-HISTORY-RECORD.
           05  PGH-PROGRAM         PIC X(8).
           05  PGH-DIGEST          PIC X(64).
           05  PGH-FIRST-RUN-TS    PIC X(26).
           05  PGH-JOB-NAME        PIC X(8).
           05  PGH-STEP-NAME       PIC X(8).

       FD  LEDGER-READ.
       01  LEDGER-READ-RECORD  PIC X(512).

       FD  RERUN-PENDING.
           COPY "rerun-pending.cpy".

       FD  JCL-CHECKPOINT.
       01  JCL-CHECKPOINT-RECORD.
           05  CKPT-JOB-NAME       PIC X(8).
       01  WS-MONCTL-STATUS    PIC XX.
       01  WS-JCKPT-STATUS     PIC XX.
       01  WS-JCKPT-FILE-NAME  PIC X(60).
       01  WS-RERUN-STATUS     PIC XX.
       01  WS-RERUN-FILE-NAME  PIC X(60).
       01  WS-DD-FOUND-ANY     PIC X VALUE "N".
       01  WS-STEP-PROGRAM     PIC X(8) VALUE SPACES.
       01  WS-COND-CODE        PIC X(4) VALUE "0000".
           88  DD-IS-MONITORED     VALUE "Y".
       01  WS-MON-PATTERN-LEN  PIC 9(2).

       01  WS-FPCTL-STATUS     PIC XX.
       01  WS-FINGERPRINT-TAB.
           05  WS-FINGERPRINT-ENTRY OCCURS 50 TIMES.
               10  WS-FP-DATASET   PIC X(44).
               10  WS-FP-FILE-PATH PIC X(76).
       01  WS-FINGERPRINT-COUNT PIC 9(4) VALUE 0.
       01  WS-FINGERPRINT-IDX  PIC 9(4).
       01  WS-FINGERPRINT-FOUND PIC 9(4).
       01  WS-DIGEST           PIC X(64).
       01  WS-DIGEST-COUNT     PIC 9(9).
       01  WS-DIGEST-RESULT    PIC X.
       01  WS-WRITE-TALLY      PIC 9(4).

      *    The step's load module lives in the library named by the
      *    LOADLIB environment variable (the step's STEPLIB), file
      *    name = program name; "loadlib" when the step names none.
       01  WS-PGMHIST-STATUS   PIC XX.
       01  WS-LOAD-LIBRARY     PIC X(60).
       01  WS-MODULE-PATH      PIC X(76).
       01  WS-PRIOR-DIGEST     PIC X(64).
       01  WS-CHANGE-OP        PIC X(20) VALUE "PROGRAM-CHANGE".
      *    A service record: the step's own condition code says
      *    nothing about the change.
       01  WS-CHANGE-COND      PIC X(4) VALUE "0000".
       01  WS-CHANGE-FILE-NAME PIC X(44).

      *    A restart is recognized at the step it restarts from: the
      *    scheduler's RESTART-STEP when it names one (the JCL
      *    RESTART= step), otherwise the step that abended.
       01  WS-RESTART-STEP     PIC X(8).
       01  WS-RERUN-OP         PIC X(20) VALUE "RERUN".
       01  WS-RERUN-FILE       PIC X(44).
       01  WS-RERUN-COND       PIC X(4) VALUE "0000".
       01  WS-RERUN-BEGAN      PIC X(26).

      *    Matches LK-OPERATION in METADATA-CAPTURE (PIC X(20), wide
      *    enough for a full DISP value) - CALL ... USING is by
      *    reference, so a narrower field here would let the callee
      *    as "R=nnnnnnnnn,B=nnnnnnnnnnnn"; blank when the step
      *    published no volume row for the DD (a step from before
      *    the publication existed, or a DD with nothing countable).
      *    A write to a fingerprinted dataset carries the content
      *    digest as well, "R=nnnnnnnnn,B=nnnnnnnnnnnn,D=<48 hex>" -
      *    the leading 48 hex of the digest at column 30. With no
      *    volume row, R= is the count taken while digesting and B=
      *    is blank.
       01  WS-CAP-AUX          PIC X(80) VALUE SPACES.
       01  WS-VOLUMES-STATUS   PIC XX.
       01  WS-VOLUME-TAB.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           PERFORM SET-CHECKPOINT-FILE-NAME
           PERFORM SET-RERUN-FILE-NAME
           PERFORM RESTART-CHECK

           PERFORM READ-STEP-STATUS
           MOVE WS-STEP-PROGRAM TO WS-PROGRAM
           PERFORM READ-MONITOR-CONTROL
           PERFORM READ-FINGERPRINT-CONTROL
           PERFORM READ-DD-VOLUMES

           PERFORM CHECK-FOR-RERUN
           PERFORM CHECK-PROGRAM-MODULE
           PERFORM CAPTURE-DD-STATEMENTS
           PERFORM FLUSH-LEDGER-BATCH
           PERFORM CAPTURE-STEP-INCIDENT
                  DELIMITED BY SIZE
                  INTO WS-JCKPT-FILE-NAME.

       SET-RERUN-FILE-NAME.
           STRING "data/rerun-pending-"
                  FUNCTION TRIM(WS-JOB-NAME)
                  ".dat"
                  DELIMITED BY SIZE
                  INTO WS-RERUN-FILE-NAME.

       CHECK-FOR-RERUN.
      *    A job whose last run abended and is now running its
      *    restart step again is that run's restart, not new work -
      *    the RERUN record says so before any of this step's DD
      *    captures, so the reports can pair the two runs up:
      *        dataset field  RERUN OF <abend record key> FROM <step>
      *        aux            FAILED=<step> CC=<code> AT=<abend
      *                       time> BEGAN=<this step's start>
      *    A rerun from the top that runs JOB-BOUNDARY START is
      *    recognized there instead, and finds nothing left here.
           MOVE SPACES TO RERUN-PENDING-RECORD
           OPEN INPUT RERUN-PENDING
           IF WS-RERUN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RERUN-PENDING
               AT END
                   MOVE SPACES TO RERUN-PENDING-RECORD
           END-READ
           CLOSE RERUN-PENDING
           IF RPR-FAILED-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RESTART-STEP
           ACCEPT WS-RESTART-STEP FROM ENVIRONMENT "RESTART-STEP"
           IF WS-RESTART-STEP = SPACES
               MOVE RPR-FAILED-STEP TO WS-RESTART-STEP
           END-IF
           IF WS-RESTART-STEP NOT = WS-STEP-NAME
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STEP-START-TS TO WS-RERUN-BEGAN
           IF WS-RERUN-BEGAN(1:8) IS NOT NUMERIC
               MOVE WS-TIMESTAMP TO WS-RERUN-BEGAN
           END-IF
           MOVE SPACES TO WS-RERUN-FILE
           STRING "RERUN OF " FUNCTION TRIM(RPR-FAILED-KEY)
                  " FROM " FUNCTION TRIM(WS-STEP-NAME)
                  DELIMITED BY SIZE INTO WS-RERUN-FILE
           MOVE SPACES TO WS-CAP-AUX
           STRING "FAILED=" RPR-FAILED-STEP " CC=" RPR-COND-CODE
                  " AT=" RPR-FAILED-TS(1:14)
                  " BEGAN=" WS-RERUN-BEGAN(1:14)
                  DELIMITED BY SIZE INTO WS-CAP-AUX
           MOVE SPACES TO WS-RECORD-KEY
           CALL "METADATA-CAPTURE" USING WS-RERUN-OP
               WS-RERUN-FILE WS-RECORD-KEY WS-USER
               WS-JOB-NAME WS-STEP-PROGRAM WS-RERUN-COND
               WS-CAP-AUX
           END-CALL
           OPEN OUTPUT RERUN-PENDING
           CLOSE RERUN-PENDING
           DISPLAY "JCL-METADATA-INTERCEPTOR: job "
                   FUNCTION TRIM(WS-JOB-NAME) " restarted at "
                   FUNCTION TRIM(WS-STEP-NAME) " after "
                   FUNCTION TRIM(RPR-FAILED-OP) " "
                   FUNCTION TRIM(RPR-FAILED-KEY)
                   " - RERUN recorded".

       RECORD-PENDING-RERUN.
      *    The abend's own record key (METADATA-CAPTURE hands back
      *    the one it assigned) is what the restart will link to.
      *    A later abend replaces an earlier one still pending - the
      *    restart replaces the run that failed last.
           MOVE SPACES TO RERUN-PENDING-RECORD
           MOVE WS-RECORD-KEY   TO RPR-FAILED-KEY
           MOVE WS-INCIDENT-OP  TO RPR-FAILED-OP
           MOVE WS-STEP-NAME    TO RPR-FAILED-STEP
           MOVE WS-STEP-PROGRAM TO RPR-FAILED-PROGRAM
           MOVE WS-COND-CODE    TO RPR-COND-CODE
           MOVE WS-TIMESTAMP    TO RPR-FAILED-TS
           OPEN OUTPUT RERUN-PENDING
           IF WS-RERUN-STATUS NOT = "00"
               DISPLAY "JCL-METADATA-INTERCEPTOR: cannot open "
                       FUNCTION TRIM(WS-RERUN-FILE-NAME)
                       ", status=" WS-RERUN-STATUS
               EXIT PARAGRAPH
           END-IF
           WRITE RERUN-PENDING-RECORD
           CLOSE RERUN-PENDING.

       RESTART-CHECK.
      *    A checkpoint left over from a prior run means that run
      *    died in the middle of its blockchain ledger work - after
                   WS-CAP-AUX
               END-CALL

      *        An abend ends the run; its restart links back here.
      *        A non-zero return code alone does not - the job goes
      *        on to its next step, and JOB-BOUNDARY END judges how
      *        the run finished.
               IF WS-INCIDENT-OP = "ABEND"
                   PERFORM RECORD-PENDING-RERUN
               END-IF

      *        Route the incident through the alert table the moment
      *        it is captured - the end-of-day report is hours away,
      *        and an S0C7 in production can't wait for it.
               PERFORM CALL-BLOCKCHAIN-ADAPTER
           END-IF.

       CHECK-PROGRAM-MODULE.
      *    Nothing else records which version of a program a step
      *    ran, so the module is digested (DATASET-DIGEST, the same
      *    fingerprint the controlled datasets get) on every step
      *    and compared with the last digest on file for the
      *    program. A new digest goes on the history, and - unless
      *    it is the program's first sighting, which only sets the
      *    baseline - out as a PROGRAM-CHANGE record:
      *        dataset field  PGM=<program> PREV=<old digest, 16>
      *        aux            D=<new digest, 64 hex>
      *    Later runs of the same module match the history line
      *    this one wrote, so the record is written once per change.
      *    CHANGE-CONTROL-REPORT matches each one to its ticket.
           IF WS-STEP-PROGRAM = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LOAD-LIBRARY
           ACCEPT WS-LOAD-LIBRARY FROM ENVIRONMENT "LOADLIB"
           IF WS-LOAD-LIBRARY = SPACES
               MOVE "loadlib" TO WS-LOAD-LIBRARY
           END-IF
           MOVE SPACES TO WS-MODULE-PATH
           STRING FUNCTION TRIM(WS-LOAD-LIBRARY) "/"
                  FUNCTION TRIM(WS-STEP-PROGRAM)
                  DELIMITED BY SIZE INTO WS-MODULE-PATH
           CALL "DATASET-DIGEST" USING WS-MODULE-PATH WS-DIGEST
               WS-DIGEST-COUNT WS-DIGEST-RESULT
           END-CALL
           IF WS-DIGEST-RESULT NOT = "Y"
               DISPLAY "JCL-METADATA-INTERCEPTOR: cannot digest "
                       "load module " FUNCTION TRIM(WS-MODULE-PATH)
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-PRIOR-DIGEST
           IF WS-PRIOR-DIGEST = WS-DIGEST
               EXIT PARAGRAPH
           END-IF
           PERFORM APPEND-PROGRAM-HISTORY
           IF WS-PRIOR-DIGEST = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CHANGE-FILE-NAME
           STRING "PGM=" FUNCTION TRIM(WS-STEP-PROGRAM)
                  " PREV=" WS-PRIOR-DIGEST(1:16)
                  DELIMITED BY SIZE INTO WS-CHANGE-FILE-NAME
           MOVE SPACES TO WS-CAP-AUX
           STRING "D=" WS-DIGEST DELIMITED BY SIZE INTO WS-CAP-AUX
           MOVE SPACES TO WS-RECORD-KEY
           CALL "METADATA-CAPTURE" USING WS-CHANGE-OP
               WS-CHANGE-FILE-NAME WS-RECORD-KEY WS-USER
               WS-JOB-NAME WS-STEP-PROGRAM WS-CHANGE-COND
               WS-CAP-AUX
           END-CALL
           DISPLAY "JCL-METADATA-INTERCEPTOR: load module "
                   FUNCTION TRIM(WS-STEP-PROGRAM)
                   " has changed since its last run - "
                   "PROGRAM-CHANGE recorded".

       FIND-PRIOR-DIGEST.
      *    The last line for the program wins; no line, or no
      *    history file yet, leaves the prior digest blank.
           MOVE SPACES TO WS-PRIOR-DIGEST
           OPEN INPUT PROGRAM-HISTORY
           IF WS-PGMHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PGMHIST-STATUS NOT = "00"
               READ PROGRAM-HISTORY
                   AT END
                       MOVE "10" TO WS-PGMHIST-STATUS
                   NOT AT END
                       IF PGH-PROGRAM = WS-STEP-PROGRAM
                           MOVE PGH-DIGEST TO WS-PRIOR-DIGEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROGRAM-HISTORY.

       APPEND-PROGRAM-HISTORY.
           OPEN EXTEND PROGRAM-HISTORY
           IF WS-PGMHIST-STATUS = "35"
               OPEN OUTPUT PROGRAM-HISTORY
           END-IF
           IF WS-PGMHIST-STATUS NOT = "00"
               DISPLAY "JCL-METADATA-INTERCEPTOR: cannot open "
                       "program-fingerprints file, status="
                       WS-PGMHIST-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROGRAM-HISTORY-RECORD
           MOVE WS-STEP-PROGRAM TO PGH-PROGRAM
           MOVE WS-DIGEST       TO PGH-DIGEST
           MOVE WS-TIMESTAMP    TO PGH-FIRST-RUN-TS
           MOVE WS-JOB-NAME     TO PGH-JOB-NAME
           MOVE WS-STEP-NAME    TO PGH-STEP-NAME
           WRITE PROGRAM-HISTORY-RECORD
           CLOSE PROGRAM-HISTORY.

       READ-MONITOR-CONTROL.
      *    PARMLIB-style list of which datasets/operations should
      *    trigger metadata capture, so that list can be changed
           IF DD-IS-MONITORED
               MOVE SPACES TO WS-RECORD-KEY
               PERFORM SET-DD-VOLUME-AUX
               PERFORM SET-DD-FINGERPRINT-AUX
               CALL "METADATA-CAPTURE" USING WS-DISP WS-DATASET
                   WS-RECORD-KEY WS-USER WS-JOB-NAME WS-STEP-PROGRAM
                   WS-COND-CODE WS-CAP-AUX
                      DELIMITED BY SIZE INTO WS-CAP-AUX
           END-IF.

       READ-FINGERPRINT-CONTROL.
      *    Optional like monitor-control.dat: no table, no digests.
      *    The first row for a dataset wins.
           MOVE 0 TO WS-FINGERPRINT-COUNT
           OPEN INPUT FINGERPRINT-CONTROL
           IF WS-FPCTL-STATUS NOT = "35"
               PERFORM UNTIL WS-FPCTL-STATUS = "10"
                   READ FINGERPRINT-CONTROL
                       AT END
                           MOVE "10" TO WS-FPCTL-STATUS
                       NOT AT END
                           IF FPR-DATASET NOT = SPACES
                                   AND FPR-FILE-PATH NOT = SPACES
                                   AND WS-FINGERPRINT-COUNT < 50
                               ADD 1 TO WS-FINGERPRINT-COUNT
                               MOVE FPR-DATASET TO WS-FP-DATASET(
                                   WS-FINGERPRINT-COUNT)
                               MOVE FPR-FILE-PATH TO WS-FP-FILE-PATH(
                                   WS-FINGERPRINT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINGERPRINT-CONTROL
           END-IF.

       SET-DD-FINGERPRINT-AUX.
      *    Only writes are fingerprinted - METADATA-LINEAGE's DISP
      *    rule, NEW anywhere or MOD. A read leaves the content as
      *    the last write left it, and the verifier judges against
      *    that write.
           IF WS-FINGERPRINT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WRITE-TALLY
           INSPECT WS-DISP TALLYING WS-WRITE-TALLY FOR ALL "NEW"
           IF WS-WRITE-TALLY = 0 AND WS-DISP(1:4) NOT = "MOD "
                   AND WS-DISP(1:4) NOT = "(MOD"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FINGERPRINT-FOUND
           PERFORM VARYING WS-FINGERPRINT-IDX FROM 1 BY 1
                   UNTIL WS-FINGERPRINT-IDX > WS-FINGERPRINT-COUNT
               IF WS-FP-DATASET(WS-FINGERPRINT-IDX) = WS-DATASET
                   MOVE WS-FINGERPRINT-IDX TO WS-FINGERPRINT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FINGERPRINT-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           CALL "DATASET-DIGEST" USING
               WS-FP-FILE-PATH(WS-FINGERPRINT-FOUND) WS-DIGEST
               WS-DIGEST-COUNT WS-DIGEST-RESULT
           END-CALL
      *    A file that cannot be opened or read through captures with
      *    its volumes as before; the verifier reports the write as
      *    unfingerprinted.
           IF WS-DIGEST-RESULT NOT = "Y"
               DISPLAY "JCL-METADATA-INTERCEPTOR: cannot digest "
                       FUNCTION TRIM(WS-FP-FILE-PATH(
                           WS-FINGERPRINT-FOUND))
                       " for " FUNCTION TRIM(WS-DATASET)
               EXIT PARAGRAPH
           END-IF
      *    The digest follows the step's published volumes at a
      *    fixed offset - "R=" nine, ",B=" twelve, ",D=" the leading
      *    48 hex of the digest - so VOLUME-REPORT's positional pick
      *    is undisturbed. With no volume row the digest's own record
      *    count stands in for R= and B= is left blank.
           IF WS-VOLUME-FOUND = 0
               MOVE SPACES TO WS-CAP-AUX
               STRING "R=" WS-DIGEST-COUNT ",B="
                      DELIMITED BY SIZE INTO WS-CAP-AUX
           END-IF
           STRING ",D=" WS-DIGEST(1:48)
                  DELIMITED BY SIZE INTO WS-CAP-AUX(27:54).

       ADD-TO-LEDGER-BATCH.
      *    The ledger write waits for the whole step's batch; a step
      *    with more monitored DDs than the batch holds flushes the
