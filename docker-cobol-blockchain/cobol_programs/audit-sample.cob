       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-SAMPLE.
      *    Audit sampling with a proof bundle per sampled record.
      *    The auditors pick captures from a period and ask for each
      *    one to be proven end to end; the proof used to be put
      *    together by hand from four places. This draws the sample
      *    and writes every proof into one document:
      *        argument 1: the period - an archive name (metadata-
      *                    yyyymmdd-hhmmss.log, or its data/archive/
      *                    path) or LIVE for data/metadata.log
      *        argument 2: sample size N (1-500)
      *        argument 3: NONE (default), OPERATION or JOB - with a
      *                    stratum, N records are drawn from EACH
      *                    operation or job of the period
      *        argument 4: seed, 1-2147483646 - default taken from
      *                    the clock; always printed, so the auditors
      *                    can rerun the identical draw
      *    The draw is reproducible anywhere: a Park-Miller minimal
      *    standard generator (x = x * 16807 mod 2147483647) drives a
      *    partial Fisher-Yates shuffle of each stratum's records,
      *    strata taken in order of first appearance in the period.
      *    Each proof bundle holds
      *        - the record itself and its predecessor
      *        - the chain link recomputed from the predecessor's
      *          stored hash (hash2 as well in the dual-hash era;
      *          a tombstone must trace to a REDACTION capture)
      *        - the matching BLKCHN01 ledger entry - the latest for
      *          the job, dataset and disposition stamped at or
      *          before the capture - with its own hash recomputed
      *          and the sealed block it falls in, that block's
      *          rollup recomputed as LEDGER-SEAL VERIFY does
      *        - the original JCLLOG DD line, matched the same way
      *        - the period's catalog anchor from data/archive/
      *          catalog.dat, checked against the period as read
      *    and names every piece it could not find as MISSING;
      *    service records written straight through METADATA-
      *    CAPTURE have no ledger entry or DD line by design, and
      *    say so instead.
      *    The document is data/audit-sample-<yyyymmdd-hhmmss>.txt;
      *    its rolling digest is captured through METADATA-CAPTURE
      *    as an EVIDENCE record the way COMPLIANCE-PACK's package
      *    is, the full hash in the aux payload.
      *    RC=8 when a chain link, ledger entry or block rollup fails
      *    to recompute, RC=4 when a piece is missing, RC=8 for a
      *    usage error or an unreadable period, RC=16 when the
      *    document cannot be written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METADATA-LOG ASSIGN DYNAMIC WS-PERIOD-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "data/blockchain.ledger"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT JCL-LOG ASSIGN TO "JCLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCL-STATUS.

           SELECT ARCHIVE-CATALOG
               ASSIGN TO "data/archive/catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT REDACTION-LIST ASSIGN TO "data/audsampl-redact.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDLIST-STATUS.

           SELECT EVIDENCE-FILE ASSIGN DYNAMIC WS-DOCUMENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVIDENCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  METADATA-LOG.
       01  LOG-RECORD          PIC X(512).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD       PIC X(512).

      *    Same width JCL-METADATA-INTERCEPTOR writes the DD line at.
       FD  JCL-LOG.
       01  JCL-RECORD          PIC X(200).

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

       FD  REDACTION-LIST.
       01  REDACTION-LIST-RECORD PIC X(512).

       FD  EVIDENCE-FILE.
       01  EVIDENCE-LINE       PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-LEDGER-STATUS    PIC XX.
       01  WS-JCL-STATUS       PIC XX.
       01  WS-CATALOG-STATUS   PIC XX.
       01  WS-REDLIST-STATUS   PIC XX.
       01  WS-EVIDENCE-STATUS  PIC XX.
       01  WS-PERIOD-FILE      PIC X(60).
       01  WS-DOCUMENT-NAME    PIC X(44).
       01  WS-NOW-TS           PIC X(26).

       01  WS-ARG-COUNT        PIC 9(4) VALUE 0.
       01  WS-ARG-VALUE        PIC X(60).
       01  WS-SLASH-COUNT      PIC 9(4).
       01  WS-SAMPLE-SIZE      PIC 9(3) VALUE 0.
       01  WS-STRATIFY         PIC X(9) VALUE "NONE".
       01  WS-SEED             PIC 9(10) VALUE 0.
       01  WS-SEED-TEXT        PIC X(10).
       01  WS-IS-LIVE          PIC X VALUE "N".

      *    The period as read, whole - each bundle needs its record
      *    and the one before it.
       01  WS-PERIOD-TAB.
           05  WS-PERIOD-ENTRY OCCURS 5000 TIMES.
               10  WS-PR-STRATUM   PIC 9(4).
               10  WS-PR-LINE      PIC X(512).
       01  WS-PERIOD-COUNT     PIC 9(5) VALUE 0.
       01  WS-PR-IDX           PIC 9(5).
       01  WS-PRED-IDX         PIC 9(5).
       01  WS-PERIOD-FIRST-KEY PIC X(20).
       01  WS-PERIOD-LAST-KEY  PIC X(20).
       01  WS-PERIOD-LAST-HASH PIC X(64).

      *    Strata in order of first appearance; one stratum "ALL"
      *    when the sample is not stratified.
       01  WS-STRATUM-TAB.
           05  WS-STRATUM-VALUE PIC X(20) OCCURS 500 TIMES.
       01  WS-STRATUM-COUNT    PIC 9(4) VALUE 0.
       01  WS-STRATUM-IDX      PIC 9(4).
       01  WS-STRATUM-KEY      PIC X(20).

      *    One stratum's record positions, shuffled in place.
       01  WS-POOL-TAB.
           05  WS-POOL-POS     PIC 9(5) OCCURS 5000 TIMES.
       01  WS-POOL-COUNT       PIC 9(5).
       01  WS-POOL-IDX         PIC 9(5).
       01  WS-POOL-PICK        PIC 9(5).
       01  WS-POOL-SWAP        PIC 9(5).
       01  WS-DRAW-LIMIT       PIC 9(5).
       01  WS-SAMPLE-CAPPED    PIC X VALUE "N".

      *    Park-Miller minimal standard generator state.
       01  WS-RNG-STATE        PIC 9(10) COMP.
       01  WS-RNG-PRODUCT      PIC 9(18) COMP.
       01  WS-RNG-QUOTIENT     PIC 9(18) COMP.
       01  WS-RNG-SPAN         PIC 9(5).
       01  WS-RNG-OFFSET       PIC 9(5).
       01  WS-RNG-DISCARD      PIC 9(10) COMP.

      *    The drawn sample, with the ledger and JCLLOG twins the
      *    two scans find for each one. Kind: D a DD capture (ledger
      *    and DD line expected), A an abend/failure (ledger only),
      *    S a service record (neither), R a sanctioned-format
      *    tombstone (its dataset is gone, nothing to match on).
       01  WS-SAMPLE-TAB.
           05  WS-SAMPLE-ENTRY OCCURS 500 TIMES.
               10  WS-S-POS        PIC 9(5).
               10  WS-S-STRATUM    PIC 9(4).
               10  WS-S-KIND       PIC X.
               10  WS-S-JOB        PIC X(8).
               10  WS-S-FILE       PIC X(44).
               10  WS-S-OPERATION  PIC X(20).
               10  WS-S-TS         PIC X(16).
               10  WS-S-L-TS       PIC X(26).
               10  WS-S-L-BLOCK    PIC 9(5).
               10  WS-S-L-LINE     PIC X(512).
               10  WS-S-J-TS       PIC X(26).
               10  WS-S-J-LINE     PIC X(200).
       01  WS-SAMPLE-COUNT     PIC 9(4) VALUE 0.
       01  WS-S-IDX            PIC 9(4).
       01  WS-SAMPLE-SEQ       PIC 9(4).

      *    Ledger scan: the entry being looked at, and every block
      *    header with its rollup verdict. A block is numbered by
      *    its position among the headers - entries belong to the
      *    first header after them.
       01  WS-L-JOB            PIC X(8).
       01  WS-L-STEP           PIC X(8).
       01  WS-L-PROGRAM        PIC X(8).
       01  WS-L-DD             PIC X(8).
       01  WS-L-DATASET        PIC X(44).
       01  WS-L-DISP           PIC X(20).
       01  WS-L-TS             PIC X(26).
       01  WS-L-PRIOR-HASH     PIC X(64).
       01  WS-L-HASH           PIC X(64).
       01  WS-IS-HEADER        PIC 9(4).
       01  WS-OPEN-BLOCK       PIC 9(5).
       01  WS-HEADER-TAB.
           05  WS-HEADER-ENTRY OCCURS 2000 TIMES.
               10  WS-H-NUM        PIC X(10).
               10  WS-H-ENTRIES    PIC X(8).
               10  WS-H-ROLLUP     PIC X(64).
               10  WS-H-OK         PIC X.
       01  WS-HEADER-COUNT     PIC 9(5) VALUE 0.
       01  WS-H-IDX            PIC 9(5).
       01  WS-H-ROLLUP-READ    PIC X(64).
       01  WS-H-ROLLUP2-READ   PIC X(64).
       01  WS-ROLLUP-HASH      PIC X(64).
       01  WS-ROLLUP2-HASH     PIC X(64).
       01  WS-NEW-ROLLUP       PIC X(64).
       01  WS-ENTRY-HASH2      PIC X(64).
       01  WS-HEADER-GOOD      PIC X.

      *    JCLLOG scan: the DD line being looked at.
       01  WS-J-JOB            PIC X(8).
       01  WS-J-DATASET        PIC X(44).
       01  WS-J-DISP           PIC X(20).
       01  WS-J-TIME           PIC X(26).

      *    Catalog anchor for the period.
       01  WS-ANCHOR-FOUND     PIC X VALUE "N".
       01  WS-ANCHOR-FIRST-KEY PIC X(20).
       01  WS-ANCHOR-LAST-KEY  PIC X(20).
       01  WS-ANCHOR-COUNT     PIC 9(7).
       01  WS-ANCHOR-HASH      PIC X(64).
       01  WS-ANCHOR-AGREES    PIC X.
       01  WS-ANCHOR-TEXT      PIC X(120).

      *    Chain-walk work fields, the same recompute METADATA-
      *    VERIFY does, pointed at whichever line is in WS-PARSE-
      *    LINE.
       01  WS-PARSE-LINE       PIC X(512).
       01  WS-PARSED-FIELD.
           05  WS-P-SOURCE     PIC X(10).
           05  WS-P-OPERATION  PIC X(20).
           05  WS-P-TIMESTAMP  PIC X(26).
           05  WS-P-RECORD-KEY PIC X(20).
           05  WS-P-FILE-NAME  PIC X(44).
           05  WS-P-USER       PIC X(10).
           05  WS-P-JOB-NAME   PIC X(8).
           05  WS-P-PROGRAM    PIC X(8).
           05  WS-P-STATUS     PIC X(2).
           05  WS-P-COND-CODE  PIC X(4).
           05  WS-P-HASH       PIC X(64).
       01  WS-P-REDACTED       PIC X.
       01  WS-P-HASH2          PIC X(64).

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(64).

       01  WS-PRIOR-HASH       PIC X(64).
       01  WS-PRIOR-HASH2      PIC X(64).
       01  WS-COMPUTED-HASH    PIC X(64).
       01  WS-COMPUTED-HASH2   PIC X(64).
       01  WS-HASH-CONTENT     PIC X(200).
       01  WS-DIGEST-WORK      PIC X(64).

       01  WS-RK-TAB.
           05  WS-RK-KEY       PIC X(20) OCCURS 200 TIMES.
       01  WS-RK-COUNT         PIC 9(4) VALUE 0.
       01  WS-RK-IDX           PIC 9(4).
       01  WS-RK-OPERATION     PIC X(20).
       01  WS-RK-FILE          PIC X(44).
       01  WS-TS-SANCTIONED    PIC X.
           88  TOMBSTONE-IS-SANCTIONED VALUE "Y".
       01  WS-GREP-COMMAND     PIC X(200).
       01  WS-GREP-RC          PIC S9(9) COMP.

      *    Printing a raw line in document-width pieces.
       01  WS-RAW-LINE         PIC X(512).
       01  WS-RAW-OFFSET       PIC 9(3).

      *    Per-bundle and run tallies.
       01  WS-BUNDLE-MISSING   PIC 9(2).
       01  WS-BUNDLE-FAILED    PIC 9(2).
       01  WS-INCOMPLETE-COUNT PIC 9(4) VALUE 0.
       01  WS-FAILED-COUNT     PIC 9(4) VALUE 0.

      *    The document digest folds every written line through
      *    CALC-HASH from a zero seed, as COMPLIANCE-PACK's does.
       01  WS-DOC-DIGEST       PIC X(64).
       01  WS-LINE-CONTENT     PIC X(200).

      *    Arguments for the EVIDENCE capture call - layouts match
      *    METADATA-CAPTURE's LINKAGE SECTION exactly.
       01  WS-CAP-OPERATION    PIC X(20) VALUE "EVIDENCE".
       01  WS-CAP-FILE-NAME    PIC X(44).
       01  WS-CAP-RECORD-KEY   PIC X(20).
       01  WS-CAP-USER         PIC X(10).
       01  WS-CAP-JOB-NAME     PIC X(8) VALUE "EVIDENCE".
       01  WS-CAP-PROGRAM      PIC X(8) VALUE "AUDSAMPL".
       01  WS-CAP-COND-CODE    PIC X(4) VALUE "0000".
       01  WS-CAP-AUX          PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           ACCEPT WS-CAP-USER FROM ENVIRONMENT "USER"
           PERFORM PARSE-ARGUMENTS

           PERFORM LOAD-REDACTION-KEYS
           PERFORM LOAD-PERIOD
           PERFORM FIND-CATALOG-ANCHOR
           PERFORM DRAW-SAMPLE
           PERFORM SCAN-LEDGER
           PERFORM SCAN-JCLLOG
           PERFORM WRITE-DOCUMENT
           PERFORM CAPTURE-DOCUMENT-HASH

           DISPLAY "AUDIT-SAMPLE: " WS-SAMPLE-COUNT " record(s) "
                   "sampled from " FUNCTION TRIM(WS-PERIOD-FILE)
                   " (seed " WS-SEED "), " WS-INCOMPLETE-COUNT
                   " bundle(s) incomplete, " WS-FAILED-COUNT
                   " failed a recompute - "
                   FUNCTION TRIM(WS-DOCUMENT-NAME)
           DISPLAY "AUDIT-SAMPLE: document digest " WS-DOC-DIGEST
           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-INCOMPLETE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       PARSE-ARGUMENTS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 2
               DISPLAY "AUDIT-SAMPLE: usage - <period|LIVE> <count> "
                       "[NONE|OPERATION|JOB] [seed]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE 0 TO WS-SLASH-COUNT
           INSPECT WS-ARG-VALUE TALLYING WS-SLASH-COUNT FOR ALL "/"
           MOVE SPACES TO WS-PERIOD-FILE
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(WS-ARG-VALUE) = "LIVE"
                   MOVE "data/metadata.log" TO WS-PERIOD-FILE
                   MOVE "Y" TO WS-IS-LIVE
               WHEN WS-SLASH-COUNT = 0
                   STRING "data/archive/" FUNCTION TRIM(WS-ARG-VALUE)
                       DELIMITED BY SIZE INTO WS-PERIOD-FILE
               WHEN OTHER
                   MOVE WS-ARG-VALUE TO WS-PERIOD-FILE
           END-EVALUATE

           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(WS-ARG-VALUE) IS NOT NUMERIC
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-ARG-VALUE)) > 3
               DISPLAY "AUDIT-SAMPLE: sample size must be 1-500, got "
                       FUNCTION TRIM(WS-ARG-VALUE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-SAMPLE-SIZE = FUNCTION NUMVAL(WS-ARG-VALUE)
           IF WS-SAMPLE-SIZE < 1 OR WS-SAMPLE-SIZE > 500
               DISPLAY "AUDIT-SAMPLE: sample size must be 1-500, got "
                       FUNCTION TRIM(WS-ARG-VALUE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-ARG-COUNT > 2
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE) TO WS-STRATIFY
               IF WS-STRATIFY NOT = "NONE"
                       AND WS-STRATIFY NOT = "OPERATION"
                       AND WS-STRATIFY NOT = "JOB"
                   DISPLAY "AUDIT-SAMPLE: stratum must be NONE, "
                           "OPERATION or JOB, got "
                           FUNCTION TRIM(WS-ARG-VALUE)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-ARG-COUNT > 3
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-SEED-TEXT
               IF WS-ARG-VALUE(11:) NOT = SPACES
                       OR FUNCTION TRIM(WS-SEED-TEXT) IS NOT NUMERIC
                   DISPLAY "AUDIT-SAMPLE: seed must be 1-2147483646,"
                           " got " FUNCTION TRIM(WS-ARG-VALUE)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-SEED = FUNCTION NUMVAL(WS-ARG-VALUE)
               IF WS-SEED < 1 OR WS-SEED > 2147483646
                   DISPLAY "AUDIT-SAMPLE: seed must be 1-2147483646,"
                           " got " FUNCTION TRIM(WS-ARG-VALUE)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
      *        No seed given: the clock picks one - day of year plus
      *        time of day to the hundredth, folded into the
      *        generator's range.
               COMPUTE WS-RNG-PRODUCT =
                   FUNCTION NUMVAL(WS-NOW-TS(1:8)) * 10000000
                   + FUNCTION NUMVAL(WS-NOW-TS(9:8))
               DIVIDE WS-RNG-PRODUCT BY 2147483646
                   GIVING WS-RNG-QUOTIENT REMAINDER WS-SEED
               ADD 1 TO WS-SEED
           END-IF
           MOVE WS-SEED TO WS-RNG-STATE

           MOVE SPACES TO WS-DOCUMENT-NAME
           STRING "data/audit-sample-" WS-NOW-TS(1:8) "-"
                  WS-NOW-TS(9:6) ".txt"
                  DELIMITED BY SIZE INTO WS-DOCUMENT-NAME.

       LOAD-PERIOD.
           OPEN INPUT METADATA-LOG
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "AUDIT-SAMPLE: period "
                       FUNCTION TRIM(WS-PERIOD-FILE)
                       " cannot be read, status " WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LOG-STATUS = "10"
               READ METADATA-LOG
                   AT END
                       MOVE "10" TO WS-LOG-STATUS
                   NOT AT END
                       PERFORM NOTE-PERIOD-RECORD
               END-READ
           END-PERFORM
           CLOSE METADATA-LOG
           IF WS-PERIOD-COUNT = 0
               DISPLAY "AUDIT-SAMPLE: period "
                       FUNCTION TRIM(WS-PERIOD-FILE)
                       " holds no records - nothing to sample"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTE-PERIOD-RECORD.
      *    A partial period would make the draw unrepeatable against
      *    the full file - refuse rather than sample part of it.
           IF WS-PERIOD-COUNT >= 5000
               DISPLAY "AUDIT-SAMPLE: period "
                       FUNCTION TRIM(WS-PERIOD-FILE)
                       " holds more than 5000 records - too large "
                       "to sample here"
               CLOSE METADATA-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PERIOD-COUNT
           MOVE LOG-RECORD TO WS-PR-LINE(WS-PERIOD-COUNT)
           MOVE LOG-RECORD TO WS-PARSE-LINE
           PERFORM PARSE-LOG-RECORD
           IF WS-PERIOD-COUNT = 1
               MOVE WS-P-RECORD-KEY TO WS-PERIOD-FIRST-KEY
           END-IF
           MOVE WS-P-RECORD-KEY TO WS-PERIOD-LAST-KEY
           MOVE WS-P-HASH TO WS-PERIOD-LAST-HASH

           EVALUATE WS-STRATIFY
               WHEN "OPERATION"
                   MOVE WS-P-OPERATION TO WS-STRATUM-KEY
               WHEN "JOB"
                   MOVE WS-P-JOB-NAME TO WS-STRATUM-KEY
               WHEN OTHER
                   MOVE "ALL" TO WS-STRATUM-KEY
           END-EVALUATE
           PERFORM FIND-OR-ADD-STRATUM
           MOVE WS-STRATUM-IDX TO WS-PR-STRATUM(WS-PERIOD-COUNT).

       FIND-OR-ADD-STRATUM.
           PERFORM VARYING WS-STRATUM-IDX FROM 1 BY 1
                   UNTIL WS-STRATUM-IDX > WS-STRATUM-COUNT
               IF WS-STRATUM-VALUE(WS-STRATUM-IDX) = WS-STRATUM-KEY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-STRATUM-COUNT >= 500
               DISPLAY "AUDIT-SAMPLE: more than 500 distinct "
                       "strata in the period - sample it unstratified "
                       "or by operation"
               CLOSE METADATA-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STRATUM-COUNT
           MOVE WS-STRATUM-KEY TO WS-STRATUM-VALUE(WS-STRATUM-COUNT)
           MOVE WS-STRATUM-COUNT TO WS-STRATUM-IDX.

       FIND-CATALOG-ANCHOR.
      *    The row METADATA-ARCHIVE wrote when the period was cut -
      *    the last one for the name wins.
           IF WS-IS-LIVE = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVE-CATALOG
           IF WS-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CATALOG-STATUS = "10"
               READ ARCHIVE-CATALOG
                   AT END
                       MOVE "10" TO WS-CATALOG-STATUS
                   NOT AT END
                       IF CAT-ARCHIVE-NAME = WS-PERIOD-FILE
                           MOVE "Y" TO WS-ANCHOR-FOUND
                           MOVE CAT-FIRST-KEY TO WS-ANCHOR-FIRST-KEY
                           MOVE CAT-LAST-KEY TO WS-ANCHOR-LAST-KEY
                           MOVE CAT-RECORD-COUNT TO WS-ANCHOR-COUNT
                           MOVE CAT-FINAL-HASH TO WS-ANCHOR-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-CATALOG

           MOVE "N" TO WS-ANCHOR-AGREES
           IF WS-ANCHOR-FOUND = "Y"
                   AND WS-ANCHOR-COUNT = WS-PERIOD-COUNT
                   AND WS-ANCHOR-HASH = WS-PERIOD-LAST-HASH
                   AND WS-ANCHOR-FIRST-KEY = WS-PERIOD-FIRST-KEY
                   AND WS-ANCHOR-LAST-KEY = WS-PERIOD-LAST-KEY
               MOVE "Y" TO WS-ANCHOR-AGREES
           END-IF.

       DRAW-SAMPLE.
           PERFORM VARYING WS-STRATUM-IDX FROM 1 BY 1
                   UNTIL WS-STRATUM-IDX > WS-STRATUM-COUNT
               PERFORM DRAW-FROM-STRATUM
           END-PERFORM.

       DRAW-FROM-STRATUM.
      *    Partial Fisher-Yates: position i swaps with a random one
      *    at or after it, and the first N positions are the draw.
           MOVE 0 TO WS-POOL-COUNT
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PERIOD-COUNT
               IF WS-PR-STRATUM(WS-PR-IDX) = WS-STRATUM-IDX
                   ADD 1 TO WS-POOL-COUNT
                   MOVE WS-PR-IDX TO WS-POOL-POS(WS-POOL-COUNT)
               END-IF
           END-PERFORM
           IF WS-SAMPLE-SIZE < WS-POOL-COUNT
               MOVE WS-SAMPLE-SIZE TO WS-DRAW-LIMIT
           ELSE
               MOVE WS-POOL-COUNT TO WS-DRAW-LIMIT
           END-IF
           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-DRAW-LIMIT
               COMPUTE WS-RNG-SPAN = WS-POOL-COUNT - WS-POOL-IDX + 1
               PERFORM NEXT-RANDOM
               COMPUTE WS-POOL-PICK = WS-POOL-IDX + WS-RNG-OFFSET
               MOVE WS-POOL-POS(WS-POOL-IDX) TO WS-POOL-SWAP
               MOVE WS-POOL-POS(WS-POOL-PICK)
                   TO WS-POOL-POS(WS-POOL-IDX)
               MOVE WS-POOL-SWAP TO WS-POOL-POS(WS-POOL-PICK)
               PERFORM ADD-TO-SAMPLE
           END-PERFORM.

       NEXT-RANDOM.
      *    x = x * 16807 mod (2**31 - 1); the offset is x mod span.
           COMPUTE WS-RNG-PRODUCT = WS-RNG-STATE * 16807
           DIVIDE WS-RNG-PRODUCT BY 2147483647
               GIVING WS-RNG-QUOTIENT REMAINDER WS-RNG-STATE
           DIVIDE WS-RNG-STATE BY WS-RNG-SPAN
               GIVING WS-RNG-DISCARD REMAINDER WS-RNG-OFFSET.

       ADD-TO-SAMPLE.
           IF WS-SAMPLE-COUNT >= 500
               MOVE "Y" TO WS-SAMPLE-CAPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SAMPLE-COUNT
           MOVE WS-SAMPLE-COUNT TO WS-S-IDX
           MOVE WS-POOL-POS(WS-POOL-IDX) TO WS-S-POS(WS-S-IDX)
           MOVE WS-STRATUM-IDX TO WS-S-STRATUM(WS-S-IDX)
           MOVE WS-PR-LINE(WS-S-POS(WS-S-IDX)) TO WS-PARSE-LINE
           PERFORM PARSE-LOG-RECORD
           MOVE WS-P-JOB-NAME TO WS-S-JOB(WS-S-IDX)
           MOVE WS-P-FILE-NAME TO WS-S-FILE(WS-S-IDX)
           MOVE WS-P-OPERATION TO WS-S-OPERATION(WS-S-IDX)
           MOVE WS-P-TIMESTAMP(1:16) TO WS-S-TS(WS-S-IDX)
           MOVE SPACES TO WS-S-L-TS(WS-S-IDX) WS-S-L-LINE(WS-S-IDX)
                          WS-S-J-TS(WS-S-IDX) WS-S-J-LINE(WS-S-IDX)
           MOVE 0 TO WS-S-L-BLOCK(WS-S-IDX)

      *    Service records never went through BLKCHN01 or a DD -
      *    the same list LEDGER-RECONCILE excuses.
           EVALUATE TRUE
               WHEN WS-P-REDACTED = "Y"
                   MOVE "R" TO WS-S-KIND(WS-S-IDX)
               WHEN WS-P-OPERATION = "ABEND"
                       OR WS-P-OPERATION = "FAILURE"
                   MOVE "A" TO WS-S-KIND(WS-S-IDX)
               WHEN OTHER
                   MOVE "D" TO WS-S-KIND(WS-S-IDX)
                   EVALUATE WS-P-OPERATION
                       WHEN "RECOVERED"
                       WHEN "PURGE"
                       WHEN "SWEEP"
                       WHEN "JOB-START"
                       WHEN "JOB-END"
                       WHEN "REDACTION"
                       WHEN "INCIDENT-ACK"
                       WHEN "INCIDENT-RES"
                       WHEN "BACKFILL"
                       WHEN "AUTH-DENY"
                       WHEN "HOLD"
                       WHEN "REPAIR"
                       WHEN "VIOLATION"
                       WHEN "EVIDENCE"
                       WHEN "CONFIG-CHANGE"
                       WHEN "DATASET-CLASS"
                       WHEN "TRANSMIT"
                       WHEN "WITNESS"
                       WHEN "TAMPER"
                       WHEN "POLICY-BREACH"
                       WHEN "PROGRAM-CHANGE"
                       WHEN "RESTORE"
                       WHEN "RECERT"
                       WHEN "RERUN"
                           MOVE "S" TO WS-S-KIND(WS-S-IDX)
                   END-EVALUATE
           END-EVALUATE.

       SCAN-LEDGER.
      *    One pass: every entry is offered to every sampled record
      *    still wanting one, and every header's rollup is
      *    recomputed the way LEDGER-SEAL VERIFY does.
           MOVE ALL "0" TO WS-ROLLUP-HASH WS-ROLLUP2-HASH
           MOVE 1 TO WS-OPEN-BLOCK
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDGER-STATUS = "10"
               READ LEDGER-FILE
                   AT END
                       MOVE "10" TO WS-LEDGER-STATUS
                   NOT AT END
                       PERFORM NOTE-LEDGER-LINE
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       NOTE-LEDGER-LINE.
           MOVE 0 TO WS-IS-HEADER
           INSPECT LEDGER-RECORD TALLYING WS-IS-HEADER
               FOR ALL '"block":"'
           MOVE LEDGER-RECORD TO WS-PARSE-LINE
           IF WS-IS-HEADER > 0
               PERFORM NOTE-LEDGER-HEADER
               EXIT PARAGRAPH
           END-IF

           MOVE '"hash":"' TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-L-HASH
           MOVE SPACES TO WS-HASH-CONTENT
           MOVE WS-L-HASH TO WS-HASH-CONTENT
           MOVE WS-ROLLUP-HASH TO WS-DIGEST-WORK
           CALL "CALC-HASH" USING WS-DIGEST-WORK WS-HASH-CONTENT
               WS-NEW-ROLLUP
           END-CALL
           MOVE WS-NEW-ROLLUP TO WS-ROLLUP-HASH
           MOVE '"hash2":"' TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-ENTRY-HASH2
           IF WS-ENTRY-HASH2 NOT = SPACES
               MOVE SPACES TO WS-HASH-CONTENT
               MOVE WS-ENTRY-HASH2 TO WS-HASH-CONTENT
               MOVE WS-ROLLUP2-HASH TO WS-DIGEST-WORK
               CALL "CALC-HASH2" USING WS-DIGEST-WORK
                   WS-HASH-CONTENT WS-NEW-ROLLUP
               END-CALL
               MOVE WS-NEW-ROLLUP TO WS-ROLLUP2-HASH
           END-IF

           PERFORM PARSE-LEDGER-ENTRY
           PERFORM VARYING WS-S-IDX FROM 1 BY 1
                   UNTIL WS-S-IDX > WS-SAMPLE-COUNT
               PERFORM OFFER-LEDGER-ENTRY
           END-PERFORM.

       OFFER-LEDGER-ENTRY.
      *    The ledger entry is stamped with the step's start, the
      *    capture a moment later - the latest entry for the same
      *    job, dataset and disposition at or before the capture is
      *    its twin. An abend entry carries no dataset to match on.
           IF WS-S-KIND(WS-S-IDX) NOT = "D"
                   AND WS-S-KIND(WS-S-IDX) NOT = "A"
               EXIT PARAGRAPH
           END-IF
           IF WS-L-JOB NOT = WS-S-JOB(WS-S-IDX)
                   OR WS-L-DISP NOT = WS-S-OPERATION(WS-S-IDX)
                   OR WS-L-TS(1:16) > WS-S-TS(WS-S-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-S-KIND(WS-S-IDX) = "D"
                   AND WS-L-DATASET NOT = WS-S-FILE(WS-S-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-S-L-TS(WS-S-IDX) NOT = SPACES
                   AND WS-L-TS < WS-S-L-TS(WS-S-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-L-TS TO WS-S-L-TS(WS-S-IDX)
           MOVE LEDGER-RECORD TO WS-S-L-LINE(WS-S-IDX)
           MOVE WS-OPEN-BLOCK TO WS-S-L-BLOCK(WS-S-IDX).

       NOTE-LEDGER-HEADER.
      *    Same comparison LEDGER-SEAL VERIFY makes; a header with no
      *    rollup2 tag is a pre-migration block and re-seeds rollup2
      *    at zeros.
           MOVE '"rollup_hash":"' TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-H-ROLLUP-READ
           MOVE '"rollup2_hash":"' TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-H-ROLLUP2-READ
           MOVE "Y" TO WS-HEADER-GOOD
           IF WS-H-ROLLUP-READ NOT = WS-ROLLUP-HASH
               MOVE "N" TO WS-HEADER-GOOD
           END-IF
           IF WS-H-ROLLUP2-READ NOT = SPACES
                   AND WS-H-ROLLUP2-READ NOT = WS-ROLLUP2-HASH
               MOVE "N" TO WS-HEADER-GOOD
           END-IF

           IF WS-HEADER-COUNT < 2000
               ADD 1 TO WS-HEADER-COUNT
               MOVE '"block":"' TO WS-SEARCH-TAG
               PERFORM FIND-TAG-VALUE
               MOVE WS-EXTRACTED-VALUE(1:10)
                   TO WS-H-NUM(WS-HEADER-COUNT)
               MOVE '"entries":"' TO WS-SEARCH-TAG
               PERFORM FIND-TAG-VALUE
               MOVE WS-EXTRACTED-VALUE(1:8)
                   TO WS-H-ENTRIES(WS-HEADER-COUNT)
               MOVE WS-H-ROLLUP-READ TO WS-H-ROLLUP(WS-HEADER-COUNT)
               MOVE WS-HEADER-GOOD TO WS-H-OK(WS-HEADER-COUNT)
           END-IF

           MOVE WS-H-ROLLUP-READ TO WS-ROLLUP-HASH
           IF WS-H-ROLLUP2-READ NOT = SPACES
               MOVE WS-H-ROLLUP2-READ TO WS-ROLLUP2-HASH
           ELSE
               MOVE ALL "0" TO WS-ROLLUP2-HASH
           END-IF
           ADD 1 TO WS-OPEN-BLOCK.

       PARSE-LEDGER-ENTRY.
           MOVE '"job":"' TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-L-JOB
           MOVE '"step":"' TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-L-STEP
           MOVE '"program":"' TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-L-PROGRAM
           MOVE '"dd":"' TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-L-DD
           MOVE '"dataset":"' TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:44) TO WS-L-DATASET
           MOVE '"disp":"' TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:20) TO WS-L-DISP
           MOVE '"timestamp":"' TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:26) TO WS-L-TS
           MOVE '"prior_hash":"' TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-L-PRIOR-HASH
           MOVE '"hash":"' TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-L-HASH.

       SCAN-JCLLOG.
           OPEN INPUT JCL-LOG
           IF WS-JCL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JCL-STATUS = "10"
               READ JCL-LOG
                   AT END
                       MOVE "10" TO WS-JCL-STATUS
                   NOT AT END
                       PERFORM NOTE-JCL-LINE
               END-READ
           END-PERFORM
           CLOSE JCL-LOG.

       NOTE-JCL-LINE.
      *    Same tag parse METADATA-RECONCILE does; DISP can hold
      *    commas, so it runs to the TIME tag.
           MOVE SPACES TO WS-J-JOB WS-J-DATASET WS-J-DISP WS-J-TIME
                          WS-BEFORE-TAG WS-AFTER-TAG
           UNSTRING JCL-RECORD DELIMITED BY "JOB="
               INTO WS-BEFORE-TAG WS-AFTER-TAG
           END-UNSTRING
           UNSTRING WS-AFTER-TAG DELIMITED BY ","
               INTO WS-J-JOB
           END-UNSTRING
           MOVE SPACES TO WS-BEFORE-TAG WS-AFTER-TAG
           UNSTRING JCL-RECORD DELIMITED BY ",DS="
               INTO WS-BEFORE-TAG WS-AFTER-TAG
           END-UNSTRING
           UNSTRING WS-AFTER-TAG DELIMITED BY ","
               INTO WS-J-DATASET
           END-UNSTRING
           MOVE SPACES TO WS-BEFORE-TAG WS-AFTER-TAG
           UNSTRING JCL-RECORD DELIMITED BY ",DISP="
               INTO WS-BEFORE-TAG WS-AFTER-TAG
           END-UNSTRING
           UNSTRING WS-AFTER-TAG DELIMITED BY ",TIME="
               INTO WS-J-DISP WS-J-TIME
           END-UNSTRING
           IF WS-J-JOB = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-S-IDX FROM 1 BY 1
                   UNTIL WS-S-IDX > WS-SAMPLE-COUNT
               PERFORM OFFER-JCL-LINE
           END-PERFORM.

       OFFER-JCL-LINE.
           IF WS-S-KIND(WS-S-IDX) NOT = "D"
               EXIT PARAGRAPH
           END-IF
           IF WS-J-JOB NOT = WS-S-JOB(WS-S-IDX)
                   OR WS-J-DATASET NOT = WS-S-FILE(WS-S-IDX)
                   OR WS-J-DISP NOT = WS-S-OPERATION(WS-S-IDX)
                   OR WS-J-TIME(1:16) > WS-S-TS(WS-S-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-S-J-TS(WS-S-IDX) NOT = SPACES
                   AND WS-J-TIME < WS-S-J-TS(WS-S-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-J-TIME TO WS-S-J-TS(WS-S-IDX)
           MOVE JCL-RECORD TO WS-S-J-LINE(WS-S-IDX).

       WRITE-DOCUMENT.
           MOVE ALL "0" TO WS-DOC-DIGEST
           OPEN OUTPUT EVIDENCE-FILE
           IF WS-EVIDENCE-STATUS NOT = "00"
               DISPLAY "AUDIT-SAMPLE: cannot open "
                       FUNCTION TRIM(WS-DOCUMENT-NAME)
                       ", status=" WS-EVIDENCE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "AUDIT SAMPLE - PROOF BUNDLES" TO EVIDENCE-LINE
           PERFORM WRITE-EVIDENCE-LINE
           MOVE SPACES TO EVIDENCE-LINE
           STRING "Generated " WS-NOW-TS(1:14) " by "
                  FUNCTION TRIM(WS-CAP-USER)
                  DELIMITED BY SIZE INTO EVIDENCE-LINE
           PERFORM WRITE-EVIDENCE-LINE
           MOVE SPACES TO EVIDENCE-LINE
           STRING "Period " FUNCTION TRIM(WS-PERIOD-FILE) ", "
                  WS-PERIOD-COUNT " record(s), " WS-STRATUM-COUNT
                  " stratum/strata"
                  DELIMITED BY SIZE INTO EVIDENCE-LINE
           PERFORM WRITE-EVIDENCE-LINE
           MOVE SPACES TO EVIDENCE-LINE
           STRING "Sample " WS-SAMPLE-SIZE " per stratum, stratified "
                  "by " FUNCTION TRIM(WS-STRATIFY) ", seed " WS-SEED
                  " - " WS-SAMPLE-COUNT " record(s) drawn"
                  DELIMITED BY SIZE INTO EVIDENCE-LINE
           PERFORM WRITE-EVIDENCE-LINE
           MOVE SPACES TO EVIDENCE-LINE
           STRING "Rerun: AUDIT-SAMPLE "
                  FUNCTION TRIM(WS-PERIOD-FILE) " " WS-SAMPLE-SIZE
                  " " FUNCTION TRIM(WS-STRATIFY) " " WS-SEED
                  DELIMITED BY SIZE INTO EVIDENCE-LINE
           PERFORM WRITE-EVIDENCE-LINE
           MOVE "Draw: Park-Miller minimal standard (x = x * 16807 "
               & "mod 2147483647), partial Fisher-Yates per stratum, "
               & "strata in order of first appearance"
               TO EVIDENCE-LINE
           PERFORM WRITE-EVIDENCE-LINE
           IF WS-SAMPLE-CAPPED = "Y"
               MOVE "NOTE: the draw reached 500 records and stopped "
                   & "- later strata are not represented"
                   TO EVIDENCE-LINE
               PERFORM WRITE-EVIDENCE-LINE
           END-IF
           PERFORM BUILD-ANCHOR-TEXT
           MOVE SPACES TO EVIDENCE-LINE
           STRING "Catalog anchor: " FUNCTION TRIM(WS-ANCHOR-TEXT)
                  DELIMITED BY SIZE INTO EVIDENCE-LINE
           PERFORM WRITE-EVIDENCE-LINE

           PERFORM VARYING WS-SAMPLE-SEQ FROM 1 BY 1
                   UNTIL WS-SAMPLE-SEQ > WS-SAMPLE-COUNT
               MOVE WS-SAMPLE-SEQ TO WS-S-IDX
               PERFORM WRITE-ONE-BUNDLE
           END-PERFORM

           MOVE SPACES TO EVIDENCE-LINE
           PERFORM WRITE-EVIDENCE-LINE
           MOVE SPACES TO EVIDENCE-LINE
           STRING "SUMMARY: " WS-SAMPLE-COUNT " bundle(s), "
                  WS-INCOMPLETE-COUNT " incomplete, "
                  WS-FAILED-COUNT " with a failed recompute"
                  DELIMITED BY SIZE INTO EVIDENCE-LINE
           PERFORM WRITE-EVIDENCE-LINE
           CLOSE EVIDENCE-FILE.

       BUILD-ANCHOR-TEXT.
           MOVE SPACES TO WS-ANCHOR-TEXT
           EVALUATE TRUE
               WHEN WS-IS-LIVE = "Y"
                   MOVE "NOT YET ANCHORED - the live log gets its "
                       & "catalog row when METADATA-ARCHIVE rotates it"
                       TO WS-ANCHOR-TEXT
               WHEN WS-ANCHOR-FOUND = "N"
                   MOVE "MISSING - no row for the period in "
                       & "data/archive/catalog.dat" TO WS-ANCHOR-TEXT
               WHEN WS-ANCHOR-AGREES = "Y"
                   STRING WS-ANCHOR-COUNT " record(s) "
                          FUNCTION TRIM(WS-ANCHOR-FIRST-KEY) "-"
                          FUNCTION TRIM(WS-ANCHOR-LAST-KEY)
                          " final " WS-ANCHOR-HASH(1:16)
                          "... - agrees with the period as read"
                          DELIMITED BY SIZE INTO WS-ANCHOR-TEXT
               WHEN OTHER
                   STRING WS-ANCHOR-COUNT " record(s) "
                          FUNCTION TRIM(WS-ANCHOR-FIRST-KEY) "-"
                          FUNCTION TRIM(WS-ANCHOR-LAST-KEY)
                          " final " WS-ANCHOR-HASH(1:16)
                          "... - DOES NOT AGREE with the period as "
                          "read"
                          DELIMITED BY SIZE INTO WS-ANCHOR-TEXT
           END-EVALUATE.

       WRITE-ONE-BUNDLE.
           MOVE 0 TO WS-BUNDLE-MISSING WS-BUNDLE-FAILED
           MOVE WS-S-POS(WS-S-IDX) TO WS-PR-IDX
           MOVE SPACES TO EVIDENCE-LINE
           PERFORM WRITE-EVIDENCE-LINE
           MOVE WS-STRATUM-VALUE(WS-S-STRATUM(WS-S-IDX))
               TO WS-STRATUM-KEY
           MOVE WS-PR-LINE(WS-PR-IDX) TO WS-PARSE-LINE
           PERFORM PARSE-LOG-RECORD
           MOVE SPACES TO EVIDENCE-LINE
           STRING "==== SAMPLE " WS-SAMPLE-SEQ " of " WS-SAMPLE-COUNT
                  "   record " FUNCTION TRIM(WS-P-RECORD-KEY)
                  "   #" WS-PR-IDX " of " WS-PERIOD-COUNT
                  "   stratum " FUNCTION TRIM(WS-STRATUM-KEY)
                  DELIMITED BY SIZE INTO EVIDENCE-LINE
           PERFORM WRITE-EVIDENCE-LINE

           MOVE "  Record:" TO EVIDENCE-LINE
           PERFORM WRITE-EVIDENCE-LINE
           MOVE WS-PR-LINE(WS-PR-IDX) TO WS-RAW-LINE
           PERFORM WRITE-RAW-LINE

           PERFORM WRITE-PREDECESSOR-PIECE
           PERFORM WRITE-CHAIN-LINK-PIECE
           PERFORM WRITE-LEDGER-PIECE
           PERFORM WRITE-JCLLOG-PIECE

           MOVE SPACES TO EVIDENCE-LINE
           STRING "  Catalog anchor: " FUNCTION TRIM(WS-ANCHOR-TEXT)
                  DELIMITED BY SIZE INTO EVIDENCE-LINE
           PERFORM WRITE-EVIDENCE-LINE
           IF WS-IS-LIVE = "N"
               IF WS-ANCHOR-FOUND = "N"
                   ADD 1 TO WS-BUNDLE-MISSING
               ELSE
                   IF WS-ANCHOR-AGREES = "N"
                       ADD 1 TO WS-BUNDLE-FAILED
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO EVIDENCE-LINE
           EVALUATE TRUE
               WHEN WS-BUNDLE-FAILED > 0
                   ADD 1 TO WS-FAILED-COUNT
                   STRING "  Bundle FAILS - " WS-BUNDLE-FAILED
                          " piece(s) did not recompute, "
                          WS-BUNDLE-MISSING " missing"
                          DELIMITED BY SIZE INTO EVIDENCE-LINE
               WHEN WS-BUNDLE-MISSING > 0
                   ADD 1 TO WS-INCOMPLETE-COUNT
                   STRING "  Bundle INCOMPLETE - " WS-BUNDLE-MISSING
                          " piece(s) missing"
                          DELIMITED BY SIZE INTO EVIDENCE-LINE
               WHEN OTHER
                   MOVE "  Bundle complete" TO EVIDENCE-LINE
           END-EVALUATE
           PERFORM WRITE-EVIDENCE-LINE.

       WRITE-PREDECESSOR-PIECE.
      *    Every period's chain starts from the all-zero seed, so
      *    the first record's predecessor is the seed itself.
           MOVE ALL "0" TO WS-PRIOR-HASH WS-PRIOR-HASH2
           IF WS-PR-IDX = 1
               MOVE "  Predecessor: none - first record of the "
                   & "period, chained from the all-zero seed"
                   TO EVIDENCE-LINE
               PERFORM WRITE-EVIDENCE-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRED-IDX = WS-PR-IDX - 1
           MOVE SPACES TO EVIDENCE-LINE
           STRING "  Predecessor (#" WS-PRED-IDX "):"
                  DELIMITED BY SIZE INTO EVIDENCE-LINE
           PERFORM WRITE-EVIDENCE-LINE
           MOVE WS-PR-LINE(WS-PRED-IDX) TO WS-RAW-LINE
           PERFORM WRITE-RAW-LINE
           MOVE WS-PR-LINE(WS-PRED-IDX) TO WS-PARSE-LINE
           PERFORM PARSE-LOG-RECORD
           MOVE WS-P-HASH TO WS-PRIOR-HASH
           IF WS-P-HASH2 NOT = SPACES
               MOVE WS-P-HASH2 TO WS-PRIOR-HASH2
           END-IF.

       WRITE-CHAIN-LINK-PIECE.
           MOVE WS-PR-LINE(WS-PR-IDX) TO WS-PARSE-LINE
           PERFORM PARSE-LOG-RECORD
           MOVE SPACES TO EVIDENCE-LINE
           STRING "  Chain link: prior      " WS-PRIOR-HASH
                  DELIMITED BY SIZE INTO EVIDENCE-LINE
           PERFORM WRITE-EVIDENCE-LINE
           MOVE SPACES TO EVIDENCE-LINE
           STRING "              stored     " WS-P-HASH
                  DELIMITED BY SIZE INTO EVIDENCE-LINE
           PERFORM WRITE-EVIDENCE-LINE

      *    A tombstone has no payload left to recompute; what proves
      *    it is the chained REDACTION capture naming the record.
           IF WS-P-REDACTED = "Y"
               PERFORM CHECK-TOMBSTONE-SANCTION
               IF TOMBSTONE-IS-SANCTIONED
                   MOVE "              tombstone - sanctioned by a "
                       & "REDACTION capture, stored hash carried "
                       & "forward" TO EVIDENCE-LINE
               ELSE
                   ADD 1 TO WS-BUNDLE-FAILED
                   MOVE "              tombstone - NO REDACTION "
                       & "capture names this record: LINK NOT PROVEN"
                       TO EVIDENCE-LINE
               END-IF
               PERFORM WRITE-EVIDENCE-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM RECOMPUTE-HASH
           MOVE SPACES TO EVIDENCE-LINE
           IF WS-COMPUTED-HASH = WS-P-HASH
               STRING "              recomputed " WS-COMPUTED-HASH
                      "  LINK VERIFIES"
                      DELIMITED BY SIZE INTO EVIDENCE-LINE
           ELSE
               ADD 1 TO WS-BUNDLE-FAILED
               STRING "              recomputed " WS-COMPUTED-HASH
                      "  LINK BROKEN"
                      DELIMITED BY SIZE INTO EVIDENCE-LINE
           END-IF
           PERFORM WRITE-EVIDENCE-LINE

      *    Dual-hash era: the hash2 link recomputes the same content
      *    through CALC-HASH2 - the first record carrying one seeds
      *    from zeros, as METADATA-VERIFY's era rule has it.
           IF WS-P-HASH2 NOT = SPACES
               CALL "CALC-HASH2" USING WS-PRIOR-HASH2 WS-HASH-CONTENT
                   WS-COMPUTED-HASH2
               END-CALL
               MOVE SPACES TO EVIDENCE-LINE
               IF WS-COMPUTED-HASH2 = WS-P-HASH2
                   STRING "              hash2      "
                          WS-COMPUTED-HASH2 "  LINK VERIFIES"
                          DELIMITED BY SIZE INTO EVIDENCE-LINE
               ELSE
                   ADD 1 TO WS-BUNDLE-FAILED
                   STRING "              hash2      "
                          WS-COMPUTED-HASH2 "  LINK BROKEN"
                          DELIMITED BY SIZE INTO EVIDENCE-LINE
               END-IF
               PERFORM WRITE-EVIDENCE-LINE
           END-IF.

       WRITE-LEDGER-PIECE.
           EVALUATE TRUE
               WHEN WS-S-KIND(WS-S-IDX) = "S"
                   MOVE "  Ledger entry: none expected - service "
                       & "record written straight through "
                       & "METADATA-CAPTURE" TO EVIDENCE-LINE
                   PERFORM WRITE-EVIDENCE-LINE
                   EXIT PARAGRAPH
               WHEN WS-S-KIND(WS-S-IDX) = "R"
                   MOVE "  Ledger entry: not matchable - the record "
                       & "is a tombstone and its dataset is redacted"
                       TO EVIDENCE-LINE
                   PERFORM WRITE-EVIDENCE-LINE
                   EXIT PARAGRAPH
               WHEN WS-S-L-LINE(WS-S-IDX) = SPACES
                   ADD 1 TO WS-BUNDLE-MISSING
                   MOVE SPACES TO EVIDENCE-LINE
                   STRING "  Ledger entry: MISSING - no BLKCHN01 "
                          "entry for job "
                          FUNCTION TRIM(WS-S-JOB(WS-S-IDX))
                          " disposition "
                          FUNCTION TRIM(WS-S-OPERATION(WS-S-IDX))
                          " at or before the capture"
                          DELIMITED BY SIZE INTO EVIDENCE-LINE
                   PERFORM WRITE-EVIDENCE-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE "  Ledger entry:" TO EVIDENCE-LINE
           PERFORM WRITE-EVIDENCE-LINE
           MOVE WS-S-L-LINE(WS-S-IDX) TO WS-RAW-LINE
           PERFORM WRITE-RAW-LINE

      *    The entry's own hash, rebuilt in the fixed-width layout
      *    BLKCHN01's BUILD-LEDGER-ENTRY hashed - the same recompute
      *    LEDGER-RECONCILE's VERIFY-LEDGER-CHAIN makes.
           MOVE WS-S-L-LINE(WS-S-IDX) TO WS-PARSE-LINE
           PERFORM PARSE-LEDGER-ENTRY
           MOVE LOW-VALUES TO WS-HASH-CONTENT
           STRING WS-L-JOB WS-L-STEP WS-L-PROGRAM WS-L-DD
                  WS-L-DATASET WS-L-DISP WS-L-TS
                  DELIMITED BY SIZE INTO WS-HASH-CONTENT
           CALL "CALC-HASH" USING WS-L-PRIOR-HASH WS-HASH-CONTENT
               WS-COMPUTED-HASH
           END-CALL
           MOVE SPACES TO EVIDENCE-LINE
           IF WS-COMPUTED-HASH = WS-L-HASH
               STRING "    entry hash recomputes " WS-COMPUTED-HASH
                      "  VERIFIES"
                      DELIMITED BY SIZE INTO EVIDENCE-LINE
           ELSE
               ADD 1 TO WS-BUNDLE-FAILED
               STRING "    entry hash recomputes " WS-COMPUTED-HASH
                      "  DOES NOT MATCH"
                      DELIMITED BY SIZE INTO EVIDENCE-LINE
           END-IF
           PERFORM WRITE-EVIDENCE-LINE

           MOVE WS-S-L-BLOCK(WS-S-IDX) TO WS-H-IDX
           MOVE SPACES TO EVIDENCE-LINE
           EVALUATE TRUE
               WHEN WS-H-IDX > WS-OPEN-BLOCK - 1
                   ADD 1 TO WS-BUNDLE-MISSING
                   MOVE "    sealed block: MISSING - the entry is "
                       & "above the last seal (LEDGER-SEAL has not "
                       & "run since)" TO EVIDENCE-LINE
               WHEN WS-H-IDX > WS-HEADER-COUNT
                   ADD 1 TO WS-BUNDLE-MISSING
                   MOVE "    sealed block: MISSING - block header "
                       & "beyond the 2000 this run holds"
                       TO EVIDENCE-LINE
               WHEN WS-H-OK(WS-H-IDX) = "Y"
                   STRING "    sealed block " WS-H-NUM(WS-H-IDX)
                          " (" FUNCTION TRIM(WS-H-ENTRIES(WS-H-IDX))
                          " entries) rollup " WS-H-ROLLUP(WS-H-IDX)
                          "  VERIFIES"
                          DELIMITED BY SIZE INTO EVIDENCE-LINE
               WHEN OTHER
                   ADD 1 TO WS-BUNDLE-FAILED
                   STRING "    sealed block " WS-H-NUM(WS-H-IDX)
                          " (" FUNCTION TRIM(WS-H-ENTRIES(WS-H-IDX))
                          " entries) rollup " WS-H-ROLLUP(WS-H-IDX)
                          "  MISMATCH"
                          DELIMITED BY SIZE INTO EVIDENCE-LINE
           END-EVALUATE
           PERFORM WRITE-EVIDENCE-LINE.

       WRITE-JCLLOG-PIECE.
           EVALUATE TRUE
               WHEN WS-S-KIND(WS-S-IDX) = "S"
               WHEN WS-S-KIND(WS-S-IDX) = "A"
                   MOVE "  JCLLOG DD line: none expected - not a DD "
                       & "capture" TO EVIDENCE-LINE
                   PERFORM WRITE-EVIDENCE-LINE
               WHEN WS-S-KIND(WS-S-IDX) = "R"
                   MOVE "  JCLLOG DD line: not matchable - the "
                       & "record is a tombstone and its dataset is "
                       & "redacted" TO EVIDENCE-LINE
                   PERFORM WRITE-EVIDENCE-LINE
               WHEN WS-S-J-LINE(WS-S-IDX) = SPACES
                   ADD 1 TO WS-BUNDLE-MISSING
                   MOVE SPACES TO EVIDENCE-LINE
                   STRING "  JCLLOG DD line: MISSING - no DD line for "
                          "job " FUNCTION TRIM(WS-S-JOB(WS-S-IDX))
                          " dataset "
                          FUNCTION TRIM(WS-S-FILE(WS-S-IDX))
                          " at or before the capture"
                          DELIMITED BY SIZE INTO EVIDENCE-LINE
                   PERFORM WRITE-EVIDENCE-LINE
               WHEN OTHER
                   MOVE "  JCLLOG DD line:" TO EVIDENCE-LINE
                   PERFORM WRITE-EVIDENCE-LINE
                   MOVE WS-S-J-LINE(WS-S-IDX) TO WS-RAW-LINE
                   PERFORM WRITE-RAW-LINE
           END-EVALUATE.

       WRITE-RAW-LINE.
      *    A captured line runs past the document width - it goes
      *    out verbatim in 150-character pieces.
           PERFORM VARYING WS-RAW-OFFSET FROM 1 BY 150
                   UNTIL WS-RAW-OFFSET > 512
               IF WS-RAW-LINE(WS-RAW-OFFSET:) NOT = SPACES
                   MOVE SPACES TO EVIDENCE-LINE
                   IF WS-RAW-OFFSET > 450
                       STRING "    | " WS-RAW-LINE(WS-RAW-OFFSET:)
                           DELIMITED BY SIZE INTO EVIDENCE-LINE
                   ELSE
                       STRING "    | " WS-RAW-LINE(WS-RAW-OFFSET:150)
                           DELIMITED BY SIZE INTO EVIDENCE-LINE
                   END-IF
                   PERFORM WRITE-EVIDENCE-LINE
               END-IF
           END-PERFORM.

       WRITE-EVIDENCE-LINE.
      *    Every line folds into the document digest as it is
      *    written, so the captured hash commits to exactly the
      *    document on disk.
           WRITE EVIDENCE-LINE
           MOVE WS-DOC-DIGEST TO WS-DIGEST-WORK
           MOVE EVIDENCE-LINE(1:160) TO WS-LINE-CONTENT
           CALL "CALC-HASH" USING WS-DIGEST-WORK WS-LINE-CONTENT
               WS-DOC-DIGEST
           END-CALL.

       CAPTURE-DOCUMENT-HASH.
      *    The attestation, as COMPLIANCE-PACK writes it: the
      *    document path in the captured dataset-name field and the
      *    full rolling digest in the aux payload.
           MOVE WS-DOCUMENT-NAME TO WS-CAP-FILE-NAME
           MOVE SPACES TO WS-CAP-RECORD-KEY
           MOVE SPACES TO WS-CAP-AUX
           STRING "HASH=" WS-DOC-DIGEST
               DELIMITED BY SIZE INTO WS-CAP-AUX
           MOVE 0 TO RETURN-CODE
           CALL "METADATA-CAPTURE" USING WS-CAP-OPERATION
               WS-CAP-FILE-NAME WS-CAP-RECORD-KEY WS-CAP-USER
               WS-CAP-JOB-NAME WS-CAP-PROGRAM WS-CAP-COND-CODE
               WS-CAP-AUX
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY "AUDIT-SAMPLE: WARNING - document written "
                       "but the EVIDENCE capture failed"
               MOVE 0 TO RETURN-CODE
           END-IF.

       PARSE-LOG-RECORD.
           MOVE SPACES TO WS-PARSED-FIELD

           MOVE '"source":"'      TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-SOURCE

           MOVE '"operation":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-OPERATION

           MOVE '"timestamp":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-TIMESTAMP

           MOVE '"record_id":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-RECORD-KEY

           MOVE '"file":"'        TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-FILE-NAME

           MOVE '"user":"'        TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-USER

           MOVE '"job":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-JOB-NAME

           MOVE '"program":"'     TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-PROGRAM

           MOVE '"status":"'      TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-STATUS

           MOVE '"cond_code":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-COND-CODE

           MOVE '"hash":"'        TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-HASH

           MOVE SPACES TO WS-P-REDACTED
           MOVE '"redacted":"'    TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:1) TO WS-P-REDACTED

           MOVE SPACES TO WS-P-HASH2
           MOVE '"hash2":"'       TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-HASH2.

       FIND-TAG-VALUE.
           MOVE SPACES TO WS-EXTRACTED-VALUE WS-BEFORE-TAG WS-AFTER-TAG
           COMPUTE WS-TAG-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-SEARCH-TAG))
           UNSTRING WS-PARSE-LINE
               DELIMITED BY WS-SEARCH-TAG(1:WS-TAG-LEN)
               INTO WS-BEFORE-TAG WS-AFTER-TAG
           END-UNSTRING
           UNSTRING WS-AFTER-TAG DELIMITED BY '"'
               INTO WS-EXTRACTED-VALUE
           END-UNSTRING.

       RECOMPUTE-HASH.
      *    Content must be rebuilt in the exact fixed-width layout
      *    METADATA-CAPTURE hashed (see CHAIN-HASH), not the trimmed
      *    JSON text, or every hash would mismatch.
      *    The bytes past the content are low-values in the
      *    capture's own buffer, and so must they be here.
           MOVE LOW-VALUES TO WS-HASH-CONTENT
           STRING WS-P-SOURCE WS-P-OPERATION WS-P-FILE-NAME
                  WS-P-RECORD-KEY WS-P-USER WS-P-JOB-NAME
                  WS-P-PROGRAM WS-P-STATUS WS-P-COND-CODE
                  WS-P-TIMESTAMP
                  DELIMITED BY SIZE
                  INTO WS-HASH-CONTENT

           CALL "CALC-HASH" USING WS-PRIOR-HASH WS-HASH-CONTENT
               WS-COMPUTED-HASH
           END-CALL.

       LOAD-REDACTION-KEYS.
      *    Same sweep METADATA-VERIFY runs - without the sanction
      *    list every lawful tombstone would read as a broken link.
           MOVE "grep -h REDACTION data/metadata.log "
                & "data/archive/metadata-*.log "
                & "data/redaction-registry.dat 2>/dev/null > "
                & "data/audsampl-redact.tmp" TO WS-GREP-COMMAND
           CALL "SYSTEM" USING WS-GREP-COMMAND
               RETURNING WS-GREP-RC
           OPEN INPUT REDACTION-LIST
           IF WS-REDLIST-STATUS = "00"
               PERFORM UNTIL WS-REDLIST-STATUS = "10"
                   READ REDACTION-LIST
                       AT END
                           MOVE "10" TO WS-REDLIST-STATUS
                       NOT AT END
                           PERFORM NOTE-ONE-REDACTION-KEY
                   END-READ
               END-PERFORM
               CLOSE REDACTION-LIST
           END-IF
           MOVE "rm -f data/audsampl-redact.tmp" TO WS-GREP-COMMAND
           CALL "SYSTEM" USING WS-GREP-COMMAND
               RETURNING WS-GREP-RC.

       NOTE-ONE-REDACTION-KEY.
           MOVE SPACES TO WS-RK-OPERATION WS-RK-FILE
                          WS-BEFORE-TAG WS-AFTER-TAG
           UNSTRING REDACTION-LIST-RECORD
               DELIMITED BY '"operation":"'
               INTO WS-BEFORE-TAG WS-AFTER-TAG
           END-UNSTRING
           UNSTRING WS-AFTER-TAG DELIMITED BY '"'
               INTO WS-RK-OPERATION
           END-UNSTRING
           IF WS-RK-OPERATION = "REDACTION" AND WS-RK-COUNT < 200
               MOVE SPACES TO WS-BEFORE-TAG WS-AFTER-TAG
               UNSTRING REDACTION-LIST-RECORD
                   DELIMITED BY '"file":"'
                   INTO WS-BEFORE-TAG WS-AFTER-TAG
               END-UNSTRING
               UNSTRING WS-AFTER-TAG DELIMITED BY '"'
                   INTO WS-RK-FILE
               END-UNSTRING
               ADD 1 TO WS-RK-COUNT
               MOVE SPACES TO WS-RK-KEY(WS-RK-COUNT)
               UNSTRING WS-RK-FILE DELIMITED BY SPACE
                   INTO WS-RK-KEY(WS-RK-COUNT)
               END-UNSTRING
           END-IF.

       CHECK-TOMBSTONE-SANCTION.
           MOVE "N" TO WS-TS-SANCTIONED
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX > WS-RK-COUNT
               IF WS-RK-KEY(WS-RK-IDX) = WS-P-RECORD-KEY
                   MOVE "Y" TO WS-TS-SANCTIONED
               END-IF
           END-PERFORM.
