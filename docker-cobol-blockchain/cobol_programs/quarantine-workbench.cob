       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUARANTINE-WORKBENCH.
      *    Forensic workbench for the quarantine shelf. METADATA-
      *    RETENTION moves an archive period that fails verification
      *    to data/archive/quarantine/ under its own name, and
      *    METADATA-REPAIR moves the unverifiable tail of a log there
      *    as severed-<yyyymmdd-hhmmss>.log. Nothing read them after
      *    that - a quarantined period was lost evidence even with a
      *    clean copy of it sitting at the DR site.
      *        (no argument) / LIST
      *                   every file on the shelf: origin, period
      *                   or cut date, record count, whether the DR
      *                   site holds a copy, and whether the period
      *                   has since been restored
      *        COMPARE <file> [dr-copy]
      *                   record-by-record comparison against the DR
      *                   copy of the same period, keyed on record
      *                   id - every record that differs (field by
      *                   field, both values), is missing at DR, or
      *                   exists only at DR, plus each quarantined
      *                   record's own chain verdict - written to
      *                   data/quarantine-compare-report.txt; RC=4
      *                   when the copies differ
      *        RESTORE <file>
      *                   put the DR copy of a quarantined archive
      *                   period back into data/archive/ - only when
      *                   it chain-verifies end to end AND matches
      *                   the period's row in data/archive/catalog.dat
      *                   (record count, first and last record id,
      *                   final stored hash)
      *    <file> is a name on the shelf or its full path. The DR
      *    copy of a retention-quarantined period is data/dr/archive/
      *    under the same name; a severed segment is traced to the
      *    file it was cut from through the REPAIR attestation that
      *    followed the cut (the first REPAIR capture at or after
      *    the cut stamp), whose DR twin is data/dr/metadata.log or
      *    data/dr/archive/<name>. COMPARE takes an explicit DR copy
      *    as argument 3 when the trace finds nothing.
      *    RESTORE is gated by AUTH-CHECK function RESTORE and is
      *    written through METADATA-CAPTURE as a RESTORE record
      *    (the restored archive in the captured dataset-name field,
      *    the record count and head of the final hash in the aux
      *    payload) before the copy lands - an unauditable
      *    reinstatement of an audit period is as bad as an
      *    unauditable purge. The quarantined file stays on the shelf
      *    as evidence. Only whole periods come back: a severed
      *    segment has no catalog anchor to prove a copy against.
      *    RC=8 for a usage error, a file that cannot be found, or a
      *    refused restore; RC=12 for an authorization denial; RC=16
      *    when the restore copy itself fails.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUAR-FILE ASSIGN DYNAMIC WS-QUAR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-STATUS.

           SELECT SIDE-FILE ASSIGN DYNAMIC WS-SIDE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE-STATUS.

           SELECT WORK-LIST ASSIGN TO "data/quarwkbn-worklist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

      *    REPAIR attestations, for tracing a severed segment back
      *    to the file it was cut from.
           SELECT REPAIR-LIST ASSIGN TO "data/quarwkbn-repairs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLIST-STATUS.

      *    The REDACTION audit captures are the proof that a
      *    tombstone is sanctioned, as in METADATA-RETENTION.
           SELECT REDACTION-LIST
               ASSIGN TO "data/quarwkbn-redactions.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDLIST-STATUS.

           SELECT ARCHIVE-CATALOG ASSIGN TO "data/archive/catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "data/quarantine-compare-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUAR-FILE.
       01  QUAR-RECORD         PIC X(512).

       FD  SIDE-FILE.
       01  SIDE-RECORD         PIC X(512).

       FD  WORK-LIST.
       01  WORK-LIST-RECORD    PIC X(80).

       FD  REPAIR-LIST.
       01  REPAIR-LIST-RECORD  PIC X(512).

       FD  REDACTION-LIST.
       01  REDACTION-LIST-RECORD PIC X(512).

      *    Layout written by METADATA-ARCHIVE's WRITE-CATALOG-RECORD.
       FD  ARCHIVE-CATALOG.
       01  ARCHIVE-CATALOG-RECORD.
           05  CAT-ARCHIVE-NAME    PIC X(60).
           05  CAT-FIRST-KEY       PIC X(20).
           05  CAT-FIRST-TS        PIC X(26).
           05  CAT-LAST-KEY        PIC X(20).
           05  CAT-LAST-TS         PIC X(26).
           05  CAT-RECORD-COUNT    PIC 9(7).
           05  CAT-FINAL-HASH      PIC X(64).

       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-QUAR-STATUS      PIC XX.
       01  WS-SIDE-STATUS      PIC XX.
       01  WS-LIST-STATUS      PIC XX.
       01  WS-REPLIST-STATUS   PIC XX.
       01  WS-REDLIST-STATUS   PIC XX.
       01  WS-CATALOG-STATUS   PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-QUAR-FILE        PIC X(80).
       01  WS-SIDE-NAME        PIC X(80).
       01  WS-COMMAND          PIC X(300).
       01  WS-RETURN-CODE      PIC S9(9) COMP.
       01  WS-NOW-TS           PIC X(26).

       01  WS-ARG-COUNT        PIC 9(4) VALUE 0.
       01  WS-RUN-MODE         PIC X(8) VALUE "LIST".
       01  WS-ARG-FILE         PIC X(80) VALUE SPACES.
       01  WS-ARG-DR           PIC X(80) VALUE SPACES.
       01  WS-SLASH-COUNT      PIC 9(4).

      *    What the shelf says about one quarantined file.
       01  WS-QUAR-BASE        PIC X(56).
       01  WS-ORIGIN           PIC X(9).
       01  WS-STAMP            PIC X(15).
       01  WS-STAMP-14         PIC X(14).
       01  WS-PERIOD-TEXT      PIC X(19).
       01  WS-ARCHIVE-NAME     PIC X(60).
       01  WS-REPAIRED-FILE    PIC X(44).
       01  WS-DR-FILE          PIC X(80).
       01  WS-FILE-PRESENT     PIC X.
       01  WS-DR-PRESENT       PIC X.
       01  WS-SHELF-STATE      PIC X(8).
       01  WS-DR-TEXT          PIC X(60).
       01  WS-Q-COUNT          PIC 9(7).
       01  WS-LISTED-COUNT     PIC 9(5) VALUE 0.
       01  WS-NO-DR-COUNT      PIC 9(5) VALUE 0.

      *    REPAIR attestations: when each ran and what it cut.
       01  WS-REPAIR-TAB.
           05  WS-REPAIR-ENTRY OCCURS 200 TIMES.
               10  WS-RP-TS        PIC X(14).
               10  WS-RP-FILE      PIC X(44).
       01  WS-REPAIR-COUNT     PIC 9(4) VALUE 0.
       01  WS-REPAIR-IDX       PIC 9(4).
       01  WS-REPAIR-BEST      PIC 9(4).
       01  WS-REPAIRS-LOADED   PIC X VALUE "N".

      *    The DR copy, held whole so every quarantined record can
      *    be looked up by id and the leftovers listed afterwards.
       01  WS-DR-TAB.
           05  WS-DR-ENTRY OCCURS 5000 TIMES.
               10  WS-DR-KEY       PIC X(20).
               10  WS-DR-MATCHED   PIC X.
               10  WS-DR-LINE      PIC X(512).
       01  WS-DR-COUNT         PIC 9(5) VALUE 0.
       01  WS-DR-IDX           PIC 9(5).
       01  WS-DR-TWIN          PIC 9(5).
       01  WS-DR-MIN-POS       PIC 9(5).
       01  WS-DR-MAX-POS       PIC 9(5).
       01  WS-DR-BAD-COUNT     PIC 9(5).
       01  WS-DR-FIRST-KEY     PIC X(20).
       01  WS-DR-LAST-KEY      PIC X(20).
       01  WS-DR-LAST-HASH     PIC X(64).

      *    Comparison tallies.
       01  WS-Q-SEQ            PIC 9(7).
       01  WS-MATCH-COUNT      PIC 9(7).
       01  WS-DIFFER-COUNT     PIC 9(7).
       01  WS-NOT-AT-DR-COUNT  PIC 9(7).
       01  WS-DR-ONLY-COUNT    PIC 9(7).
       01  WS-BREAK-COUNT      PIC 9(7).
       01  WS-VERDICT          PIC X(13).
       01  WS-REPORT-SEQ       PIC 9(7).
       01  WS-FIELD-DIFFS      PIC 9(2).

      *    One field of a differing pair, for WRITE-FIELD-DIFF.
       01  WS-FLD-NAME         PIC X(10).
       01  WS-FLD-Q            PIC X(80).
       01  WS-FLD-D            PIC X(80).

      *    Catalog anchor for the period being restored.
       01  WS-ANCHOR-FOUND     PIC X.
       01  WS-ANCHOR-FIRST-KEY PIC X(20).
       01  WS-ANCHOR-LAST-KEY  PIC X(20).
       01  WS-ANCHOR-COUNT     PIC 9(7).
       01  WS-ANCHOR-HASH      PIC X(64).
       01  WS-REFUSAL          PIC X(60).

      *    Chain-walk work fields, the same recompute METADATA-VERIFY
      *    does, pointed at whichever line is in WS-PARSE-LINE.
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
           05  WS-P-AUX        PIC X(80).
           05  WS-P-REDACTED   PIC X.
      *    The quarantined side of a pair, saved while the DR side
      *    is parsed into WS-PARSED-FIELD.
       01  WS-Q-FIELDS.
           05  WS-Q-SOURCE     PIC X(10).
           05  WS-Q-OPERATION  PIC X(20).
           05  WS-Q-TIMESTAMP  PIC X(26).
           05  WS-Q-RECORD-KEY PIC X(20).
           05  WS-Q-FILE-NAME  PIC X(44).
           05  WS-Q-USER       PIC X(10).
           05  WS-Q-JOB-NAME   PIC X(8).
           05  WS-Q-PROGRAM    PIC X(8).
           05  WS-Q-STATUS     PIC X(2).
           05  WS-Q-COND-CODE  PIC X(4).
           05  WS-Q-HASH       PIC X(64).
           05  WS-Q-AUX        PIC X(80).
           05  WS-Q-REDACTED   PIC X.

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(80).

       01  WS-PRIOR-HASH       PIC X(64).
       01  WS-COMPUTED-HASH    PIC X(64).
       01  WS-HASH-CONTENT     PIC X(200).
       01  WS-CHAIN-PRIMED     PIC X.
       01  WS-CHAIN-TEXT       PIC X(5).

       01  WS-RK-TAB.
           05  WS-RK-KEY       PIC X(20) OCCURS 200 TIMES.
       01  WS-RK-COUNT         PIC 9(4) VALUE 0.
       01  WS-RK-IDX           PIC 9(4).
       01  WS-RK-OPERATION     PIC X(20).
       01  WS-RK-FILE          PIC X(44).
       01  WS-TS-SANCTIONED    PIC X.
           88  TOMBSTONE-IS-SANCTIONED VALUE "Y".
       01  WS-RK-OVERFLOW      PIC X VALUE "N".
           88  REDACTION-TABLE-OVERFLOWED VALUE "Y".

      *    Arguments for the RESTORE capture call - layouts match
      *    METADATA-CAPTURE's LINKAGE SECTION exactly; CALL ... USING
      *    is by reference, so a narrower field here would let the
      *    callee read past the end of this item.
       01  WS-CAP-OPERATION    PIC X(20) VALUE "RESTORE".
       01  WS-CAP-FILE-NAME    PIC X(44).
       01  WS-CAP-RECORD-KEY   PIC X(20).
       01  WS-CAP-USER         PIC X(10).
       01  WS-CAP-JOB-NAME     PIC X(8) VALUE "RESTORE".
       01  WS-CAP-PROGRAM      PIC X(8) VALUE "QUARWKBN".
       01  WS-CAP-COND-CODE    PIC X(4) VALUE "0000".
       01  WS-CAP-AUX          PIC X(80) VALUE SPACES.

      *    Arguments for the AUTH-CHECK gate - a restore puts an
      *    audit period back into the archive set, so it runs only
      *    for users the auth table permits the RESTORE function.
       01  WS-AUTH-FUNCTION    PIC X(8) VALUE "RESTORE".
       01  WS-AUTH-RESULT      PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM PARSE-ARGUMENTS
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS

           EVALUATE WS-RUN-MODE
               WHEN "LIST"
                   PERFORM LIST-QUARANTINE-SHELF
               WHEN "COMPARE"
                   PERFORM COMPARE-WITH-DR
               WHEN "RESTORE"
                   PERFORM RESTORE-FROM-DR
           END-EVALUATE
           STOP RUN.

       PARSE-ARGUMENTS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
           EVALUATE WS-RUN-MODE
               WHEN "LIST"
                   CONTINUE
               WHEN "COMPARE"
               WHEN "RESTORE"
                   IF WS-ARG-COUNT < 2
                       DISPLAY "QUARANTINE-WORKBENCH: "
                               FUNCTION TRIM(WS-RUN-MODE)
                               " needs the quarantined file name"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   DISPLAY 2 UPON ARGUMENT-NUMBER
                   ACCEPT WS-ARG-FILE FROM ARGUMENT-VALUE
      *            A restore always comes from the DR site's copy
      *            of the same period - no override for it.
                   IF WS-RUN-MODE = "COMPARE" AND WS-ARG-COUNT > 2
                       DISPLAY 3 UPON ARGUMENT-NUMBER
                       ACCEPT WS-ARG-DR FROM ARGUMENT-VALUE
                   END-IF
               WHEN OTHER
                   DISPLAY "QUARANTINE-WORKBENCH: unknown mode "
                           FUNCTION TRIM(WS-RUN-MODE)
                           " - use LIST, COMPARE or RESTORE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       RESOLVE-QUARANTINE-NAME.
      *    A bare name is taken to be on the shelf; a path must
      *    point at the shelf - this workbench does not compare or
      *    restore arbitrary files.
           MOVE 0 TO WS-SLASH-COUNT
           INSPECT WS-ARG-FILE TALLYING WS-SLASH-COUNT FOR ALL "/"
           MOVE SPACES TO WS-QUAR-FILE
           IF WS-SLASH-COUNT = 0
               STRING "data/archive/quarantine/"
                      FUNCTION TRIM(WS-ARG-FILE)
                      DELIMITED BY SIZE INTO WS-QUAR-FILE
           ELSE
               MOVE WS-ARG-FILE TO WS-QUAR-FILE
           END-IF
           IF WS-QUAR-FILE(1:24) NOT = "data/archive/quarantine/"
               DISPLAY "QUARANTINE-WORKBENCH: "
                       FUNCTION TRIM(WS-QUAR-FILE)
                       " is not on the quarantine shelf"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-QUAR-FILE TO WS-SIDE-NAME
           PERFORM PROBE-FILE
           IF WS-FILE-PRESENT = "N"
               DISPLAY "QUARANTINE-WORKBENCH: "
                       FUNCTION TRIM(WS-QUAR-FILE) " not found"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       DESCRIBE-QUARANTINED-FILE.
      *    "data/archive/quarantine/" is 24 characters, so the bare
      *    name starts at 25. METADATA-RETENTION keeps the archive's
      *    own name ("metadata-" then the period stamp at 10);
      *    METADATA-REPAIR names the segment "severed-" then the cut
      *    stamp at 9.
           MOVE SPACES TO WS-QUAR-BASE WS-STAMP WS-ARCHIVE-NAME
                          WS-REPAIRED-FILE WS-DR-FILE
           MOVE WS-QUAR-FILE(25:56) TO WS-QUAR-BASE
           EVALUATE TRUE
               WHEN WS-QUAR-BASE(1:9) = "metadata-"
                   MOVE "RETENTION" TO WS-ORIGIN
                   MOVE WS-QUAR-BASE(10:15) TO WS-STAMP
                   STRING "data/archive/" FUNCTION TRIM(WS-QUAR-BASE)
                       DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
                   STRING "data/dr/archive/"
                       FUNCTION TRIM(WS-QUAR-BASE)
                       DELIMITED BY SIZE INTO WS-DR-FILE
               WHEN WS-QUAR-BASE(1:8) = "severed-"
                   MOVE "REPAIR" TO WS-ORIGIN
                   MOVE WS-QUAR-BASE(9:15) TO WS-STAMP
                   PERFORM FIND-REPAIR-TARGET
                   EVALUATE TRUE
                       WHEN WS-REPAIRED-FILE = "data/metadata.log"
                           MOVE "data/dr/metadata.log" TO WS-DR-FILE
                       WHEN WS-REPAIRED-FILE(1:13) = "data/archive/"
                           STRING "data/dr/archive/"
                               FUNCTION TRIM(WS-REPAIRED-FILE(14:31))
                               DELIMITED BY SIZE INTO WS-DR-FILE
                   END-EVALUATE
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ORIGIN
           END-EVALUATE
           IF WS-ARG-DR NOT = SPACES
               MOVE WS-ARG-DR TO WS-DR-FILE
           END-IF

           MOVE SPACES TO WS-PERIOD-TEXT
           IF WS-STAMP(1:8) IS NUMERIC AND WS-STAMP(10:6) IS NUMERIC
               STRING WS-STAMP(1:4) "-" WS-STAMP(5:2) "-"
                      WS-STAMP(7:2) " " WS-STAMP(10:2) ":"
                      WS-STAMP(12:2) ":" WS-STAMP(14:2)
                      DELIMITED BY SIZE INTO WS-PERIOD-TEXT
               MOVE WS-STAMP(1:8) TO WS-STAMP-14(1:8)
               MOVE WS-STAMP(10:6) TO WS-STAMP-14(9:6)
           ELSE
               MOVE "(undated)" TO WS-PERIOD-TEXT
               MOVE SPACES TO WS-STAMP-14
           END-IF.

       FIND-REPAIR-TARGET.
      *    The attestation is written as the repair's last act, so
      *    the first REPAIR record at or after the cut stamp is the
      *    one that made this segment.
           IF WS-REPAIRS-LOADED = "N"
               PERFORM LOAD-REPAIR-LIST
           END-IF
           IF WS-STAMP(1:8) IS NOT NUMERIC
                   OR WS-STAMP(10:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAMP(1:8) TO WS-STAMP-14(1:8)
           MOVE WS-STAMP(10:6) TO WS-STAMP-14(9:6)
           MOVE 0 TO WS-REPAIR-BEST
           PERFORM VARYING WS-REPAIR-IDX FROM 1 BY 1
                   UNTIL WS-REPAIR-IDX > WS-REPAIR-COUNT
               IF WS-RP-TS(WS-REPAIR-IDX) >= WS-STAMP-14
                   IF WS-REPAIR-BEST = 0
                       MOVE WS-REPAIR-IDX TO WS-REPAIR-BEST
                   ELSE
                       IF WS-RP-TS(WS-REPAIR-IDX) <
                               WS-RP-TS(WS-REPAIR-BEST)
                           MOVE WS-REPAIR-IDX TO WS-REPAIR-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REPAIR-BEST > 0
               MOVE WS-RP-FILE(WS-REPAIR-BEST) TO WS-REPAIRED-FILE
           END-IF.

       LOAD-REPAIR-LIST.
           MOVE "Y" TO WS-REPAIRS-LOADED
           MOVE "grep -h REPAIR data/metadata.log "
                & "data/archive/metadata-*.log 2>/dev/null > "
                & "data/quarwkbn-repairs.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           OPEN INPUT REPAIR-LIST
           IF WS-REPLIST-STATUS = "00"
               PERFORM UNTIL WS-REPLIST-STATUS = "10"
                   READ REPAIR-LIST
                       AT END
                           MOVE "10" TO WS-REPLIST-STATUS
                       NOT AT END
                           PERFORM NOTE-ONE-REPAIR
                   END-READ
               END-PERFORM
               CLOSE REPAIR-LIST
           END-IF
           MOVE "rm -f data/quarwkbn-repairs.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE.

       NOTE-ONE-REPAIR.
      *    The grep is loose; the operation is checked strictly here.
           MOVE REPAIR-LIST-RECORD TO WS-PARSE-LINE
           PERFORM PARSE-LOG-RECORD
           IF WS-P-OPERATION = "REPAIR" AND WS-REPAIR-COUNT < 200
               ADD 1 TO WS-REPAIR-COUNT
               MOVE WS-P-TIMESTAMP(1:14) TO WS-RP-TS(WS-REPAIR-COUNT)
               MOVE WS-P-FILE-NAME TO WS-RP-FILE(WS-REPAIR-COUNT)
           END-IF.

       PROBE-FILE.
           MOVE "N" TO WS-FILE-PRESENT
           IF WS-SIDE-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SIDE-FILE
           IF WS-SIDE-STATUS = "00"
               MOVE "Y" TO WS-FILE-PRESENT
               CLOSE SIDE-FILE
           END-IF.

       LIST-QUARANTINE-SHELF.
           MOVE "ls data/archive/quarantine/*.log 2>/dev/null | sort "
                & "> data/quarwkbn-worklist.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           DISPLAY "FILE                          ORIGIN    "
                   "DATED               RECORDS STATE    DR COPY"
           OPEN INPUT WORK-LIST
           IF WS-LIST-STATUS NOT = "35"
               PERFORM UNTIL WS-LIST-STATUS = "10"
                   READ WORK-LIST
                       AT END
                           MOVE "10" TO WS-LIST-STATUS
                       NOT AT END
                           IF WORK-LIST-RECORD NOT = SPACES
                               MOVE WORK-LIST-RECORD TO WS-QUAR-FILE
                               PERFORM LIST-ONE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-LIST
           END-IF

           MOVE "rm -f data/quarwkbn-worklist.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           DISPLAY WS-LISTED-COUNT " quarantined file(s), "
                   WS-NO-DR-COUNT " without a DR copy".

       LIST-ONE-FILE.
           ADD 1 TO WS-LISTED-COUNT
           PERFORM DESCRIBE-QUARANTINED-FILE
           PERFORM COUNT-QUAR-RECORDS

           MOVE WS-DR-FILE TO WS-SIDE-NAME
           PERFORM PROBE-FILE
           MOVE WS-FILE-PRESENT TO WS-DR-PRESENT
           EVALUATE TRUE
               WHEN WS-DR-FILE = SPACES
                   MOVE "(no DR copy known)" TO WS-DR-TEXT
                   ADD 1 TO WS-NO-DR-COUNT
               WHEN WS-DR-PRESENT = "N"
                   MOVE "(not at DR)" TO WS-DR-TEXT
                   ADD 1 TO WS-NO-DR-COUNT
               WHEN OTHER
                   MOVE WS-DR-FILE TO WS-DR-TEXT
           END-EVALUATE

      *    A restored period is back under its own name in data/
      *    archive/; its quarantined copy stays as the evidence.
           MOVE "SHELVED" TO WS-SHELF-STATE
           IF WS-ARCHIVE-NAME NOT = SPACES
               MOVE WS-ARCHIVE-NAME TO WS-SIDE-NAME
               PERFORM PROBE-FILE
               IF WS-FILE-PRESENT = "Y"
                   MOVE "RESTORED" TO WS-SHELF-STATE
               END-IF
           END-IF

           DISPLAY WS-QUAR-BASE(1:29) " " WS-ORIGIN " "
                   WS-PERIOD-TEXT " " WS-Q-COUNT " "
                   WS-SHELF-STATE " " FUNCTION TRIM(WS-DR-TEXT)
           IF WS-ORIGIN = "REPAIR"
               IF WS-REPAIRED-FILE = SPACES
                   DISPLAY "    cut from: (no REPAIR attestation "
                           "found at or after the cut)"
               ELSE
                   DISPLAY "    cut from: "
                           FUNCTION TRIM(WS-REPAIRED-FILE)
               END-IF
           END-IF.

       COUNT-QUAR-RECORDS.
           MOVE 0 TO WS-Q-COUNT
           OPEN INPUT QUAR-FILE
           IF WS-QUAR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-QUAR-STATUS = "10"
               READ QUAR-FILE
                   AT END
                       MOVE "10" TO WS-QUAR-STATUS
                   NOT AT END
                       ADD 1 TO WS-Q-COUNT
               END-READ
           END-PERFORM
           CLOSE QUAR-FILE.

       COMPARE-WITH-DR.
           PERFORM RESOLVE-QUARANTINE-NAME
           PERFORM DESCRIBE-QUARANTINED-FILE
           IF WS-DR-FILE = SPACES
               DISPLAY "QUARANTINE-WORKBENCH: no DR copy known for "
                       FUNCTION TRIM(WS-QUAR-BASE)
                       " - name one as argument 3"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-REDACTION-KEYS
           PERFORM LOAD-DR-COPY
           PERFORM VERIFY-DR-CHAIN
           PERFORM OPEN-COMPARE-REPORT

           MOVE 0 TO WS-Q-SEQ WS-MATCH-COUNT WS-DIFFER-COUNT
                     WS-NOT-AT-DR-COUNT WS-DR-ONLY-COUNT
                     WS-BREAK-COUNT WS-DR-MIN-POS WS-DR-MAX-POS
      *    A severed segment starts at the record that broke the
      *    chain - its predecessor stayed behind in the repaired
      *    file, so the first link cannot be checked from here.
           MOVE ALL "0" TO WS-PRIOR-HASH
           IF WS-ORIGIN = "REPAIR"
               MOVE "N" TO WS-CHAIN-PRIMED
           ELSE
               MOVE "Y" TO WS-CHAIN-PRIMED
           END-IF
           OPEN INPUT QUAR-FILE
           PERFORM UNTIL WS-QUAR-STATUS = "10"
               READ QUAR-FILE
                   AT END
                       MOVE "10" TO WS-QUAR-STATUS
                   NOT AT END
                       PERFORM COMPARE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE QUAR-FILE

           PERFORM REPORT-DR-ONLY-RECORDS
           PERFORM CLOSE-COMPARE-REPORT

           DISPLAY "QUARANTINE-WORKBENCH: "
                   FUNCTION TRIM(WS-QUAR-BASE) " - " WS-Q-SEQ
                   " record(s), " WS-MATCH-COUNT " match, "
                   WS-DIFFER-COUNT " differ, " WS-NOT-AT-DR-COUNT
                   " not at DR, " WS-DR-ONLY-COUNT " DR only - "
                   "data/quarantine-compare-report.txt"
           IF WS-DIFFER-COUNT > 0 OR WS-NOT-AT-DR-COUNT > 0
                   OR WS-DR-ONLY-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       LOAD-DR-COPY.
           MOVE 0 TO WS-DR-COUNT
           MOVE WS-DR-FILE TO WS-SIDE-NAME
           OPEN INPUT SIDE-FILE
           IF WS-SIDE-STATUS NOT = "00"
               DISPLAY "QUARANTINE-WORKBENCH: DR copy "
                       FUNCTION TRIM(WS-DR-FILE) " not present"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SIDE-STATUS = "10"
               READ SIDE-FILE
                   AT END
                       MOVE "10" TO WS-SIDE-STATUS
                   NOT AT END
                       PERFORM NOTE-ONE-DR-RECORD
               END-READ
           END-PERFORM
           CLOSE SIDE-FILE.

       NOTE-ONE-DR-RECORD.
      *    A partial table would turn every record past the limit
      *    into a false "not at DR" - refuse rather than mislead.
           IF WS-DR-COUNT >= 5000
               DISPLAY "QUARANTINE-WORKBENCH: DR copy "
                       FUNCTION TRIM(WS-DR-FILE) " holds more than "
                       "5000 records - too large to compare here"
               CLOSE SIDE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DR-COUNT
           MOVE SIDE-RECORD TO WS-DR-LINE(WS-DR-COUNT)
           MOVE "N" TO WS-DR-MATCHED(WS-DR-COUNT)
           MOVE SIDE-RECORD TO WS-PARSE-LINE
           MOVE '"record_id":"' TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:20) TO WS-DR-KEY(WS-DR-COUNT).

       VERIFY-DR-CHAIN.
      *    The DR copy is always a whole file, so its chain walks
      *    from the all-zero anchor like any archive period.
           MOVE 0 TO WS-DR-BAD-COUNT
           MOVE SPACES TO WS-DR-FIRST-KEY WS-DR-LAST-KEY
                          WS-DR-LAST-HASH
           MOVE ALL "0" TO WS-PRIOR-HASH
           MOVE "Y" TO WS-CHAIN-PRIMED
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               MOVE WS-DR-LINE(WS-DR-IDX) TO WS-PARSE-LINE
               PERFORM PARSE-LOG-RECORD
               PERFORM CHECK-CHAIN-LINK
               IF WS-CHAIN-TEXT = "BREAK"
                   ADD 1 TO WS-DR-BAD-COUNT
               END-IF
               IF WS-DR-IDX = 1
                   MOVE WS-P-RECORD-KEY TO WS-DR-FIRST-KEY
               END-IF
               MOVE WS-P-RECORD-KEY TO WS-DR-LAST-KEY
               MOVE WS-P-HASH TO WS-DR-LAST-HASH
           END-PERFORM.

       COMPARE-ONE-RECORD.
           ADD 1 TO WS-Q-SEQ
           MOVE QUAR-RECORD TO WS-PARSE-LINE
           PERFORM PARSE-LOG-RECORD
           PERFORM CHECK-CHAIN-LINK
           IF WS-CHAIN-TEXT = "BREAK"
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           MOVE WS-PARSED-FIELD TO WS-Q-FIELDS
           MOVE WS-Q-SEQ TO WS-REPORT-SEQ

           PERFORM FIND-DR-TWIN
           IF WS-DR-TWIN = 0
               ADD 1 TO WS-NOT-AT-DR-COUNT
               MOVE "NOT-AT-DR" TO WS-VERDICT
               PERFORM WRITE-RECORD-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-DR-MATCHED(WS-DR-TWIN)
           IF WS-DR-MIN-POS = 0 OR WS-DR-TWIN < WS-DR-MIN-POS
               MOVE WS-DR-TWIN TO WS-DR-MIN-POS
           END-IF
           IF WS-DR-TWIN > WS-DR-MAX-POS
               MOVE WS-DR-TWIN TO WS-DR-MAX-POS
           END-IF

      *    An identical record that still breaks the chain is worth
      *    a line: the damage is in what it chains from.
           IF WS-DR-LINE(WS-DR-TWIN) = QUAR-RECORD
               ADD 1 TO WS-MATCH-COUNT
               IF WS-CHAIN-TEXT = "BREAK"
                   MOVE "MATCH" TO WS-VERDICT
                   PERFORM WRITE-RECORD-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DIFFER-COUNT
           MOVE "DIFFERS" TO WS-VERDICT
           PERFORM WRITE-RECORD-LINE
           MOVE WS-DR-LINE(WS-DR-TWIN) TO WS-PARSE-LINE
           PERFORM PARSE-LOG-RECORD
           PERFORM COMPARE-RECORD-FIELDS.

       FIND-DR-TWIN.
      *    The first DR record with the same id not already paired.
           MOVE 0 TO WS-DR-TWIN
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               IF WS-DR-KEY(WS-DR-IDX) = WS-Q-RECORD-KEY
                       AND WS-DR-MATCHED(WS-DR-IDX) = "N"
                   MOVE WS-DR-IDX TO WS-DR-TWIN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       COMPARE-RECORD-FIELDS.
      *    Quarantined side in WS-Q-FIELDS, DR side in WS-PARSED-
      *    FIELD. Every field that differs gets both values.
           MOVE 0 TO WS-FIELD-DIFFS
           MOVE "source" TO WS-FLD-NAME
           MOVE WS-Q-SOURCE TO WS-FLD-Q
           MOVE WS-P-SOURCE TO WS-FLD-D
           PERFORM WRITE-FIELD-DIFF
           MOVE "operation" TO WS-FLD-NAME
           MOVE WS-Q-OPERATION TO WS-FLD-Q
           MOVE WS-P-OPERATION TO WS-FLD-D
           PERFORM WRITE-FIELD-DIFF
           MOVE "timestamp" TO WS-FLD-NAME
           MOVE WS-Q-TIMESTAMP TO WS-FLD-Q
           MOVE WS-P-TIMESTAMP TO WS-FLD-D
           PERFORM WRITE-FIELD-DIFF
           MOVE "file" TO WS-FLD-NAME
           MOVE WS-Q-FILE-NAME TO WS-FLD-Q
           MOVE WS-P-FILE-NAME TO WS-FLD-D
           PERFORM WRITE-FIELD-DIFF
           MOVE "user" TO WS-FLD-NAME
           MOVE WS-Q-USER TO WS-FLD-Q
           MOVE WS-P-USER TO WS-FLD-D
           PERFORM WRITE-FIELD-DIFF
           MOVE "job" TO WS-FLD-NAME
           MOVE WS-Q-JOB-NAME TO WS-FLD-Q
           MOVE WS-P-JOB-NAME TO WS-FLD-D
           PERFORM WRITE-FIELD-DIFF
           MOVE "program" TO WS-FLD-NAME
           MOVE WS-Q-PROGRAM TO WS-FLD-Q
           MOVE WS-P-PROGRAM TO WS-FLD-D
           PERFORM WRITE-FIELD-DIFF
           MOVE "status" TO WS-FLD-NAME
           MOVE WS-Q-STATUS TO WS-FLD-Q
           MOVE WS-P-STATUS TO WS-FLD-D
           PERFORM WRITE-FIELD-DIFF
           MOVE "cond_code" TO WS-FLD-NAME
           MOVE WS-Q-COND-CODE TO WS-FLD-Q
           MOVE WS-P-COND-CODE TO WS-FLD-D
           PERFORM WRITE-FIELD-DIFF
           MOVE "hash" TO WS-FLD-NAME
           MOVE WS-Q-HASH TO WS-FLD-Q
           MOVE WS-P-HASH TO WS-FLD-D
           PERFORM WRITE-FIELD-DIFF
           MOVE "aux" TO WS-FLD-NAME
           MOVE WS-Q-AUX TO WS-FLD-Q
           MOVE WS-P-AUX TO WS-FLD-D
           PERFORM WRITE-FIELD-DIFF
           MOVE "redacted" TO WS-FLD-NAME
           MOVE WS-Q-REDACTED TO WS-FLD-Q
           MOVE WS-P-REDACTED TO WS-FLD-D
           PERFORM WRITE-FIELD-DIFF
           IF WS-FIELD-DIFFS = 0
               MOVE SPACES TO REPORT-LINE
               STRING "              record text differs outside "
                      "the parsed fields"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-FIELD-DIFF.
           IF WS-FLD-Q = WS-FLD-D
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FIELD-DIFFS
           MOVE SPACES TO REPORT-LINE
           STRING "              " WS-FLD-NAME " quarantined: "
                  WS-FLD-Q
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "                         DR copy:     "
                  WS-FLD-D
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       REPORT-DR-ONLY-RECORDS.
      *    A severed segment is only the tail of the file it was cut
      *    from, so only DR records inside the span its own records
      *    paired with can have been dropped from it; a whole
      *    period is compared whole.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DR-COUNT
               IF WS-DR-MATCHED(WS-DR-IDX) = "N"
                   IF WS-ORIGIN NOT = "REPAIR"
                       PERFORM WRITE-DR-ONLY-LINE
                   ELSE
                       IF WS-DR-IDX > WS-DR-MIN-POS
                               AND WS-DR-IDX < WS-DR-MAX-POS
                           PERFORM WRITE-DR-ONLY-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-DR-ONLY-LINE.
           ADD 1 TO WS-DR-ONLY-COUNT
           MOVE WS-DR-LINE(WS-DR-IDX) TO WS-PARSE-LINE
           PERFORM PARSE-LOG-RECORD
           MOVE WS-PARSED-FIELD TO WS-Q-FIELDS
           MOVE "DR-ONLY" TO WS-VERDICT
           MOVE WS-DR-IDX TO WS-REPORT-SEQ
           MOVE SPACES TO WS-CHAIN-TEXT
           PERFORM WRITE-RECORD-LINE.

       OPEN-COMPARE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "QUARANTINE-WORKBENCH: cannot open "
                       "data/quarantine-compare-report.txt, status="
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "QUARANTINE DR COMPARISON   run " WS-NOW-TS(1:8)
                  "-" WS-NOW-TS(9:6)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Quarantined:  " FUNCTION TRIM(WS-QUAR-FILE)
                  "   origin " WS-ORIGIN "   dated " WS-PERIOD-TEXT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ORIGIN = "REPAIR"
               MOVE SPACES TO REPORT-LINE
               IF WS-REPAIRED-FILE = SPACES
                   MOVE "Cut from:     (no REPAIR attestation found)"
                       TO REPORT-LINE
               ELSE
                   STRING "Cut from:     "
                          FUNCTION TRIM(WS-REPAIRED-FILE)
                          "   - DR records outside the segment's "
                          "span are not listed"
                          DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-DR-BAD-COUNT = 0
               STRING "DR copy:      " FUNCTION TRIM(WS-DR-FILE)
                      "   " WS-DR-COUNT " record(s), chain verifies"
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "DR copy:      " FUNCTION TRIM(WS-DR-FILE)
                      "   " WS-DR-COUNT " record(s), chain BREAKS at "
                      WS-DR-BAD-COUNT " record(s)"
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "VERDICT       RECORD ID            SEQ     CHAIN "
               & "OPERATION            TIMESTAMP"
               TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-RECORD-LINE.
      *    The record named is WS-Q-FIELDS - the quarantined record,
      *    or the DR record for a DR-ONLY line; SEQ is its position
      *    in its own file.
           MOVE SPACES TO REPORT-LINE
           STRING WS-VERDICT " " WS-Q-RECORD-KEY " "
                  WS-REPORT-SEQ " " WS-CHAIN-TEXT " "
                  WS-Q-OPERATION " " WS-Q-TIMESTAMP(1:8) "-"
                  WS-Q-TIMESTAMP(9:6)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       CLOSE-COMPARE-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Quarantined records: " WS-Q-SEQ
                  "   match: " WS-MATCH-COUNT
                  "   differ: " WS-DIFFER-COUNT
                  "   not at DR: " WS-NOT-AT-DR-COUNT
                  "   DR only: " WS-DR-ONLY-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Chain breaks in the quarantined copy: "
                  WS-BREAK-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       RESTORE-FROM-DR.
           PERFORM RESOLVE-QUARANTINE-NAME

      *    The gate runs before anything is judged; a denial is
      *    already on the chain as an AUTH-DENY capture by the time
      *    this reports it.
           ACCEPT WS-CAP-USER FROM ENVIRONMENT "USER"
           CALL "AUTH-CHECK" USING WS-CAP-USER WS-AUTH-FUNCTION
               WS-AUTH-RESULT
           END-CALL
           IF WS-AUTH-RESULT NOT = "Y"
               DISPLAY "QUARANTINE-WORKBENCH: user "
                       FUNCTION TRIM(WS-CAP-USER)
                       " is not authorized for RESTORE - denied "
                       "(recorded on the chain)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM DESCRIBE-QUARANTINED-FILE
           IF WS-ORIGIN NOT = "RETENTION"
               DISPLAY "QUARANTINE-WORKBENCH: "
                       FUNCTION TRIM(WS-QUAR-BASE)
                       " is not a whole archive period - only a "
                       "period METADATA-RETENTION quarantined can "
                       "be restored"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARCHIVE-NAME TO WS-SIDE-NAME
           PERFORM PROBE-FILE
           IF WS-FILE-PRESENT = "Y"
               DISPLAY "QUARANTINE-WORKBENCH: "
                       FUNCTION TRIM(WS-ARCHIVE-NAME)
                       " is already in place - nothing restored"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM FIND-CATALOG-ANCHOR
           IF WS-ANCHOR-FOUND = "N"
               DISPLAY "QUARANTINE-WORKBENCH: no catalog anchor for "
                       FUNCTION TRIM(WS-ARCHIVE-NAME)
                       " - the DR copy cannot be proven, "
                       "not restored"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-REDACTION-KEYS
           PERFORM LOAD-DR-COPY
           PERFORM VERIFY-DR-CHAIN
           PERFORM JUDGE-DR-AGAINST-ANCHOR
           IF WS-REFUSAL NOT = SPACES
               DISPLAY "QUARANTINE-WORKBENCH: DR copy "
                       FUNCTION TRIM(WS-DR-FILE)
                       " does not prove out - "
                       FUNCTION TRIM(WS-REFUSAL)
                       " - not restored"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CAPTURE-RESTORE
           PERFORM COPY-DR-INTO-ARCHIVE
           DISPLAY "QUARANTINE-WORKBENCH: restored "
                   FUNCTION TRIM(WS-ARCHIVE-NAME) " from "
                   FUNCTION TRIM(WS-DR-FILE) " (" WS-DR-COUNT
                   " record(s), matches its catalog anchor); "
                   "quarantined copy kept as evidence".

       FIND-CATALOG-ANCHOR.
      *    The row METADATA-ARCHIVE wrote when the period was cut -
      *    the last one for the name wins, as a re-cut period would
      *    have appended a fresh row.
           MOVE "N" TO WS-ANCHOR-FOUND
           OPEN INPUT ARCHIVE-CATALOG
           IF WS-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CATALOG-STATUS = "10"
               READ ARCHIVE-CATALOG
                   AT END
                       MOVE "10" TO WS-CATALOG-STATUS
                   NOT AT END
                       IF CAT-ARCHIVE-NAME = WS-ARCHIVE-NAME
                           MOVE "Y" TO WS-ANCHOR-FOUND
                           MOVE CAT-FIRST-KEY TO WS-ANCHOR-FIRST-KEY
                           MOVE CAT-LAST-KEY TO WS-ANCHOR-LAST-KEY
                           MOVE CAT-RECORD-COUNT TO WS-ANCHOR-COUNT
                           MOVE CAT-FINAL-HASH TO WS-ANCHOR-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-CATALOG.

       JUDGE-DR-AGAINST-ANCHOR.
           MOVE SPACES TO WS-REFUSAL
           EVALUATE TRUE
               WHEN WS-DR-BAD-COUNT > 0
                   STRING "its chain breaks at " WS-DR-BAD-COUNT
                          " record(s)"
                          DELIMITED BY SIZE INTO WS-REFUSAL
               WHEN WS-DR-COUNT NOT = WS-ANCHOR-COUNT
                   STRING "it holds " WS-DR-COUNT " record(s), the "
                          "anchor " WS-ANCHOR-COUNT
                          DELIMITED BY SIZE INTO WS-REFUSAL
               WHEN WS-DR-LAST-HASH NOT = WS-ANCHOR-HASH
                   MOVE "its final hash is not the anchor's"
                       TO WS-REFUSAL
               WHEN WS-DR-FIRST-KEY NOT = WS-ANCHOR-FIRST-KEY
                       OR WS-DR-LAST-KEY NOT = WS-ANCHOR-LAST-KEY
                   MOVE "its first/last record ids are not the "
                       & "anchor's" TO WS-REFUSAL
           END-EVALUATE.

       CAPTURE-RESTORE.
      *    The RESTORE record goes through METADATA-CAPTURE first -
      *    if it can't be written, the period is not put back.
           MOVE WS-ARCHIVE-NAME(1:44) TO WS-CAP-FILE-NAME
           MOVE SPACES TO WS-CAP-RECORD-KEY
           MOVE SPACES TO WS-CAP-AUX
           STRING "FROM=DR,N=" WS-DR-COUNT
                  ",HASH=" WS-DR-LAST-HASH(1:16)
                  DELIMITED BY SIZE INTO WS-CAP-AUX
           MOVE 0 TO RETURN-CODE
           CALL "METADATA-CAPTURE" USING WS-CAP-OPERATION
               WS-CAP-FILE-NAME WS-CAP-RECORD-KEY WS-CAP-USER
               WS-CAP-JOB-NAME WS-CAP-PROGRAM WS-CAP-COND-CODE
               WS-CAP-AUX
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY "QUARANTINE-WORKBENCH: RESTORE capture failed"
                       " for " FUNCTION TRIM(WS-ARCHIVE-NAME)
                       " - not restored"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       COPY-DR-INTO-ARCHIVE.
      *    Copied under a temporary name and renamed, so no reader
      *    of data/archive/metadata-*.log ever sees a half-copied
      *    period.
           MOVE SPACES TO WS-COMMAND
           STRING "cp " FUNCTION TRIM(WS-DR-FILE)
                  " data/archive/quarwkbn-restore.tmp"
                  DELIMITED BY SIZE INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           IF WS-RETURN-CODE = 0
               MOVE SPACES TO WS-COMMAND
               STRING "mv data/archive/quarwkbn-restore.tmp "
                      FUNCTION TRIM(WS-ARCHIVE-NAME)
                      DELIMITED BY SIZE INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
                   RETURNING WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "QUARANTINE-WORKBENCH: RESTORE is recorded "
                       "but the copy into "
                       FUNCTION TRIM(WS-ARCHIVE-NAME)
                       " failed - rerun the restore"
               MOVE "rm -f data/archive/quarwkbn-restore.tmp"
                   TO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
                   RETURNING WS-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-CHAIN-LINK.
      *    Sanctioned tombstones (METADATA-REDACT) keep their
      *    original hash but have no recomputable payload - trusted
      *    forward, the same convention METADATA-VERIFY uses.
           IF WS-CHAIN-PRIMED = "N"
               MOVE "-" TO WS-CHAIN-TEXT
               MOVE "Y" TO WS-CHAIN-PRIMED
           ELSE
               MOVE "OK" TO WS-CHAIN-TEXT
               IF WS-P-REDACTED = "Y"
                   PERFORM CHECK-TOMBSTONE-SANCTION
                   IF NOT TOMBSTONE-IS-SANCTIONED
                       MOVE "BREAK" TO WS-CHAIN-TEXT
                   END-IF
               ELSE
                   PERFORM RECOMPUTE-HASH
                   IF WS-COMPUTED-HASH NOT = WS-P-HASH
                       MOVE "BREAK" TO WS-CHAIN-TEXT
                   END-IF
               END-IF
           END-IF
           MOVE WS-P-HASH TO WS-PRIOR-HASH.

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

           MOVE '"aux":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-AUX

           MOVE '"redacted":"'    TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:1) TO WS-P-REDACTED.

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
      *    METADATA-RETENTION's sweep, widened to the shelf and the
      *    DR site: a quarantined period's own REDACTION audit
      *    records are no longer under data/archive/metadata-*.log,
      *    and without them its lawful tombstones would read as
      *    breaks on both copies.
           MOVE "grep -h REDACTION data/metadata.log "
                & "data/archive/metadata-*.log "
                & "data/archive/quarantine/*.log "
                & "data/dr/metadata.log data/dr/archive/metadata-*.log "
                & "data/redaction-registry.dat 2>/dev/null > "
                & "data/quarwkbn-redactions.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
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
           MOVE "rm -f data/quarwkbn-redactions.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE.

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
           IF WS-RK-OPERATION = "REDACTION" AND WS-RK-COUNT >= 200
               IF NOT REDACTION-TABLE-OVERFLOWED
                   DISPLAY "QUARANTINE-WORKBENCH: more than 200 "
                           "REDACTION records - tombstone "
                           "sanction check is INCOMPLETE; "
                           "unmatched tombstones read as breaks"
                   MOVE "Y" TO WS-RK-OVERFLOW
               END-IF
           END-IF
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
      *    The marker alone proves nothing - what a forger cannot
      *    fabricate is the chained REDACTION capture naming the
      *    record.
           MOVE "N" TO WS-TS-SANCTIONED
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX > WS-RK-COUNT
               IF WS-RK-KEY(WS-RK-IDX) = WS-P-RECORD-KEY
                   MOVE "Y" TO WS-TS-SANCTIONED
               END-IF
           END-PERFORM.
