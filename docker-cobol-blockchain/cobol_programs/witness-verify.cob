       IDENTIFICATION DIVISION.
       PROGRAM-ID. WITNESS-VERIFY.
      *    Cross-system witness verification - the check that catches
      *    a whole-chain rewrite METADATA-VERIFY cannot. Every WITNESS
      *    record (CHAIN-WITNESS) is one system's sworn statement of
      *    another system's chain head: record key and hash. This
      *    collects every such statement from every log held here -
      *    this system's live log and archives, and the other
      *    systems' shipped logs in data/inbound/ - and then checks,
      *    for every witnessed system, that the log it holds still
      *    contains each witnessed record with the witnessed hash:
      *        CONFIRMED  the record is there with the same hash
      *        REWRITTEN  the record is there but its hash differs -
      *                   the chain was recomputed after the witness
      *        MISSING    no record with that key, though the log
      *                   held here spans it - the record was removed
      *        NOT-HELD   the key lies outside the log held here
      *                   (a purged archive period, or a shipment
      *                   older than the witness) - unverifiable here,
      *                   not proof of anything
      *        BAD-CLAIM  the WITNESS record's aux hash disagrees
      *                   with the hash digits in its own hashed
      *                   dataset field - the witnessing site's
      *                   record was edited; the hashed digits are
      *                   what is checked
      *    A rewritten chain verifies clean on its own site, so
      *    REWRITTEN and MISSING are proof no single-site verifier can
      *    give: to hide them a rewriter must also rewrite every
      *    witnessing system's chain.
      *    Trust rule: this system's own records are taken only from
      *    its own live log and archives, another system's records
      *    only from data/inbound/; likewise a claim about another
      *    system counts only when made by a different system.
      *    Report goes to data/witness-verify-report.txt. RC=8 on any
      *    REWRITTEN or MISSING, RC=4 when the worst is NOT-HELD or
      *    BAD-CLAIM (or there are no claims at all), else RC=0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METADATA-LOG ASSIGN DYNAMIC WS-SCAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT WORK-LIST ASSIGN TO "data/witver-worklist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT SYSTEM-ID-FILE ASSIGN TO "data/system-id.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSID-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/witness-verify-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  METADATA-LOG.
       01  LOG-RECORD          PIC X(512).

       FD  WORK-LIST.
       01  WORK-LIST-RECORD    PIC X(60).

       FD  SYSTEM-ID-FILE.
       01  SYSTEM-ID-RECORD    PIC X(10).

       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-LIST-STATUS      PIC XX.
       01  WS-SYSID-STATUS     PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-SCAN-FILE        PIC X(60).
       01  WS-COMMAND          PIC X(240).
       01  WS-RETURN-CODE      PIC S9(9) COMP.
       01  WS-NOW-TS           PIC X(26).
       01  WS-SYSTEM-ID        PIC X(10) VALUE "COBOL".
       01  WS-SCAN-LOCAL       PIC X.
       01  WS-PASS             PIC 9.
       01  WS-FILE-COUNT       PIC 9(4) VALUE 0.

      *    Every distinct witness claim, kept in system + key order so
      *    each log record is looked up by binary search rather than
      *    a walk of the whole table.
       01  WS-CLAIM-TAB.
           05  WS-CLAIM-ENTRY OCCURS 5000 TIMES.
               10  WS-C-SORT-KEY.
                   15  WS-C-SYSTEM     PIC X(10).
                   15  WS-C-KEY        PIC X(20).
               10  WS-C-HASH       PIC X(64).
               10  WS-C-HASH-LEN   PIC 9(2).
               10  WS-C-WITNESS    PIC X(10).
               10  WS-C-WITNESS-TS PIC X(26).
               10  WS-C-BAD-CLAIM  PIC X.
      *            N not seen, M seen with a different hash, Y seen
      *            with the witnessed hash.
               10  WS-C-STATE      PIC X.
               10  WS-C-HELD-HASH  PIC X(64).
       01  WS-CLAIM-COUNT      PIC 9(4) VALUE 0.
       01  WS-CLAIM-IDX        PIC 9(4).
       01  WS-SHIFT-IDX        PIC 9(4).
       01  WS-TAB-FULL         PIC X VALUE "N".
           88  TAB-FULL-WARNED     VALUE "Y".

      *    Binary search bounds over the claim table.
       01  WS-LOOK-KEY.
           05  WS-LOOK-SYSTEM  PIC X(10).
           05  WS-LOOK-REC-KEY PIC X(20).
       01  WS-LOW              PIC 9(4).
       01  WS-HIGH             PIC 9(4).
       01  WS-MID              PIC 9(4).

      *    One row per witnessed system: the REC sequence range of
      *    the log held here, and the verdict counts.
       01  WS-SYS-TAB.
           05  WS-SYS-ENTRY OCCURS 50 TIMES.
               10  WS-S-SYSTEM     PIC X(10).
               10  WS-S-RECORDS    PIC 9(9).
               10  WS-S-LOW-SEQ    PIC 9(10).
               10  WS-S-HIGH-SEQ   PIC 9(10).
               10  WS-S-CLAIMS     PIC 9(5).
               10  WS-S-CONFIRMED  PIC 9(5).
               10  WS-S-REWRITTEN  PIC 9(5).
               10  WS-S-MISSING    PIC 9(5).
               10  WS-S-NOT-HELD   PIC 9(5).
               10  WS-S-BAD-CLAIM  PIC 9(5).
       01  WS-SYS-COUNT        PIC 9(2) VALUE 0.
       01  WS-SYS-IDX          PIC 9(2).
       01  WS-SYS-FOUND        PIC 9(2).

       01  WS-P-SOURCE         PIC X(10).
       01  WS-P-OPERATION      PIC X(20).
       01  WS-P-TIMESTAMP      PIC X(26).
       01  WS-P-RECORD-KEY     PIC X(20).
       01  WS-P-FILE-NAME      PIC X(44).
       01  WS-P-USER           PIC X(10).
       01  WS-P-HASH           PIC X(64).
       01  WS-P-AUX            PIC X(80).
       01  WS-W-KEY            PIC X(20).
       01  WS-W-PREFIX         PIC X(44).
       01  WS-W-PREFIX-LEN     PIC 9(2).
       01  WS-W-HASH           PIC X(64).
       01  WS-W-HASH-LEN       PIC 9(2).
       01  WS-W-BAD            PIC X.
       01  WS-WITNESS-HOLD     PIC X(10).
       01  WS-REC-SEQ          PIC 9(10).

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(80).

       01  WS-VERDICT          PIC X(10).
       01  WS-TOTAL-CLAIMS     PIC 9(5) VALUE 0.
       01  WS-TOTAL-PROOF      PIC 9(5) VALUE 0.
       01  WS-TOTAL-DOUBT      PIC 9(5) VALUE 0.
       01  WS-LOW-EDIT         PIC Z(9)9.
       01  WS-HIGH-EDIT        PIC Z(9)9.
       01  WS-RANGE-TEXT       PIC X(21).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           PERFORM LOAD-SYSTEM-ID

      *    Local files first, flagged L; inbound shipments after,
      *    flagged I - the flag is the first byte of each line.
           MOVE "(ls data/archive/metadata-*.log 2>/dev/null | sort "
                & "| sed 's/^/L/'; echo Ldata/metadata.log; "
                & "ls data/inbound/*.log 2>/dev/null | sort "
                & "| sed 's/^/I/') > data/witver-worklist.tmp"
                TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

      *    Pass 1 collects the claims, pass 2 checks the records
      *    against them.
           MOVE 1 TO WS-PASS
           PERFORM WALK-WORK-LIST
           MOVE 2 TO WS-PASS
           PERFORM WALK-WORK-LIST

           MOVE "rm -f data/witver-worklist.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           PERFORM WRITE-REPORT

           DISPLAY "WITNESS-VERIFY: " WS-TOTAL-CLAIMS " witness "
                   "claim(s) over " WS-SYS-COUNT " system(s), "
                   WS-TOTAL-PROOF " rewritten/missing, "
                   WS-TOTAL-DOUBT " unverifiable or bad claim(s)"
           DISPLAY "Report written to data/witness-verify-report.txt"
           EVALUATE TRUE
               WHEN WS-TOTAL-PROOF > 0
                   DISPLAY "WITNESS-VERIFY: REWRITE DETECTED - a "
                           "witnessed record is missing or changed"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-DOUBT > 0 OR WS-TOTAL-CLAIMS = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LOAD-SYSTEM-ID.
      *    Same identity METADATA-CAPTURE stamps into META-SOURCE;
      *    absent or blank means the "COBOL" constant.
           OPEN INPUT SYSTEM-ID-FILE
           IF WS-SYSID-STATUS = "00"
               READ SYSTEM-ID-FILE
               IF WS-SYSID-STATUS = "00"
                       AND SYSTEM-ID-RECORD NOT = SPACES
                   MOVE SYSTEM-ID-RECORD TO WS-SYSTEM-ID
               END-IF
               CLOSE SYSTEM-ID-FILE
           END-IF.

       WALK-WORK-LIST.
           OPEN INPUT WORK-LIST
           IF WS-LIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LIST-STATUS = "10"
               READ WORK-LIST
                   AT END
                       MOVE "10" TO WS-LIST-STATUS
                   NOT AT END
                       IF WORK-LIST-RECORD(2:59) NOT = SPACES
                           MOVE WORK-LIST-RECORD(1:1)
                               TO WS-SCAN-LOCAL
                           MOVE WORK-LIST-RECORD(2:59)
                               TO WS-SCAN-FILE
                           PERFORM SCAN-ONE-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-LIST.

       SCAN-ONE-FILE.
           OPEN INPUT METADATA-LOG
           IF WS-LOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-PASS = 1
               ADD 1 TO WS-FILE-COUNT
           END-IF
           PERFORM UNTIL WS-LOG-STATUS = "10"
               READ METADATA-LOG
                   AT END
                       MOVE "10" TO WS-LOG-STATUS
                   NOT AT END
                       IF LOG-RECORD NOT = SPACES
                           PERFORM PARSE-LOG-RECORD
                           PERFORM APPLY-TRUST-RULE
                           IF WS-P-SOURCE NOT = SPACES
                               IF WS-PASS = 1
                                   PERFORM NOTE-CLAIM
                               ELSE
                                   PERFORM CHECK-HELD-RECORD
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE METADATA-LOG.

       APPLY-TRUST-RULE.
      *    Blanks the source of a record that does not belong in the
      *    file it was found in, so it is neither a claim nor a held
      *    record.
           IF WS-SCAN-LOCAL = "L"
               IF WS-P-SOURCE NOT = WS-SYSTEM-ID
                   MOVE SPACES TO WS-P-SOURCE
               END-IF
           ELSE
               IF WS-P-SOURCE = WS-SYSTEM-ID
                   MOVE SPACES TO WS-P-SOURCE
               END-IF
           END-IF.

       NOTE-CLAIM.
           IF WS-P-OPERATION NOT = "WITNESS"
                   OR WS-P-USER = SPACES
                   OR WS-P-USER = WS-P-SOURCE
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-WITNESS-FIELDS
           IF WS-W-KEY = SPACES OR WS-W-HASH-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-P-SOURCE TO WS-WITNESS-HOLD
           MOVE WS-P-USER TO WS-P-SOURCE
           PERFORM FIND-SYSTEM-ROW
           MOVE WS-WITNESS-HOLD TO WS-P-SOURCE
           IF WS-SYS-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-P-USER TO WS-LOOK-SYSTEM
           MOVE WS-W-KEY  TO WS-LOOK-REC-KEY
           PERFORM FIND-FIRST-CLAIM
           PERFORM VARYING WS-CLAIM-IDX FROM WS-LOW BY 1
                   UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
                   OR WS-C-SORT-KEY(WS-CLAIM-IDX) NOT = WS-LOOK-KEY
               IF WS-C-HASH(WS-CLAIM-IDX) = WS-W-HASH
                   IF WS-W-BAD = "Y"
                       MOVE "Y" TO WS-C-BAD-CLAIM(WS-CLAIM-IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-CLAIM-COUNT >= 5000
               IF NOT TAB-FULL-WARNED
                   DISPLAY "WITNESS-VERIFY: more than 5000 distinct "
                           "witness claims - the rest are not checked"
                   MOVE "Y" TO WS-TAB-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF
      *    Insert at WS-LOW, keeping the table in order.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-CLAIM-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-LOW
               MOVE WS-CLAIM-ENTRY(WS-SHIFT-IDX)
                   TO WS-CLAIM-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-CLAIM-COUNT
           MOVE SPACES TO WS-CLAIM-ENTRY(WS-LOW)
           MOVE WS-P-USER       TO WS-C-SYSTEM(WS-LOW)
           MOVE WS-W-KEY        TO WS-C-KEY(WS-LOW)
           MOVE WS-W-HASH       TO WS-C-HASH(WS-LOW)
           MOVE WS-W-HASH-LEN   TO WS-C-HASH-LEN(WS-LOW)
           MOVE WS-P-SOURCE     TO WS-C-WITNESS(WS-LOW)
           MOVE WS-P-TIMESTAMP  TO WS-C-WITNESS-TS(WS-LOW)
           MOVE WS-W-BAD        TO WS-C-BAD-CLAIM(WS-LOW)
           MOVE "N"             TO WS-C-STATE(WS-LOW).

       SPLIT-WITNESS-FIELDS.
      *    Dataset field "<key> H=<leading digits>" is inside the
      *    hashed content; the aux "H=<full hash>" is not. The full
      *    hash is used when it agrees with the hashed digits,
      *    otherwise only the hashed digits are trusted.
           MOVE SPACES TO WS-W-KEY WS-W-PREFIX WS-W-HASH
           MOVE 0 TO WS-W-PREFIX-LEN WS-W-HASH-LEN
           MOVE "N" TO WS-W-BAD
           UNSTRING WS-P-FILE-NAME DELIMITED BY " H="
               INTO WS-W-KEY WS-W-PREFIX
           END-UNSTRING
           IF WS-W-PREFIX NOT = SPACES
               COMPUTE WS-W-PREFIX-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-W-PREFIX))
           END-IF
           IF WS-P-AUX(1:2) = "H=" AND WS-P-AUX(3:64) NOT = SPACES
               IF WS-W-PREFIX-LEN = 0
                   MOVE WS-P-AUX(3:64) TO WS-W-HASH
                   MOVE 64 TO WS-W-HASH-LEN
                   EXIT PARAGRAPH
               END-IF
               IF WS-P-AUX(3:WS-W-PREFIX-LEN) =
                       WS-W-PREFIX(1:WS-W-PREFIX-LEN)
                   MOVE WS-P-AUX(3:64) TO WS-W-HASH
                   MOVE 64 TO WS-W-HASH-LEN
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-W-BAD
           END-IF
           IF WS-W-PREFIX-LEN > 0
               MOVE WS-W-PREFIX(1:WS-W-PREFIX-LEN) TO WS-W-HASH
               MOVE WS-W-PREFIX-LEN TO WS-W-HASH-LEN
           END-IF.

       FIND-FIRST-CLAIM.
      *    Leaves WS-LOW at the first entry not below WS-LOOK-KEY -
      *    where that key's claims start, or where a new one goes.
           MOVE 1 TO WS-LOW
           COMPUTE WS-HIGH = WS-CLAIM-COUNT + 1
           PERFORM UNTIL WS-LOW >= WS-HIGH
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               IF WS-C-SORT-KEY(WS-MID) < WS-LOOK-KEY
                   COMPUTE WS-LOW = WS-MID + 1
               ELSE
                   MOVE WS-MID TO WS-HIGH
               END-IF
           END-PERFORM.

       FIND-SYSTEM-ROW.
      *    Row for the system in WS-P-SOURCE, added when new.
           MOVE 0 TO WS-SYS-FOUND
           PERFORM VARYING WS-SYS-IDX FROM 1 BY 1
                   UNTIL WS-SYS-IDX > WS-SYS-COUNT
               IF WS-S-SYSTEM(WS-SYS-IDX) = WS-P-SOURCE
                   MOVE WS-SYS-IDX TO WS-SYS-FOUND
               END-IF
           END-PERFORM
           IF WS-SYS-FOUND = 0 AND WS-SYS-COUNT >= 50
               IF NOT TAB-FULL-WARNED
                   DISPLAY "WITNESS-VERIFY: more than 50 witnessed "
                           "systems - the rest are not checked"
                   MOVE "Y" TO WS-TAB-FULL
               END-IF
           END-IF
           IF WS-SYS-FOUND = 0 AND WS-SYS-COUNT < 50
               ADD 1 TO WS-SYS-COUNT
               MOVE WS-SYS-COUNT TO WS-SYS-FOUND
               MOVE WS-P-SOURCE TO WS-S-SYSTEM(WS-SYS-FOUND)
               MOVE 0 TO WS-S-RECORDS(WS-SYS-FOUND)
                         WS-S-LOW-SEQ(WS-SYS-FOUND)
                         WS-S-HIGH-SEQ(WS-SYS-FOUND)
                         WS-S-CLAIMS(WS-SYS-FOUND)
                         WS-S-CONFIRMED(WS-SYS-FOUND)
                         WS-S-REWRITTEN(WS-SYS-FOUND)
                         WS-S-MISSING(WS-SYS-FOUND)
                         WS-S-NOT-HELD(WS-SYS-FOUND)
                         WS-S-BAD-CLAIM(WS-SYS-FOUND)
           END-IF.

       CHECK-HELD-RECORD.
      *    Only systems somebody witnessed are of interest.
           MOVE 0 TO WS-SYS-FOUND
           PERFORM VARYING WS-SYS-IDX FROM 1 BY 1
                   UNTIL WS-SYS-IDX > WS-SYS-COUNT
               IF WS-S-SYSTEM(WS-SYS-IDX) = WS-P-SOURCE
                   MOVE WS-SYS-IDX TO WS-SYS-FOUND
               END-IF
           END-PERFORM
           IF WS-SYS-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-S-RECORDS(WS-SYS-FOUND)
           IF WS-P-RECORD-KEY(1:3) = "REC"
                   AND WS-P-RECORD-KEY(4:10) IS NUMERIC
               MOVE WS-P-RECORD-KEY(4:10) TO WS-REC-SEQ
               IF WS-S-LOW-SEQ(WS-SYS-FOUND) = 0
                       OR WS-REC-SEQ < WS-S-LOW-SEQ(WS-SYS-FOUND)
                   MOVE WS-REC-SEQ TO WS-S-LOW-SEQ(WS-SYS-FOUND)
               END-IF
               IF WS-REC-SEQ > WS-S-HIGH-SEQ(WS-SYS-FOUND)
                   MOVE WS-REC-SEQ TO WS-S-HIGH-SEQ(WS-SYS-FOUND)
               END-IF
           END-IF

      *    A key can legitimately appear twice - a RECOVERED entry
      *    reuses the key of the record it stands in for - so a claim
      *    is satisfied by any held record carrying the witnessed
      *    hash.
           MOVE WS-P-SOURCE     TO WS-LOOK-SYSTEM
           MOVE WS-P-RECORD-KEY TO WS-LOOK-REC-KEY
           PERFORM FIND-FIRST-CLAIM
           PERFORM VARYING WS-CLAIM-IDX FROM WS-LOW BY 1
                   UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
                   OR WS-C-SORT-KEY(WS-CLAIM-IDX) NOT = WS-LOOK-KEY
               MOVE WS-C-HASH-LEN(WS-CLAIM-IDX) TO WS-W-HASH-LEN
               IF WS-P-HASH(1:WS-W-HASH-LEN) =
                       WS-C-HASH(WS-CLAIM-IDX)(1:WS-W-HASH-LEN)
                   MOVE "Y" TO WS-C-STATE(WS-CLAIM-IDX)
                   MOVE WS-P-HASH TO WS-C-HELD-HASH(WS-CLAIM-IDX)
               ELSE
                   IF WS-C-STATE(WS-CLAIM-IDX) = "N"
                       MOVE "M" TO WS-C-STATE(WS-CLAIM-IDX)
                       MOVE WS-P-HASH
                           TO WS-C-HELD-HASH(WS-CLAIM-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "WITNESS-VERIFY: cannot open "
                       "data/witness-verify-report.txt, status="
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "CROSS-SYSTEM WITNESS VERIFICATION   run "
                  WS-NOW-TS(1:8) "-" WS-NOW-TS(9:6)
                  "   verifying system " FUNCTION TRIM(WS-SYSTEM-ID)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Logs read: " WS-FILE-COUNT
                  " (local live log and archives, data/inbound/)"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-CLAIM-COUNT = 0
               MOVE "No WITNESS records found - nothing to verify. "
                   & "Run CHAIN-WITNESS on each system." TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "VERDICT    SYSTEM     RECORD KEY           WITNESSED "
               & "BY  WITNESSED AT    HELD HASH / WITNESSED HASH"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CLAIM-IDX FROM 1 BY 1
                   UNTIL WS-CLAIM-IDX > WS-CLAIM-COUNT
               PERFORM JUDGE-ONE-CLAIM
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SYSTEM     RECORDS    REC RANGE HELD        CLAIMS "
               & "CONFIRMED REWRITTEN MISSING NOT-HELD BAD-CLAIM"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SYS-IDX FROM 1 BY 1
                   UNTIL WS-SYS-IDX > WS-SYS-COUNT
               MOVE WS-S-LOW-SEQ(WS-SYS-IDX) TO WS-LOW-EDIT
               MOVE WS-S-HIGH-SEQ(WS-SYS-IDX) TO WS-HIGH-EDIT
               MOVE SPACES TO WS-RANGE-TEXT
               STRING FUNCTION TRIM(WS-LOW-EDIT) "-"
                      FUNCTION TRIM(WS-HIGH-EDIT)
                      DELIMITED BY SIZE INTO WS-RANGE-TEXT
               MOVE SPACES TO REPORT-LINE
               STRING WS-S-SYSTEM(WS-SYS-IDX) " "
                      WS-S-RECORDS(WS-SYS-IDX) "  "
                      WS-RANGE-TEXT " "
                      WS-S-CLAIMS(WS-SYS-IDX) "     "
                      WS-S-CONFIRMED(WS-SYS-IDX) "     "
                      WS-S-REWRITTEN(WS-SYS-IDX) "   "
                      WS-S-MISSING(WS-SYS-IDX) "    "
                      WS-S-NOT-HELD(WS-SYS-IDX) "     "
                      WS-S-BAD-CLAIM(WS-SYS-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           CLOSE REPORT-FILE.

       JUDGE-ONE-CLAIM.
           MOVE WS-C-SYSTEM(WS-CLAIM-IDX) TO WS-P-SOURCE
           PERFORM FIND-SYSTEM-ROW
           ADD 1 TO WS-TOTAL-CLAIMS
           ADD 1 TO WS-S-CLAIMS(WS-SYS-FOUND)
           EVALUATE WS-C-STATE(WS-CLAIM-IDX)
               WHEN "Y"
                   MOVE "CONFIRMED" TO WS-VERDICT
                   ADD 1 TO WS-S-CONFIRMED(WS-SYS-FOUND)
               WHEN "M"
                   MOVE "REWRITTEN" TO WS-VERDICT
                   ADD 1 TO WS-S-REWRITTEN(WS-SYS-FOUND)
                   ADD 1 TO WS-TOTAL-PROOF
               WHEN OTHER
                   PERFORM JUDGE-UNSEEN-CLAIM
           END-EVALUATE
           IF WS-C-BAD-CLAIM(WS-CLAIM-IDX) = "Y"
               ADD 1 TO WS-S-BAD-CLAIM(WS-SYS-FOUND)
               ADD 1 TO WS-TOTAL-DOUBT
               IF WS-VERDICT = "CONFIRMED"
                   MOVE "BAD-CLAIM" TO WS-VERDICT
               END-IF
           END-IF
      *    Confirmed claims are counted, not listed.
           IF WS-VERDICT = "CONFIRMED"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-VERDICT " " WS-C-SYSTEM(WS-CLAIM-IDX) " "
                  WS-C-KEY(WS-CLAIM-IDX) " "
                  WS-C-WITNESS(WS-CLAIM-IDX) "    "
                  WS-C-WITNESS-TS(WS-CLAIM-IDX)(1:14) "  "
                  DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-C-HELD-HASH(WS-CLAIM-IDX) NOT = SPACES
               MOVE WS-C-HELD-HASH(WS-CLAIM-IDX)(1:16)
                   TO REPORT-LINE(74:16)
               MOVE "/" TO REPORT-LINE(91:1)
           END-IF
           MOVE WS-C-HASH(WS-CLAIM-IDX)(1:16) TO REPORT-LINE(93:16)
           WRITE REPORT-LINE.

       JUDGE-UNSEEN-CLAIM.
      *    No record with the key. Whether that proves anything
      *    depends on whether the log held here covers it: this
      *    system's own log is complete from its oldest retained
      *    archive on, so only a key older than that is unverifiable;
      *    a shipped log may simply predate the witness, so a key
      *    past its newest record is unverifiable too.
           MOVE "MISSING" TO WS-VERDICT
           IF WS-S-RECORDS(WS-SYS-FOUND) = 0
               MOVE "NOT-HELD" TO WS-VERDICT
           ELSE
               IF WS-C-KEY(WS-CLAIM-IDX)(1:3) = "REC"
                       AND WS-C-KEY(WS-CLAIM-IDX)(4:10) IS NUMERIC
                   MOVE WS-C-KEY(WS-CLAIM-IDX)(4:10) TO WS-REC-SEQ
                   IF WS-REC-SEQ < WS-S-LOW-SEQ(WS-SYS-FOUND)
                       MOVE "NOT-HELD" TO WS-VERDICT
                   END-IF
                   IF WS-REC-SEQ > WS-S-HIGH-SEQ(WS-SYS-FOUND)
                           AND WS-C-SYSTEM(WS-CLAIM-IDX)
                               NOT = WS-SYSTEM-ID
                       MOVE "NOT-HELD" TO WS-VERDICT
                   END-IF
               END-IF
           END-IF
           IF WS-VERDICT = "MISSING"
               ADD 1 TO WS-S-MISSING(WS-SYS-FOUND)
               ADD 1 TO WS-TOTAL-PROOF
           ELSE
               ADD 1 TO WS-S-NOT-HELD(WS-SYS-FOUND)
               ADD 1 TO WS-TOTAL-DOUBT
           END-IF.

       PARSE-LOG-RECORD.
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

           MOVE '"hash":"'        TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-HASH

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
