       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT-CYCLE.
      *    Access recertification for sensitive datasets - the
      *    follow-through to ACCESS-REVIEW's quarterly list, which
      *    used to happen by email with the replies kept in a folder.
      *        (no argument) / LIST   every cycle with its progress
      *        OPEN <cycle> <from-yyyymmdd> <to-yyyymmdd>
      *                  walk the archives and the live log for the
      *                  period, list every user/dataset pairing on a
      *                  sensitive dataset, and write one worksheet
      *                  per data owner - data/recert-<cycle>-
      *                  <owner>.txt
      *        LOAD <cycle> <worksheet>
      *                  read an owner's returned worksheet back in:
      *                  CERTIFY or REVOKE in the decision column,
      *                  with a comment, per item
      *        ACTION <cycle> <item>
      *                  security confirms a REVOKE has been carried
      *                  out
      *        OUTSTANDING [cycle]
      *                  owners who have not responded and REVOKEs
      *                  not yet actioned - data/recert-outstanding
      *                  .txt, RC=4 when anything is outstanding;
      *                  the open cycle when none is named
      *        CLOSE <cycle> [OVERRIDE <reason>]
      *                  refused while items are outstanding unless
      *                  an override is given with a reason
      *    "Sensitive" and "owner" come from the same places as the
      *    rest of the system: the dataset master classification
      *    when set (CONFIDENTIAL / RESTRICTED), otherwise ACCESS-
      *    REVIEW's data/sensitive-control.dat patterns; the owner is
      *    DSM-OWNER, and a dataset nobody owns yet goes on an
      *    UNOWNED worksheet for security to chase.
      *    Cycles live in data/recert-cycles.dat and their items in
      *    data/recert-items.dat, rewritten through a work file and
      *    swapped in the way INCIDENT-WORKBENCH rewrites incidents.
      *    Every decision loaded, every REVOKE actioned, and the open
      *    and close of each cycle (with any override and its
      *    reason) is captured through METADATA-CAPTURE as a RECERT
      *    record, job name = the cycle id, so the certification is
      *    on the chain next to the access it certifies. A decision's
      *    dataset-name field - which the chain hashes - carries
      *    "I=<item> D=<decision> U=<user>", so the decision cannot
      *    be altered without breaking the chain; aux carries
      *    "DS=<dataset> C=<comment>". A comment too long to fit
      *    whole beside its dataset is refused at LOAD.
      *    OPEN, LOAD, ACTION and CLOSE run through AUTH-CHECK
      *    (function RECERT); a denial is RC=12. RC=8 for a usage
      *    error or a refused transition, RC=4 when a LOAD rejected
      *    lines or OUTSTANDING found items, RC=16 when a state file
      *    could not be swapped in.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METADATA-LOG ASSIGN DYNAMIC WS-REVIEW-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT SENSITIVE-CONTROL
               ASSIGN TO "data/sensitive-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENSCTL-STATUS.

           SELECT DATASET-MASTER ASSIGN TO "data/dataset-master.ksds"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSM-DATASET-NAME
               FILE STATUS IS WS-DSM-STATUS.

           SELECT WORK-LIST ASSIGN TO "data/recert-worklist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "data/recert-cycles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

           SELECT CYCLE-WORK ASSIGN TO "data/recert-cycles.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-WORK-STATUS.

           SELECT ITEM-FILE ASSIGN TO "data/recert-items.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT ITEM-WORK ASSIGN TO "data/recert-items.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-WORK-STATUS.

           SELECT WORKSHEET-FILE ASSIGN DYNAMIC WS-WORKSHEET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.

           SELECT OUTSTANDING-REPORT
               ASSIGN TO "data/recert-outstanding.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  METADATA-LOG.
       01  LOG-RECORD          PIC X(512).

      *    Same control file ACCESS-REVIEW reads.
       FD  SENSITIVE-CONTROL.
       01  SENSITIVE-CONTROL-RECORD.
           05  SCR-PATTERN     PIC X(44).

       FD  DATASET-MASTER.
           COPY "dataset-master.cpy".

       FD  WORK-LIST.
       01  WORK-LIST-RECORD    PIC X(60).

      *    One row per cycle. State OPEN or CLOSED; a close forced
      *    past outstanding items carries the override flag and the
      *    reason given.
       FD  CYCLE-FILE.
       01  CYCLE-RECORD.
           05  RCY-CYCLE-ID        PIC X(8).
           05  RCY-STATE           PIC X(8).
           05  RCY-FROM-DATE       PIC X(8).
           05  RCY-TO-DATE         PIC X(8).
           05  RCY-ITEM-COUNT      PIC 9(5).
           05  RCY-OWNER-COUNT     PIC 9(4).
           05  RCY-OPENED-BY       PIC X(10).
           05  RCY-OPENED-TS       PIC X(26).
           05  RCY-CLOSED-BY       PIC X(10).
           05  RCY-CLOSED-TS       PIC X(26).
           05  RCY-OVERRIDE        PIC X.
           05  RCY-REASON          PIC X(60).

       FD  CYCLE-WORK.
       01  CYCLE-WORK-RECORD   PIC X(174).

      *    One row per user/dataset pairing under review. Decision
      *    blank until the owner's worksheet comes back; a REVOKE is
      *    outstanding until security stamps the actioned columns.
       FD  ITEM-FILE.
       01  ITEM-RECORD.
           05  RCI-CYCLE-ID        PIC X(8).
           05  RCI-ITEM-ID         PIC 9(5).
           05  RCI-OWNER           PIC X(10).
           05  RCI-USER            PIC X(10).
           05  RCI-DATASET         PIC X(44).
           05  RCI-ACCESS-COUNT    PIC 9(7).
           05  RCI-FIRST-TS        PIC X(26).
           05  RCI-LAST-TS         PIC X(26).
           05  RCI-DECISION        PIC X(8).
               88  RCI-UNDECIDED       VALUE SPACES.
               88  RCI-REVOKE          VALUE "REVOKE".
           05  RCI-COMMENT         PIC X(40).
           05  RCI-DECIDED-TS      PIC X(26).
           05  RCI-ACTIONED-BY     PIC X(10).
           05  RCI-ACTIONED-TS     PIC X(26).

       FD  ITEM-WORK.
       01  ITEM-WORK-RECORD    PIC X(246).

      *    The worksheet an owner fills in and returns. Lines with
      *    "*" in column 1 are headings; the first carries the cycle
      *    and owner in fixed columns for LOAD to check.
       FD  WORKSHEET-FILE.
       01  WORKSHEET-LINE.
           05  WSL-ITEM-ID         PIC X(5).
           05  FILLER              PIC X.
           05  WSL-USER            PIC X(10).
           05  FILLER              PIC X.
           05  WSL-DATASET         PIC X(44).
           05  FILLER              PIC X.
           05  WSL-ACCESS-COUNT    PIC X(7).
           05  FILLER              PIC X.
           05  WSL-LAST-TS         PIC X(14).
           05  FILLER              PIC X.
           05  WSL-DECISION        PIC X(8).
           05  FILLER              PIC X.
           05  WSL-COMMENT         PIC X(40).
       01  WORKSHEET-HEADER.
           05  WSH-CYCLE-TAG       PIC X(7).
           05  WSH-CYCLE-ID        PIC X(8).
           05  FILLER              PIC X.
           05  WSH-OWNER-TAG       PIC X(6).
           05  WSH-OWNER           PIC X(10).
           05  FILLER              PIC X(102).

       FD  OUTSTANDING-REPORT.
       01  REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-SENSCTL-STATUS   PIC XX.
       01  WS-DSM-STATUS       PIC XX.
       01  WS-MASTER-OPEN      PIC X VALUE "N".
           88  CATALOG-AVAILABLE   VALUE "Y".
       01  WS-LIST-STATUS      PIC XX.
       01  WS-CYCLE-STATUS     PIC XX.
       01  WS-CYCLE-WORK-STATUS PIC XX.
       01  WS-ITEM-STATUS      PIC XX.
       01  WS-ITEM-WORK-STATUS PIC XX.
       01  WS-SHEET-STATUS     PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-REVIEW-FILE      PIC X(60).
       01  WS-WORKSHEET-NAME   PIC X(80).
       01  WS-COMMAND          PIC X(200).
       01  WS-RETURN-CODE      PIC S9(9) COMP.
       01  WS-NOW-TS           PIC X(26).

       01  WS-ARG-COUNT        PIC 9(4) VALUE 0.
       01  WS-RUN-MODE         PIC X(12) VALUE "LIST".
       01  WS-ARG-VALUE        PIC X(80).
       01  WS-TARGET-CYCLE     PIC X(8) VALUE SPACES.
       01  WS-FROM-DATE        PIC X(8) VALUE SPACES.
       01  WS-TO-DATE          PIC X(8) VALUE SPACES.
       01  WS-TARGET-ITEM      PIC 9(5) VALUE 0.
       01  WS-OVERRIDE         PIC X VALUE "N".
       01  WS-REASON           PIC X(60) VALUE SPACES.
       01  WS-CHAR-IDX         PIC 9(4).

       01  WS-AUTH-FUNCTION    PIC X(8) VALUE "RECERT".
       01  WS-AUTH-RESULT      PIC X.

      *    The named cycle as found in the cycle file, and whichever
      *    cycle is open (one at a time).
       01  WS-CYCLE-FOUND      PIC X VALUE "N".
       01  WS-CYCLE-STATE      PIC X(8).
       01  WS-CYCLE-FROM       PIC X(8).
       01  WS-CYCLE-TO         PIC X(8).
       01  WS-OPEN-CYCLE-ID    PIC X(8) VALUE SPACES.

      *    Sensitive-dataset test, as ACCESS-REVIEW makes it.
       01  WS-PATTERN-TAB.
           05  WS-PATTERN-ENTRY OCCURS 20 TIMES.
               10  WS-PT-PATTERN   PIC X(44).
       01  WS-PATTERN-COUNT    PIC 9(2) VALUE 0.
       01  WS-PATTERN-IDX      PIC 9(2).
       01  WS-PATTERN-LEN      PIC 9(2).
       01  WS-MATCH-COUNT      PIC 9(4).
       01  WS-IS-SENSITIVE     PIC X.
           88  SENSITIVE-DATASET   VALUE "Y".

      *    User/dataset pairings seen in the period.
       01  WS-PAIR-TAB.
           05  WS-PAIR-ENTRY OCCURS 1000 TIMES.
               10  WS-PA-USER      PIC X(10).
               10  WS-PA-DATASET   PIC X(44).
               10  WS-PA-OWNER     PIC X(10).
               10  WS-PA-COUNT     PIC 9(7).
               10  WS-PA-FIRST-TS  PIC X(26).
               10  WS-PA-LAST-TS   PIC X(26).
       01  WS-PAIR-COUNT       PIC 9(5) VALUE 0.
       01  WS-PAIR-IDX         PIC 9(5).
       01  WS-PAIR-FOUND       PIC 9(5).
       01  WS-PAIR-TAB-FULL    PIC X VALUE "N".

      *    Owners in the cycle, with their progress.
       01  WS-OWNER-TAB.
           05  WS-OWNER-ENTRY OCCURS 200 TIMES.
               10  WS-OW-NAME      PIC X(10).
               10  WS-OW-TOTAL     PIC 9(5).
               10  WS-OW-PENDING   PIC 9(5).
       01  WS-OWNER-COUNT      PIC 9(4) VALUE 0.
       01  WS-OWNER-IDX        PIC 9(4).
       01  WS-OWNER-FOUND      PIC 9(4).
       01  WS-OWNER-KEY        PIC X(10).

      *    A returned worksheet's decisions, validated before any of
      *    them is applied.
       01  WS-DECISION-TAB.
           05  WS-DECISION-ENTRY OCCURS 2000 TIMES.
               10  WS-DE-ITEM-ID   PIC 9(5).
               10  WS-DE-USER      PIC X(10).
               10  WS-DE-DATASET   PIC X(44).
               10  WS-DE-DECISION  PIC X(8).
               10  WS-DE-COMMENT   PIC X(40).
               10  WS-DE-USED      PIC X.
       01  WS-DECISION-COUNT   PIC 9(4) VALUE 0.
       01  WS-DE-IDX           PIC 9(4).
       01  WS-CAPTURE-ROOM     PIC 9(2).
       01  WS-DE-FOUND         PIC 9(4).
       01  WS-SHEET-CYCLE      PIC X(8).
       01  WS-SHEET-OWNER      PIC X(10).
       01  WS-SHEET-LINE-NUM   PIC 9(5).
       01  WS-SHEET-PHRASE     PIC X(24).

      *    Decisions applied by this LOAD, captured once the updated
      *    item file is safely swapped in.
       01  WS-APPLIED-TAB.
           05  WS-APPLIED-ENTRY OCCURS 2000 TIMES.
               10  WS-AP-ITEM-ID   PIC 9(5).
               10  WS-AP-OWNER     PIC X(10).
               10  WS-AP-USER      PIC X(10).
               10  WS-AP-DATASET   PIC X(44).
               10  WS-AP-DECISION  PIC X(8).
               10  WS-AP-COMMENT   PIC X(40).
       01  WS-APPLIED-COUNT    PIC 9(4) VALUE 0.
       01  WS-AP-IDX           PIC 9(4).

       01  WS-NEXT-ITEM-ID     PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT     PIC 9(5) VALUE 0.
       01  WS-UNCHANGED-COUNT  PIC 9(5) VALUE 0.
       01  WS-BLANK-COUNT      PIC 9(5) VALUE 0.
       01  WS-ITEM-TOTAL       PIC 9(5) VALUE 0.
       01  WS-DECIDED-COUNT    PIC 9(5) VALUE 0.
       01  WS-PENDING-COUNT    PIC 9(5) VALUE 0.
       01  WS-UNACTIONED-COUNT PIC 9(5) VALUE 0.
       01  WS-SILENT-OWNERS    PIC 9(4) VALUE 0.
       01  WS-FOUND-TARGET     PIC X VALUE "N".
       01  WS-ITEM-REFUSAL     PIC X(60) VALUE SPACES.

       01  WS-P-OPERATION      PIC X(20).
       01  WS-P-FILE-NAME      PIC X(44).
       01  WS-P-USER           PIC X(10).
       01  WS-P-TIMESTAMP      PIC X(26).

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(64).

      *    Arguments for the RECERT capture call - layouts match
      *    METADATA-CAPTURE's LINKAGE SECTION exactly.
       01  WS-CAP-OPERATION    PIC X(20) VALUE "RECERT".
       01  WS-CAP-FILE-NAME    PIC X(44).
       01  WS-CAP-RECORD-KEY   PIC X(20).
       01  WS-CAP-USER         PIC X(10).
       01  WS-CAP-JOB-NAME     PIC X(8).
       01  WS-CAP-PROGRAM      PIC X(8) VALUE "RECERTCY".
       01  WS-CAP-COND-CODE    PIC X(4) VALUE "0000".
       01  WS-CAP-AUX          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM PARSE-ARGUMENTS
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           ACCEPT WS-CAP-USER FROM ENVIRONMENT "USER"

           EVALUATE WS-RUN-MODE
               WHEN "LIST"
                   PERFORM LIST-CYCLES
               WHEN "OPEN"
                   PERFORM CHECK-AUTHORITY
                   PERFORM OPEN-CYCLE
               WHEN "LOAD"
                   PERFORM CHECK-AUTHORITY
                   PERFORM LOAD-WORKSHEET
               WHEN "ACTION"
                   PERFORM CHECK-AUTHORITY
                   PERFORM ACTION-REVOKE
               WHEN "OUTSTANDING"
                   PERFORM REPORT-OUTSTANDING
               WHEN "CLOSE"
                   PERFORM CHECK-AUTHORITY
                   PERFORM CLOSE-CYCLE
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
               WHEN "OPEN"
                   IF WS-ARG-COUNT < 4
                       DISPLAY "RECERT-CYCLE: OPEN needs <cycle> "
                               "<from-yyyymmdd> <to-yyyymmdd>"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM ACCEPT-CYCLE-ARGUMENT
                   DISPLAY 3 UPON ARGUMENT-NUMBER
                   ACCEPT WS-FROM-DATE FROM ARGUMENT-VALUE
                   DISPLAY 4 UPON ARGUMENT-NUMBER
                   ACCEPT WS-TO-DATE FROM ARGUMENT-VALUE
                   IF WS-FROM-DATE IS NOT NUMERIC
                           OR WS-TO-DATE IS NOT NUMERIC
                           OR WS-FROM-DATE > WS-TO-DATE
                       DISPLAY "RECERT-CYCLE: the period must be two "
                               "dates yyyymmdd, from not after to"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "LOAD"
                   IF WS-ARG-COUNT < 3
                       DISPLAY "RECERT-CYCLE: LOAD needs <cycle> "
                               "<worksheet>"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM ACCEPT-CYCLE-ARGUMENT
                   DISPLAY 3 UPON ARGUMENT-NUMBER
                   ACCEPT WS-WORKSHEET-NAME FROM ARGUMENT-VALUE
               WHEN "ACTION"
                   IF WS-ARG-COUNT < 3
                       DISPLAY "RECERT-CYCLE: ACTION needs <cycle> "
                               "<item>"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM ACCEPT-CYCLE-ARGUMENT
                   DISPLAY 3 UPON ARGUMENT-NUMBER
                   ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
                   IF FUNCTION TRIM(WS-ARG-VALUE) IS NOT NUMERIC
                           OR WS-ARG-VALUE(6:) NOT = SPACES
                       DISPLAY "RECERT-CYCLE: item must be the "
                               "number from the worksheet, got "
                               FUNCTION TRIM(WS-ARG-VALUE)
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   COMPUTE WS-TARGET-ITEM =
                       FUNCTION NUMVAL(WS-ARG-VALUE)
               WHEN "OUTSTANDING"
                   IF WS-ARG-COUNT > 1
                       PERFORM ACCEPT-CYCLE-ARGUMENT
                   END-IF
               WHEN "CLOSE"
                   IF WS-ARG-COUNT < 2
                       DISPLAY "RECERT-CYCLE: CLOSE needs <cycle> "
                               "[OVERRIDE <reason>]"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM ACCEPT-CYCLE-ARGUMENT
                   IF WS-ARG-COUNT > 2
                       DISPLAY 3 UPON ARGUMENT-NUMBER
                       ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
                       IF FUNCTION UPPER-CASE(WS-ARG-VALUE)
                               NOT = "OVERRIDE"
                           DISPLAY "RECERT-CYCLE: CLOSE takes only "
                                   "OVERRIDE <reason> after the cycle"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE "Y" TO WS-OVERRIDE
                       IF WS-ARG-COUNT > 3
                           DISPLAY 4 UPON ARGUMENT-NUMBER
                           ACCEPT WS-REASON FROM ARGUMENT-VALUE
                       END-IF
                       IF WS-REASON = SPACES
                           DISPLAY "RECERT-CYCLE: an OVERRIDE must "
                                   "give a reason"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       PERFORM GUARD-REASON-TEXT
                   END-IF
               WHEN OTHER
                   DISPLAY "RECERT-CYCLE: unknown mode "
                           FUNCTION TRIM(WS-RUN-MODE)
                           " - use LIST, OPEN, LOAD, ACTION, "
                           "OUTSTANDING or CLOSE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       ACCEPT-CYCLE-ARGUMENT.
      *    The cycle id names worksheet files and rides in captured
      *    fields - eight characters, no blanks or quotes.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE) TO WS-ARG-VALUE
           MOVE WS-ARG-VALUE TO WS-TARGET-CYCLE
           MOVE 0 TO WS-MATCH-COUNT
           INSPECT WS-TARGET-CYCLE TALLYING WS-MATCH-COUNT
               FOR ALL '"' ALL "'" ALL "/"
           IF WS-ARG-VALUE(9:) NOT = SPACES
                   OR WS-TARGET-CYCLE = SPACES
                   OR WS-MATCH-COUNT > 0
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-TARGET-CYCLE))
                      NOT = FUNCTION LENGTH(
                          FUNCTION TRIM(WS-TARGET-CYCLE TRAILING))
               DISPLAY "RECERT-CYCLE: cycle id must be 1-8 "
                       "characters with no blanks, quotes or "
                       "slashes, got " FUNCTION TRIM(WS-ARG-VALUE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       GUARD-REASON-TEXT.
      *    The reason rides inside a fixed-column file and a captured
      *    field - neutralize the quote characters, as INCIDENT-
      *    WORKBENCH does for its notes.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 60
               IF WS-REASON(WS-CHAR-IDX:1) = '"' OR
                       WS-REASON(WS-CHAR-IDX:1) = "'"
                   MOVE "_" TO WS-REASON(WS-CHAR-IDX:1)
               END-IF
           END-PERFORM.

       CHECK-AUTHORITY.
      *    Same gate the other privileged utilities use - the denial
      *    is already on the chain as an AUTH-DENY capture by the
      *    time this reports it.
           CALL "AUTH-CHECK" USING WS-CAP-USER WS-AUTH-FUNCTION
               WS-AUTH-RESULT
           END-CALL
           IF WS-AUTH-RESULT NOT = "Y"
               DISPLAY "RECERT-CYCLE: user "
                       FUNCTION TRIM(WS-CAP-USER)
                       " is not authorized for RECERT - denied "
                       "(recorded on the chain)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       FIND-CYCLE.
      *    Looks up WS-TARGET-CYCLE, and notes whichever cycle is
      *    still open.
           MOVE "N" TO WS-CYCLE-FOUND
           MOVE SPACES TO WS-OPEN-CYCLE-ID WS-CYCLE-STATE
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CYCLE-STATUS = "10"
               READ CYCLE-FILE
                   AT END
                       MOVE "10" TO WS-CYCLE-STATUS
                   NOT AT END
                       IF RCY-STATE = "OPEN"
                           MOVE RCY-CYCLE-ID TO WS-OPEN-CYCLE-ID
                       END-IF
                       IF RCY-CYCLE-ID = WS-TARGET-CYCLE
                               AND WS-TARGET-CYCLE NOT = SPACES
                           MOVE "Y" TO WS-CYCLE-FOUND
                           MOVE RCY-STATE TO WS-CYCLE-STATE
                           MOVE RCY-FROM-DATE TO WS-CYCLE-FROM
                           MOVE RCY-TO-DATE TO WS-CYCLE-TO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CYCLE-FILE.

       REQUIRE-CYCLE.
           PERFORM FIND-CYCLE
           IF WS-CYCLE-FOUND = "N"
               DISPLAY "RECERT-CYCLE: no cycle "
                       FUNCTION TRIM(WS-TARGET-CYCLE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *    LIST
      *****************************************************************
       LIST-CYCLES.
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = "00"
               DISPLAY "RECERT-CYCLE: no recertification cycle has "
                       "been opened"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CYCLE    STATE    PERIOD            ITEMS "
                   "OWNERS DECIDED PENDING UNACTIONED"
           PERFORM UNTIL WS-CYCLE-STATUS = "10"
               READ CYCLE-FILE
                   AT END
                       MOVE "10" TO WS-CYCLE-STATUS
                   NOT AT END
                       PERFORM LIST-ONE-CYCLE
               END-READ
           END-PERFORM
           CLOSE CYCLE-FILE.

       LIST-ONE-CYCLE.
           MOVE RCY-CYCLE-ID TO WS-TARGET-CYCLE
           PERFORM TALLY-CYCLE-ITEMS
           IF RCY-OVERRIDE = "Y"
               DISPLAY RCY-CYCLE-ID " " RCY-STATE " " RCY-FROM-DATE
                       "-" RCY-TO-DATE " " WS-ITEM-TOTAL " "
                       RCY-OWNER-COUNT "   " WS-DECIDED-COUNT "   "
                       WS-PENDING-COUNT "   " WS-UNACTIONED-COUNT
                       "  closed by override: "
                       FUNCTION TRIM(RCY-REASON)
           ELSE
               DISPLAY RCY-CYCLE-ID " " RCY-STATE " " RCY-FROM-DATE
                       "-" RCY-TO-DATE " " WS-ITEM-TOTAL " "
                       RCY-OWNER-COUNT "   " WS-DECIDED-COUNT "   "
                       WS-PENDING-COUNT "   " WS-UNACTIONED-COUNT
           END-IF.

       TALLY-CYCLE-ITEMS.
      *    Item totals for WS-TARGET-CYCLE, and each owner's share in
      *    the owner table.
           MOVE 0 TO WS-ITEM-TOTAL WS-DECIDED-COUNT WS-PENDING-COUNT
                     WS-UNACTIONED-COUNT WS-OWNER-COUNT
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ITEM-STATUS = "10"
               READ ITEM-FILE
                   AT END
                       MOVE "10" TO WS-ITEM-STATUS
                   NOT AT END
                       IF RCI-CYCLE-ID = WS-TARGET-CYCLE
                           PERFORM TALLY-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-FILE.

       TALLY-ONE-ITEM.
           ADD 1 TO WS-ITEM-TOTAL
           MOVE RCI-OWNER TO WS-OWNER-KEY
           PERFORM FIND-OR-ADD-OWNER
           IF WS-OWNER-FOUND > 0
               ADD 1 TO WS-OW-TOTAL(WS-OWNER-FOUND)
           END-IF
           IF RCI-UNDECIDED
               ADD 1 TO WS-PENDING-COUNT
               IF WS-OWNER-FOUND > 0
                   ADD 1 TO WS-OW-PENDING(WS-OWNER-FOUND)
               END-IF
           ELSE
               ADD 1 TO WS-DECIDED-COUNT
               IF RCI-REVOKE AND RCI-ACTIONED-TS = SPACES
                   ADD 1 TO WS-UNACTIONED-COUNT
               END-IF
           END-IF.

       FIND-OR-ADD-OWNER.
           MOVE 0 TO WS-OWNER-FOUND
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
               IF WS-OW-NAME(WS-OWNER-IDX) = WS-OWNER-KEY
                   MOVE WS-OWNER-IDX TO WS-OWNER-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OWNER-FOUND = 0 AND WS-OWNER-COUNT < 200
               ADD 1 TO WS-OWNER-COUNT
               MOVE WS-OWNER-COUNT TO WS-OWNER-FOUND
               MOVE WS-OWNER-KEY TO WS-OW-NAME(WS-OWNER-FOUND)
               MOVE 0 TO WS-OW-TOTAL(WS-OWNER-FOUND)
                         WS-OW-PENDING(WS-OWNER-FOUND)
           END-IF.

      *****************************************************************
      *    OPEN - gather the period's pairings and issue worksheets
      *****************************************************************
       OPEN-CYCLE.
           PERFORM FIND-CYCLE
           IF WS-CYCLE-FOUND = "Y"
               DISPLAY "RECERT-CYCLE: cycle "
                       FUNCTION TRIM(WS-TARGET-CYCLE)
                       " already exists (" FUNCTION TRIM(WS-CYCLE-STATE)
                       ") - choose a new cycle id"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OPEN-CYCLE-ID NOT = SPACES
               DISPLAY "RECERT-CYCLE: cycle "
                       FUNCTION TRIM(WS-OPEN-CYCLE-ID)
                       " is still open - close it before opening "
                       "another"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-SENSITIVE-CONTROL
           PERFORM OPEN-DATASET-MASTER
           PERFORM GATHER-PAIRINGS
           PERFORM ASSIGN-OWNERS
           IF CATALOG-AVAILABLE
               CLOSE DATASET-MASTER
           END-IF

           PERFORM WRITE-CYCLE-ITEMS
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
               PERFORM WRITE-ONE-WORKSHEET
           END-PERFORM
           PERFORM APPEND-CYCLE-ROW

           MOVE SPACES TO WS-CAP-FILE-NAME WS-CAP-AUX
           STRING "CYCLE=" FUNCTION TRIM(WS-TARGET-CYCLE) " OPENED"
                  DELIMITED BY SIZE INTO WS-CAP-FILE-NAME
           STRING "FROM=" WS-FROM-DATE " TO=" WS-TO-DATE
                  " ITEMS=" WS-PAIR-COUNT " OWNERS=" WS-OWNER-COUNT
                  DELIMITED BY SIZE INTO WS-CAP-AUX
           PERFORM CAPTURE-RECERT

           DISPLAY "RECERT-CYCLE: cycle " FUNCTION TRIM(WS-TARGET-CYCLE)
                   " opened for " WS-FROM-DATE "-" WS-TO-DATE " - "
                   WS-PAIR-COUNT " item(s) on " WS-OWNER-COUNT
                   " owner worksheet(s)"
           IF WS-PAIR-TAB-FULL = "Y"
               DISPLAY "RECERT-CYCLE: WARNING - more than 1000 "
                       "pairings in the period; the cycle holds the "
                       "first 1000"
           END-IF.

       READ-SENSITIVE-CONTROL.
           MOVE 0 TO WS-PATTERN-COUNT
           OPEN INPUT SENSITIVE-CONTROL
           IF WS-SENSCTL-STATUS = "35"
      *        No control file: the same built-in patterns ACCESS-
      *        REVIEW and FILE-MONITOR-EXIT fall back to.
               MOVE 2 TO WS-PATTERN-COUNT
               MOVE "MASTER."  TO WS-PT-PATTERN(1)
               MOVE "CUSTOMER" TO WS-PT-PATTERN(2)
           ELSE
               PERFORM UNTIL WS-SENSCTL-STATUS = "10"
                   READ SENSITIVE-CONTROL
                       AT END
                           MOVE "10" TO WS-SENSCTL-STATUS
                       NOT AT END
                           IF SCR-PATTERN NOT = SPACES
                                   AND WS-PATTERN-COUNT < 20
                               ADD 1 TO WS-PATTERN-COUNT
                               MOVE SCR-PATTERN TO
                                   WS-PT-PATTERN(WS-PATTERN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENSITIVE-CONTROL
           END-IF.

       OPEN-DATASET-MASTER.
           MOVE "N" TO WS-MASTER-OPEN
           OPEN INPUT DATASET-MASTER
           IF WS-DSM-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF.

       GATHER-PAIRINGS.
      *    Every archive then the live log, as ACCESS-REVIEW walks
      *    them; only captures stamped inside the period count.
           MOVE "ls data/archive/metadata-*.log 2>/dev/null | sort "
                & "> data/recert-worklist.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           OPEN INPUT WORK-LIST
           IF WS-LIST-STATUS = "00"
               PERFORM UNTIL WS-LIST-STATUS = "10"
                   READ WORK-LIST
                       AT END
                           MOVE "10" TO WS-LIST-STATUS
                       NOT AT END
                           IF WORK-LIST-RECORD NOT = SPACES
                               MOVE WORK-LIST-RECORD
                                   TO WS-REVIEW-FILE
                               PERFORM GATHER-ONE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-LIST
           END-IF
           MOVE "rm -f data/recert-worklist.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           MOVE "data/metadata.log" TO WS-REVIEW-FILE
           PERFORM GATHER-ONE-FILE.

       GATHER-ONE-FILE.
           OPEN INPUT METADATA-LOG
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOG-STATUS = "10"
               READ METADATA-LOG
                   AT END
                       MOVE "10" TO WS-LOG-STATUS
                   NOT AT END
                       PERFORM GATHER-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE METADATA-LOG.

       GATHER-ONE-RECORD.
           PERFORM PARSE-LOG-RECORD
      *    A RECERT record names the dataset it certifies, but it is
      *    a decision about access, not an access - left in, every
      *    cycle would put its own reviewers in the next one.
           IF WS-P-USER = SPACES
                   OR WS-P-OPERATION = "RECERT"
                   OR WS-P-TIMESTAMP(1:8) < WS-FROM-DATE
                   OR WS-P-TIMESTAMP(1:8) > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SENSITIVE
           IF SENSITIVE-DATASET
               PERFORM ACCUMULATE-PAIRING
           END-IF.

       CHECK-SENSITIVE.
      *    Classification first, then the patterns - ACCESS-REVIEW's
      *    rule, so the two agree on what is under review.
           MOVE "N" TO WS-IS-SENSITIVE
           IF CATALOG-AVAILABLE
               MOVE WS-P-FILE-NAME TO DSM-DATASET-NAME
               READ DATASET-MASTER
               IF WS-DSM-STATUS = "00" AND NOT DSM-UNCLASSIFIED
                   IF DSM-SENSITIVE-CLASS
                       MOVE "Y" TO WS-IS-SENSITIVE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
                   UNTIL WS-PATTERN-IDX > WS-PATTERN-COUNT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       WS-PT-PATTERN(WS-PATTERN-IDX)))
                   TO WS-PATTERN-LEN
               MOVE 0 TO WS-MATCH-COUNT
               INSPECT WS-P-FILE-NAME TALLYING WS-MATCH-COUNT
                   FOR ALL WS-PT-PATTERN(WS-PATTERN-IDX)
                       (1:WS-PATTERN-LEN)
               IF WS-MATCH-COUNT > 0
                   MOVE "Y" TO WS-IS-SENSITIVE
               END-IF
           END-PERFORM.

       ACCUMULATE-PAIRING.
           MOVE 0 TO WS-PAIR-FOUND
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PA-USER(WS-PAIR-IDX) = WS-P-USER
                       AND WS-PA-DATASET(WS-PAIR-IDX) = WS-P-FILE-NAME
                   MOVE WS-PAIR-IDX TO WS-PAIR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PAIR-FOUND = 0
               IF WS-PAIR-COUNT >= 1000
                   MOVE "Y" TO WS-PAIR-TAB-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-PAIR-COUNT TO WS-PAIR-FOUND
               MOVE WS-P-USER TO WS-PA-USER(WS-PAIR-FOUND)
               MOVE WS-P-FILE-NAME TO WS-PA-DATASET(WS-PAIR-FOUND)
               MOVE 0 TO WS-PA-COUNT(WS-PAIR-FOUND)
               MOVE WS-P-TIMESTAMP TO WS-PA-FIRST-TS(WS-PAIR-FOUND)
           END-IF
           ADD 1 TO WS-PA-COUNT(WS-PAIR-FOUND)
           MOVE WS-P-TIMESTAMP TO WS-PA-LAST-TS(WS-PAIR-FOUND).

       ASSIGN-OWNERS.
      *    The data owner of record answers for the dataset; nobody
      *    on record means security chases it from the UNOWNED
      *    worksheet.
           MOVE 0 TO WS-OWNER-COUNT
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               MOVE "UNOWNED" TO WS-PA-OWNER(WS-PAIR-IDX)
               IF CATALOG-AVAILABLE
                   MOVE WS-PA-DATASET(WS-PAIR-IDX) TO DSM-DATASET-NAME
                   READ DATASET-MASTER
                   IF WS-DSM-STATUS = "00" AND DSM-OWNER NOT = SPACES
                       MOVE DSM-OWNER TO WS-PA-OWNER(WS-PAIR-IDX)
                   END-IF
               END-IF
               MOVE WS-PA-OWNER(WS-PAIR-IDX) TO WS-OWNER-KEY
               PERFORM FIND-OR-ADD-OWNER
               IF WS-OWNER-FOUND > 0
                   ADD 1 TO WS-OW-TOTAL(WS-OWNER-FOUND)
               END-IF
           END-PERFORM.

       WRITE-CYCLE-ITEMS.
      *    Items are numbered owner by owner, so each worksheet reads
      *    as one consecutive run of item numbers.
           OPEN EXTEND ITEM-FILE
           IF WS-ITEM-STATUS = "35"
               OPEN OUTPUT ITEM-FILE
           END-IF
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "RECERT-CYCLE: cannot write "
                       "data/recert-items.dat, status=" WS-ITEM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-NEXT-ITEM-ID
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
               PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                   IF WS-PA-OWNER(WS-PAIR-IDX) =
                           WS-OW-NAME(WS-OWNER-IDX)
                       PERFORM WRITE-ONE-ITEM
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE ITEM-FILE.

       WRITE-ONE-ITEM.
           ADD 1 TO WS-NEXT-ITEM-ID
           MOVE SPACES TO ITEM-RECORD
           MOVE WS-TARGET-CYCLE TO RCI-CYCLE-ID
           MOVE WS-NEXT-ITEM-ID TO RCI-ITEM-ID
           MOVE WS-PA-OWNER(WS-PAIR-IDX) TO RCI-OWNER
           MOVE WS-PA-USER(WS-PAIR-IDX) TO RCI-USER
           MOVE WS-PA-DATASET(WS-PAIR-IDX) TO RCI-DATASET
           MOVE WS-PA-COUNT(WS-PAIR-IDX) TO RCI-ACCESS-COUNT
           MOVE WS-PA-FIRST-TS(WS-PAIR-IDX) TO RCI-FIRST-TS
           MOVE WS-PA-LAST-TS(WS-PAIR-IDX) TO RCI-LAST-TS
           WRITE ITEM-RECORD.

       WRITE-ONE-WORKSHEET.
           MOVE SPACES TO WS-WORKSHEET-NAME
           STRING "data/recert-" FUNCTION TRIM(WS-TARGET-CYCLE) "-"
                  FUNCTION TRIM(WS-OW-NAME(WS-OWNER-IDX)) ".txt"
                  DELIMITED BY SIZE INTO WS-WORKSHEET-NAME
           OPEN OUTPUT WORKSHEET-FILE
           IF WS-SHEET-STATUS NOT = "00"
               DISPLAY "RECERT-CYCLE: cannot write "
                       FUNCTION TRIM(WS-WORKSHEET-NAME)
                       ", status=" WS-SHEET-STATUS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WORKSHEET-HEADER
           MOVE "*CYCLE=" TO WSH-CYCLE-TAG
           MOVE WS-TARGET-CYCLE TO WSH-CYCLE-ID
           MOVE "OWNER=" TO WSH-OWNER-TAG
           MOVE WS-OW-NAME(WS-OWNER-IDX) TO WSH-OWNER
           WRITE WORKSHEET-HEADER
           IF WS-OW-NAME(WS-OWNER-IDX) = "UNOWNED"
               MOVE "with no owner of record." TO WS-SHEET-PHRASE
           ELSE
               MOVE "you own." TO WS-SHEET-PHRASE
           END-IF
           MOVE SPACES TO WORKSHEET-LINE
           STRING "* Access recertification, period " WS-FROM-DATE
                  " to " WS-TO-DATE ": " WS-OW-TOTAL(WS-OWNER-IDX)
                  " user/dataset pairing(s) on sensitive datasets "
                  FUNCTION TRIM(WS-SHEET-PHRASE)
                  DELIMITED BY SIZE INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE "* Enter CERTIFY or REVOKE in the DECISION column and"
               & " a comment for every line, then return this file."
               TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE "*ITEM USER       DATASET                            "
               & "          COUNT   LAST-ACCESS    DECISION COMMENT"
               TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE 0 TO WS-NEXT-ITEM-ID
           OPEN INPUT ITEM-FILE
           PERFORM UNTIL WS-ITEM-STATUS = "10"
               READ ITEM-FILE
                   AT END
                       MOVE "10" TO WS-ITEM-STATUS
                   NOT AT END
                       IF RCI-CYCLE-ID = WS-TARGET-CYCLE
                               AND RCI-OWNER = WS-OW-NAME(WS-OWNER-IDX)
                           MOVE SPACES TO WORKSHEET-LINE
                           MOVE RCI-ITEM-ID TO WSL-ITEM-ID
                           MOVE RCI-USER TO WSL-USER
                           MOVE RCI-DATASET TO WSL-DATASET
                           MOVE RCI-ACCESS-COUNT TO WSL-ACCESS-COUNT
                           MOVE RCI-LAST-TS(1:14) TO WSL-LAST-TS
                           WRITE WORKSHEET-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-FILE
           CLOSE WORKSHEET-FILE
           DISPLAY "RECERT-CYCLE: worksheet "
                   FUNCTION TRIM(WS-WORKSHEET-NAME) " - "
                   WS-OW-TOTAL(WS-OWNER-IDX) " item(s)".

       APPEND-CYCLE-ROW.
           OPEN EXTEND CYCLE-FILE
           IF WS-CYCLE-STATUS = "35"
               OPEN OUTPUT CYCLE-FILE
           END-IF
           IF WS-CYCLE-STATUS NOT = "00"
               DISPLAY "RECERT-CYCLE: cannot write "
                       "data/recert-cycles.dat, status="
                       WS-CYCLE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CYCLE-RECORD
           MOVE WS-TARGET-CYCLE TO RCY-CYCLE-ID
           MOVE "OPEN" TO RCY-STATE
           MOVE WS-FROM-DATE TO RCY-FROM-DATE
           MOVE WS-TO-DATE TO RCY-TO-DATE
           MOVE WS-PAIR-COUNT TO RCY-ITEM-COUNT
           MOVE WS-OWNER-COUNT TO RCY-OWNER-COUNT
           MOVE WS-CAP-USER TO RCY-OPENED-BY
           MOVE WS-NOW-TS TO RCY-OPENED-TS
           MOVE "N" TO RCY-OVERRIDE
           WRITE CYCLE-RECORD
           CLOSE CYCLE-FILE.

      *****************************************************************
      *    LOAD - apply an owner's returned worksheet
      *****************************************************************
       LOAD-WORKSHEET.
           PERFORM REQUIRE-CYCLE
           IF WS-CYCLE-STATE NOT = "OPEN"
               DISPLAY "RECERT-CYCLE: cycle "
                       FUNCTION TRIM(WS-TARGET-CYCLE)
                       " is closed - decisions can no longer be loaded"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-WORKSHEET
           PERFORM APPLY-DECISIONS

           PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                   UNTIL WS-DE-IDX > WS-DECISION-COUNT
               IF WS-DE-USED(WS-DE-IDX) = "N"
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "RECERT-CYCLE: REJECTED item "
                           WS-DE-ITEM-ID(WS-DE-IDX)
                           " - not an item of "
                           FUNCTION TRIM(WS-SHEET-OWNER)
                           " in cycle " FUNCTION TRIM(WS-TARGET-CYCLE)
                           ", or its user/dataset were altered"
               END-IF
           END-PERFORM

           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-APPLIED-COUNT
      *        The decision and whose access it is ride in the
      *        dataset-name field, which is hashed into the chain -
      *        a REVOKE edited into a CERTIFY breaks the chain. The
      *        item number already names the owner.
               MOVE SPACES TO WS-CAP-FILE-NAME WS-CAP-AUX
               STRING "I=" WS-AP-ITEM-ID(WS-AP-IDX)
                      " D=" FUNCTION TRIM(WS-AP-DECISION(WS-AP-IDX))
                      " U=" FUNCTION TRIM(WS-AP-USER(WS-AP-IDX))
                      DELIMITED BY SIZE INTO WS-CAP-FILE-NAME
               STRING "DS=" FUNCTION TRIM(WS-AP-DATASET(WS-AP-IDX))
                      " C=" FUNCTION TRIM(WS-AP-COMMENT(WS-AP-IDX))
                      DELIMITED BY SIZE INTO WS-CAP-AUX
               PERFORM CAPTURE-RECERT
           END-PERFORM

           DISPLAY "RECERT-CYCLE: " FUNCTION TRIM(WS-WORKSHEET-NAME)
                   " - " WS-APPLIED-COUNT " decision(s) recorded, "
                   WS-UNCHANGED-COUNT " unchanged, " WS-BLANK-COUNT
                   " left blank, " WS-REJECT-COUNT " rejected"
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       READ-WORKSHEET.
           OPEN INPUT WORKSHEET-FILE
           IF WS-SHEET-STATUS NOT = "00"
               DISPLAY "RECERT-CYCLE: cannot read worksheet "
                       FUNCTION TRIM(WS-WORKSHEET-NAME)
                       ", status=" WS-SHEET-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-SHEET-CYCLE WS-SHEET-OWNER
           MOVE 0 TO WS-SHEET-LINE-NUM
           PERFORM UNTIL WS-SHEET-STATUS = "10"
               READ WORKSHEET-FILE
                   AT END
                       MOVE "10" TO WS-SHEET-STATUS
                   NOT AT END
                       ADD 1 TO WS-SHEET-LINE-NUM
                       PERFORM NOTE-WORKSHEET-LINE
               END-READ
           END-PERFORM
           CLOSE WORKSHEET-FILE

      *    A worksheet that does not say whose and which cycle it is
      *    could be anyone's - nothing in it is applied.
           IF WS-SHEET-CYCLE NOT = WS-TARGET-CYCLE
                   OR WS-SHEET-OWNER = SPACES
               DISPLAY "RECERT-CYCLE: "
                       FUNCTION TRIM(WS-WORKSHEET-NAME)
                       " is not a worksheet of cycle "
                       FUNCTION TRIM(WS-TARGET-CYCLE)
                       " - its *CYCLE= heading line is missing or "
                       "names another cycle"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTE-WORKSHEET-LINE.
           IF WSH-CYCLE-TAG = "*CYCLE="
               MOVE WSH-CYCLE-ID TO WS-SHEET-CYCLE
               MOVE WSH-OWNER TO WS-SHEET-OWNER
               EXIT PARAGRAPH
           END-IF
           IF WORKSHEET-LINE(1:1) = "*" OR WORKSHEET-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WSL-ITEM-ID IS NOT NUMERIC
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "RECERT-CYCLE: REJECTED line "
                       WS-SHEET-LINE-NUM " - no item number"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WSL-DECISION) TO WSL-DECISION
           IF WSL-DECISION = SPACES
               ADD 1 TO WS-BLANK-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WSL-DECISION NOT = "CERTIFY" AND WSL-DECISION NOT =
                   "REVOKE"
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "RECERT-CYCLE: REJECTED item " WSL-ITEM-ID
                       " - decision must be CERTIFY or REVOKE, got "
                       FUNCTION TRIM(WSL-DECISION)
               EXIT PARAGRAPH
           END-IF
           IF WSL-COMMENT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "RECERT-CYCLE: REJECTED item " WSL-ITEM-ID
                       " - " FUNCTION TRIM(WSL-DECISION)
                       " needs a comment"
               EXIT PARAGRAPH
           END-IF
      *    The comment goes on the chain whole or not at all: the
      *    capture's aux holds "DS=<dataset> C=<comment>" in 80
      *    bytes, so a long dataset name leaves less room for it.
           MOVE 74 TO WS-CAPTURE-ROOM
           IF WSL-DATASET NOT = SPACES
               SUBTRACT FUNCTION LENGTH(FUNCTION TRIM(WSL-DATASET))
                   FROM WS-CAPTURE-ROOM
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WSL-COMMENT))
                   > WS-CAPTURE-ROOM
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "RECERT-CYCLE: REJECTED item " WSL-ITEM-ID
                       " - comment too long to record with this "
                       "dataset, keep it to " WS-CAPTURE-ROOM
                       " characters"
               EXIT PARAGRAPH
           END-IF
           IF WS-DECISION-COUNT >= 2000
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "RECERT-CYCLE: REJECTED item " WSL-ITEM-ID
                       " - more than 2000 decisions on one worksheet"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 40
               IF WSL-COMMENT(WS-CHAR-IDX:1) = '"' OR
                       WSL-COMMENT(WS-CHAR-IDX:1) = "'"
                   MOVE "_" TO WSL-COMMENT(WS-CHAR-IDX:1)
               END-IF
           END-PERFORM
           ADD 1 TO WS-DECISION-COUNT
           MOVE WSL-ITEM-ID TO WS-DE-ITEM-ID(WS-DECISION-COUNT)
           MOVE WSL-USER TO WS-DE-USER(WS-DECISION-COUNT)
           MOVE WSL-DATASET TO WS-DE-DATASET(WS-DECISION-COUNT)
           MOVE WSL-DECISION TO WS-DE-DECISION(WS-DECISION-COUNT)
           MOVE WSL-COMMENT TO WS-DE-COMMENT(WS-DECISION-COUNT)
           MOVE "N" TO WS-DE-USED(WS-DECISION-COUNT).

       APPLY-DECISIONS.
      *    Rewrite-to-work-file-then-swap, as INCIDENT-WORKBENCH
      *    does: the item file is untouched until the mv lands.
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "RECERT-CYCLE: cannot read "
                       "data/recert-items.dat, status=" WS-ITEM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ITEM-WORK
           PERFORM UNTIL WS-ITEM-STATUS = "10"
               READ ITEM-FILE
                   AT END
                       MOVE "10" TO WS-ITEM-STATUS
                   NOT AT END
                       IF RCI-CYCLE-ID = WS-TARGET-CYCLE
                               AND RCI-OWNER = WS-SHEET-OWNER
                           PERFORM APPLY-ONE-DECISION
                       END-IF
                       MOVE ITEM-RECORD TO ITEM-WORK-RECORD
                       WRITE ITEM-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE ITEM-FILE
           CLOSE ITEM-WORK
           IF WS-APPLIED-COUNT = 0
               MOVE "rm -f data/recert-items.tmp" TO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM SWAP-ITEM-FILE.

       APPLY-ONE-DECISION.
           MOVE 0 TO WS-DE-FOUND
           PERFORM VARYING WS-DE-IDX FROM 1 BY 1
                   UNTIL WS-DE-IDX > WS-DECISION-COUNT
               IF WS-DE-ITEM-ID(WS-DE-IDX) = RCI-ITEM-ID
                       AND WS-DE-USER(WS-DE-IDX) = RCI-USER
                       AND WS-DE-DATASET(WS-DE-IDX) = RCI-DATASET
                   MOVE WS-DE-IDX TO WS-DE-FOUND
               END-IF
           END-PERFORM
           IF WS-DE-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DE-USED(WS-DE-FOUND)
           IF WS-DE-DECISION(WS-DE-FOUND) = RCI-DECISION
                   AND WS-DE-COMMENT(WS-DE-FOUND) = RCI-COMMENT
               ADD 1 TO WS-UNCHANGED-COUNT
               EXIT PARAGRAPH
           END-IF
      *    Once security has acted on a REVOKE the access is gone -
      *    the owner cannot quietly turn it back into a CERTIFY.
           IF RCI-ACTIONED-TS NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "RECERT-CYCLE: REJECTED item " RCI-ITEM-ID
                       " - its REVOKE was already actioned by "
                       FUNCTION TRIM(RCI-ACTIONED-BY)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DE-DECISION(WS-DE-FOUND) TO RCI-DECISION
           MOVE WS-DE-COMMENT(WS-DE-FOUND) TO RCI-COMMENT
           MOVE WS-NOW-TS TO RCI-DECIDED-TS
           ADD 1 TO WS-APPLIED-COUNT
           MOVE RCI-ITEM-ID TO WS-AP-ITEM-ID(WS-APPLIED-COUNT)
           MOVE RCI-OWNER TO WS-AP-OWNER(WS-APPLIED-COUNT)
           MOVE RCI-USER TO WS-AP-USER(WS-APPLIED-COUNT)
           MOVE RCI-DATASET TO WS-AP-DATASET(WS-APPLIED-COUNT)
           MOVE RCI-DECISION TO WS-AP-DECISION(WS-APPLIED-COUNT)
           MOVE RCI-COMMENT TO WS-AP-COMMENT(WS-APPLIED-COUNT).

       SWAP-ITEM-FILE.
           MOVE "mv data/recert-items.tmp data/recert-items.dat"
               TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "RECERT-CYCLE: could not swap the updated "
                       "item file in - original left intact"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *    ACTION - security confirms a REVOKE was carried out
      *****************************************************************
       ACTION-REVOKE.
           PERFORM REQUIRE-CYCLE
           MOVE "N" TO WS-FOUND-TARGET
           MOVE SPACES TO WS-ITEM-REFUSAL
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "RECERT-CYCLE: cannot read "
                       "data/recert-items.dat, status=" WS-ITEM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ITEM-WORK
           PERFORM UNTIL WS-ITEM-STATUS = "10"
               READ ITEM-FILE
                   AT END
                       MOVE "10" TO WS-ITEM-STATUS
                   NOT AT END
                       IF RCI-CYCLE-ID = WS-TARGET-CYCLE
                               AND RCI-ITEM-ID = WS-TARGET-ITEM
                           PERFORM ACTION-ONE-ITEM
                       END-IF
                       MOVE ITEM-RECORD TO ITEM-WORK-RECORD
                       WRITE ITEM-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE ITEM-FILE
           CLOSE ITEM-WORK

           IF WS-FOUND-TARGET NOT = "Y"
               MOVE "rm -f data/recert-items.tmp" TO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
               IF WS-ITEM-REFUSAL = SPACES
                   MOVE "no such item in the cycle" TO WS-ITEM-REFUSAL
               END-IF
               DISPLAY "RECERT-CYCLE: item " WS-TARGET-ITEM
                       " of cycle " FUNCTION TRIM(WS-TARGET-CYCLE)
                       " not actioned - "
                       FUNCTION TRIM(WS-ITEM-REFUSAL)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SWAP-ITEM-FILE

           MOVE SPACES TO WS-CAP-FILE-NAME WS-CAP-AUX
           STRING "I=" WS-TARGET-ITEM
                  " D=ACTIONED"
                  " U=" FUNCTION TRIM(WS-AP-USER(1))
                  DELIMITED BY SIZE INTO WS-CAP-FILE-NAME
           STRING "DS=" FUNCTION TRIM(WS-AP-DATASET(1))
                  DELIMITED BY SIZE INTO WS-CAP-AUX
           PERFORM CAPTURE-RECERT
           DISPLAY "RECERT-CYCLE: REVOKE of "
                   FUNCTION TRIM(WS-AP-USER(1)) " on "
                   FUNCTION TRIM(WS-AP-DATASET(1))
                   " marked actioned by " FUNCTION TRIM(WS-CAP-USER).

       ACTION-ONE-ITEM.
           EVALUATE TRUE
               WHEN NOT RCI-REVOKE
                   MOVE "the owner's decision is not REVOKE"
                       TO WS-ITEM-REFUSAL
               WHEN RCI-ACTIONED-TS NOT = SPACES
                   STRING "already actioned by "
                          FUNCTION TRIM(RCI-ACTIONED-BY)
                          DELIMITED BY SIZE INTO WS-ITEM-REFUSAL
               WHEN OTHER
                   MOVE "Y" TO WS-FOUND-TARGET
                   MOVE WS-CAP-USER TO RCI-ACTIONED-BY
                   MOVE WS-NOW-TS TO RCI-ACTIONED-TS
                   MOVE RCI-OWNER TO WS-AP-OWNER(1)
                   MOVE RCI-USER TO WS-AP-USER(1)
                   MOVE RCI-DATASET TO WS-AP-DATASET(1)
           END-EVALUATE.

      *****************************************************************
      *    OUTSTANDING - who has not answered, what is not done
      *****************************************************************
       REPORT-OUTSTANDING.
           PERFORM FIND-CYCLE
           IF WS-TARGET-CYCLE = SPACES
               IF WS-OPEN-CYCLE-ID = SPACES
                   DISPLAY "RECERT-CYCLE: no cycle is open - name "
                           "one to report on"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-OPEN-CYCLE-ID TO WS-TARGET-CYCLE
           END-IF
           PERFORM REQUIRE-CYCLE
           PERFORM TALLY-CYCLE-ITEMS
           PERFORM WRITE-OUTSTANDING-REPORT
           DISPLAY "RECERT-CYCLE: cycle "
                   FUNCTION TRIM(WS-TARGET-CYCLE) " - "
                   WS-SILENT-OWNERS " owner(s) with items unanswered ("
                   WS-PENDING-COUNT " item(s)), " WS-UNACTIONED-COUNT
                   " REVOKE(s) not actioned - "
                   "data/recert-outstanding.txt"
           IF WS-PENDING-COUNT > 0 OR WS-UNACTIONED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-OUTSTANDING-REPORT.
           MOVE 0 TO WS-SILENT-OWNERS
           OPEN OUTPUT OUTSTANDING-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCESS RECERTIFICATION - OUTSTANDING ITEMS - CYCLE "
                  FUNCTION TRIM(WS-TARGET-CYCLE) " ("
                  FUNCTION TRIM(WS-CYCLE-STATE) ") PERIOD "
                  WS-CYCLE-FROM " TO " WS-CYCLE-TO
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Generated " WS-NOW-TS(1:14) " - " WS-ITEM-TOTAL
                  " item(s), " WS-DECIDED-COUNT " decided"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "-- Owners who have not responded --" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
               IF WS-OW-PENDING(WS-OWNER-IDX) > 0
                   ADD 1 TO WS-SILENT-OWNERS
                   MOVE SPACES TO REPORT-LINE
                   IF WS-OW-PENDING(WS-OWNER-IDX) =
                           WS-OW-TOTAL(WS-OWNER-IDX)
                       STRING WS-OW-NAME(WS-OWNER-IDX)
                              " NO RESPONSE  "
                              WS-OW-PENDING(WS-OWNER-IDX)
                              " item(s) - data/recert-"
                              FUNCTION TRIM(WS-TARGET-CYCLE) "-"
                              FUNCTION TRIM(WS-OW-NAME(WS-OWNER-IDX))
                              ".txt"
                              DELIMITED BY SIZE INTO REPORT-LINE
                   ELSE
                       STRING WS-OW-NAME(WS-OWNER-IDX)
                              " PARTIAL      "
                              WS-OW-PENDING(WS-OWNER-IDX) " of "
                              WS-OW-TOTAL(WS-OWNER-IDX)
                              " item(s) still blank"
                              DELIMITED BY SIZE INTO REPORT-LINE
                   END-IF
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-SILENT-OWNERS = 0
               MOVE "(none - every owner has answered every item)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE "-- REVOKE decisions awaiting security action --"
               TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT ITEM-FILE
           PERFORM UNTIL WS-ITEM-STATUS = "10"
               READ ITEM-FILE
                   AT END
                       MOVE "10" TO WS-ITEM-STATUS
                   NOT AT END
                       IF RCI-CYCLE-ID = WS-TARGET-CYCLE
                               AND RCI-REVOKE
                               AND RCI-ACTIONED-TS = SPACES
                           MOVE SPACES TO REPORT-LINE
                           STRING RCI-ITEM-ID " " RCI-USER " "
                                  RCI-DATASET " owner " RCI-OWNER
                                  " decided " RCI-DECIDED-TS(1:14)
                                  " " FUNCTION TRIM(RCI-COMMENT)
                                  DELIMITED BY SIZE INTO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-FILE
           IF WS-UNACTIONED-COUNT = 0
               MOVE "(none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE OUTSTANDING-REPORT.

      *****************************************************************
      *    CLOSE
      *****************************************************************
       CLOSE-CYCLE.
           PERFORM REQUIRE-CYCLE
           IF WS-CYCLE-STATE NOT = "OPEN"
               DISPLAY "RECERT-CYCLE: cycle "
                       FUNCTION TRIM(WS-TARGET-CYCLE)
                       " is already closed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TALLY-CYCLE-ITEMS
           IF (WS-PENDING-COUNT > 0 OR WS-UNACTIONED-COUNT > 0)
                   AND WS-OVERRIDE NOT = "Y"
               DISPLAY "RECERT-CYCLE: cycle "
                       FUNCTION TRIM(WS-TARGET-CYCLE)
                       " NOT closed - " WS-PENDING-COUNT
                       " item(s) unanswered, " WS-UNACTIONED-COUNT
                       " REVOKE(s) not actioned; see OUTSTANDING, or "
                       "close with OVERRIDE <reason>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    An override on a cycle with nothing outstanding overrides
      *    nothing - it closes normally and says so.
           IF WS-PENDING-COUNT = 0 AND WS-UNACTIONED-COUNT = 0
               MOVE "N" TO WS-OVERRIDE
               MOVE SPACES TO WS-REASON
           END-IF

           OPEN INPUT CYCLE-FILE
           OPEN OUTPUT CYCLE-WORK
           PERFORM UNTIL WS-CYCLE-STATUS = "10"
               READ CYCLE-FILE
                   AT END
                       MOVE "10" TO WS-CYCLE-STATUS
                   NOT AT END
                       IF RCY-CYCLE-ID = WS-TARGET-CYCLE
                           MOVE "CLOSED" TO RCY-STATE
                           MOVE WS-CAP-USER TO RCY-CLOSED-BY
                           MOVE WS-NOW-TS TO RCY-CLOSED-TS
                           MOVE WS-OVERRIDE TO RCY-OVERRIDE
                           MOVE WS-REASON TO RCY-REASON
                       END-IF
                       MOVE CYCLE-RECORD TO CYCLE-WORK-RECORD
                       WRITE CYCLE-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE CYCLE-FILE
           CLOSE CYCLE-WORK
           MOVE "mv data/recert-cycles.tmp data/recert-cycles.dat"
               TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "RECERT-CYCLE: could not swap the updated "
                       "cycle file in - original left intact"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    The override and its reason are the capture - the chain
      *    shows who closed past which outstanding items, and why.
           MOVE SPACES TO WS-CAP-FILE-NAME WS-CAP-AUX
           IF WS-OVERRIDE = "Y"
               STRING "CYCLE=" FUNCTION TRIM(WS-TARGET-CYCLE)
                      " CLOSED OVERRIDE"
                      DELIMITED BY SIZE INTO WS-CAP-FILE-NAME
               STRING "P=" WS-PENDING-COUNT " R=" WS-UNACTIONED-COUNT
                      " WHY=" WS-REASON
                      DELIMITED BY SIZE INTO WS-CAP-AUX
           ELSE
               STRING "CYCLE=" FUNCTION TRIM(WS-TARGET-CYCLE)
                      " CLOSED"
                      DELIMITED BY SIZE INTO WS-CAP-FILE-NAME
               STRING "ITEMS=" WS-ITEM-TOTAL " DECIDED="
                      WS-DECIDED-COUNT
                      DELIMITED BY SIZE INTO WS-CAP-AUX
           END-IF
           PERFORM CAPTURE-RECERT
           IF WS-OVERRIDE = "Y"
               DISPLAY "RECERT-CYCLE: cycle "
                       FUNCTION TRIM(WS-TARGET-CYCLE)
                       " closed by OVERRIDE past " WS-PENDING-COUNT
                       " unanswered and " WS-UNACTIONED-COUNT
                       " unactioned item(s) - "
                       FUNCTION TRIM(WS-REASON)
           ELSE
               DISPLAY "RECERT-CYCLE: cycle "
                       FUNCTION TRIM(WS-TARGET-CYCLE) " closed - "
                       WS-ITEM-TOTAL " item(s), all decided and "
                       "actioned"
           END-IF.

       CAPTURE-RECERT.
           MOVE SPACES TO WS-CAP-RECORD-KEY
           MOVE WS-TARGET-CYCLE TO WS-CAP-JOB-NAME
           MOVE 0 TO RETURN-CODE
           CALL "METADATA-CAPTURE" USING WS-CAP-OPERATION
               WS-CAP-FILE-NAME WS-CAP-RECORD-KEY WS-CAP-USER
               WS-CAP-JOB-NAME WS-CAP-PROGRAM WS-CAP-COND-CODE
               WS-CAP-AUX
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY "RECERT-CYCLE: WARNING - state file updated "
                       "but the RECERT capture failed"
               MOVE 0 TO RETURN-CODE
           END-IF.

       PARSE-LOG-RECORD.
           MOVE SPACES TO WS-P-OPERATION WS-P-FILE-NAME
                          WS-P-USER WS-P-TIMESTAMP

           MOVE '"operation":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-OPERATION

           MOVE '"file":"'        TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-FILE-NAME

           MOVE '"user":"'        TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-USER

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
