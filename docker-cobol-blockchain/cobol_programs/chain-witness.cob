       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAIN-WITNESS.
      *    Cross-system chain witnessing. Each installation's chain
      *    proves itself only to itself: someone with root on one box
      *    can rewrite that box's log end to end, recompute every
      *    hash, and METADATA-VERIFY there will still say Chain OK.
      *    This reads the other systems' shipped logs in data/inbound/
      *    (the same files METADATA-CONSOLIDATE merges), finds each
      *    system's latest chain head - its newest record by
      *    timestamp - and records that record key and hash as a
      *    WITNESS capture on THIS system's chain. Once a head is on
      *    a second chain, rewriting it means rewriting both sites;
      *    WITNESS-VERIFY checks every system's log against what the
      *    others witnessed.
      *    WITNESS record layout:
      *        user       the witnessed system's identity
      *        dataset    "<witnessed key> H=<leading hash digits>" -
      *                   the key and as much of the hash as fits,
      *                   inside the hashed content so this site
      *                   cannot quietly change what it witnessed
      *        aux        "H=<full 64-digit hash>"
      *    A system whose head has not moved since this chain last
      *    witnessed it is skipped, so frequent runs add nothing to
      *    the log when nothing has happened elsewhere. Records of
      *    this system itself found in an inbound file are ignored.
      *    RC=0; RC=4 when there was nothing in data/inbound/ to
      *    witness; RC=8 when a WITNESS capture failed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-LOG ASSIGN DYNAMIC WS-SOURCE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT WORK-LIST ASSIGN TO "data/witness-worklist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT SYSTEM-ID-FILE ASSIGN TO "data/system-id.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-LOG.
       01  LOG-RECORD          PIC X(512).

       FD  WORK-LIST.
       01  WORK-LIST-RECORD    PIC X(60).

       FD  SYSTEM-ID-FILE.
       01  SYSTEM-ID-RECORD    PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-LIST-STATUS      PIC XX.
       01  WS-SYSID-STATUS     PIC XX.
       01  WS-SOURCE-FILE      PIC X(60).
       01  WS-COMMAND          PIC X(200).
       01  WS-RETURN-CODE      PIC S9(9) COMP.
       01  WS-SYSTEM-ID        PIC X(10) VALUE "COBOL".

      *    Latest head per other system, and what this chain last
      *    witnessed for it.
       01  WS-HEAD-TAB.
           05  WS-HEAD-ENTRY OCCURS 50 TIMES.
               10  WS-H-SYSTEM     PIC X(10).
               10  WS-H-TIMESTAMP  PIC X(26).
               10  WS-H-KEY        PIC X(20).
               10  WS-H-HASH       PIC X(64).
               10  WS-H-LAST-KEY   PIC X(20).
               10  WS-H-LAST-HASH  PIC X(64).
       01  WS-HEAD-COUNT       PIC 9(2) VALUE 0.
       01  WS-HEAD-IDX         PIC 9(2).
       01  WS-HEAD-FOUND       PIC 9(2).
       01  WS-TAB-FULL         PIC X VALUE "N".
           88  TAB-FULL-WARNED     VALUE "Y".

       01  WS-FILE-COUNT       PIC 9(4) VALUE 0.
       01  WS-WITNESSED        PIC 9(2) VALUE 0.
       01  WS-UNCHANGED        PIC 9(2) VALUE 0.
       01  WS-FAILED           PIC 9(2) VALUE 0.

       01  WS-P-SOURCE         PIC X(10).
       01  WS-P-OPERATION      PIC X(20).
       01  WS-P-TIMESTAMP      PIC X(26).
       01  WS-P-RECORD-KEY     PIC X(20).
       01  WS-P-FILE-NAME      PIC X(44).
       01  WS-P-USER           PIC X(10).
       01  WS-P-HASH           PIC X(64).
       01  WS-P-AUX            PIC X(80).
       01  WS-W-KEY            PIC X(20).
       01  WS-W-HASH           PIC X(64).

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(80).

      *    Arguments for METADATA-CAPTURE - layouts match its
      *    LINKAGE SECTION exactly.
       01  WS-CAP-OPERATION    PIC X(20) VALUE "WITNESS".
       01  WS-CAP-FILE-NAME    PIC X(44).
       01  WS-CAP-RECORD-KEY   PIC X(20).
       01  WS-CAP-USER         PIC X(10).
       01  WS-CAP-JOB-NAME     PIC X(8) VALUE "WITNESS".
       01  WS-CAP-PROGRAM      PIC X(8) VALUE "CHNWITN".
       01  WS-CAP-COND-CODE    PIC X(4) VALUE "0000".
       01  WS-CAP-AUX          PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM LOAD-SYSTEM-ID

           MOVE "ls data/inbound/*.log 2>/dev/null | sort "
                & "> data/witness-worklist.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           OPEN INPUT WORK-LIST
           IF WS-LIST-STATUS NOT = "35"
               PERFORM UNTIL WS-LIST-STATUS = "10"
                   READ WORK-LIST
                       AT END
                           MOVE "10" TO WS-LIST-STATUS
                       NOT AT END
                           IF WORK-LIST-RECORD NOT = SPACES
                               MOVE WORK-LIST-RECORD
                                   TO WS-SOURCE-FILE
                               PERFORM SCAN-INBOUND-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-LIST
           END-IF

           MOVE "rm -f data/witness-worklist.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           IF WS-HEAD-COUNT = 0
               DISPLAY "CHAIN-WITNESS: no other system's records in "
                       "data/inbound/ (" WS-FILE-COUNT " file(s)) - "
                       "nothing to witness"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-LAST-WITNESSED

           PERFORM VARYING WS-HEAD-IDX FROM 1 BY 1
                   UNTIL WS-HEAD-IDX > WS-HEAD-COUNT
               PERFORM WITNESS-ONE-HEAD
           END-PERFORM

           DISPLAY "CHAIN-WITNESS: " WS-SYSTEM-ID " witnessed "
                   WS-WITNESSED " system head(s), " WS-UNCHANGED
                   " unchanged since last witnessed, " WS-FAILED
                   " capture failure(s)"
           IF WS-FAILED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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

       SCAN-INBOUND-FILE.
           OPEN INPUT SOURCE-LOG
           IF WS-LOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-COUNT
           PERFORM UNTIL WS-LOG-STATUS = "10"
               READ SOURCE-LOG
                   AT END
                       MOVE "10" TO WS-LOG-STATUS
                   NOT AT END
                       IF LOG-RECORD NOT = SPACES
                           PERFORM NOTE-INBOUND-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-LOG.

       NOTE-INBOUND-RECORD.
      *    The newest record by timestamp is the head - the inbound
      *    file names carry no order, so file order cannot be
      *    trusted. Equal timestamps go to the later line, which is
      *    the later link within one file.
           PERFORM PARSE-LOG-RECORD
           IF WS-P-SOURCE = SPACES OR WS-P-SOURCE = WS-SYSTEM-ID
                   OR WS-P-HASH = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HEAD-FOUND
           PERFORM VARYING WS-HEAD-IDX FROM 1 BY 1
                   UNTIL WS-HEAD-IDX > WS-HEAD-COUNT
               IF WS-H-SYSTEM(WS-HEAD-IDX) = WS-P-SOURCE
                   MOVE WS-HEAD-IDX TO WS-HEAD-FOUND
               END-IF
           END-PERFORM
           IF WS-HEAD-FOUND = 0
               IF WS-HEAD-COUNT >= 50
                   IF NOT TAB-FULL-WARNED
                       DISPLAY "CHAIN-WITNESS: more than 50 systems "
                               "in data/inbound/ - the rest are not "
                               "witnessed"
                       MOVE "Y" TO WS-TAB-FULL
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HEAD-COUNT
               MOVE WS-HEAD-COUNT TO WS-HEAD-FOUND
               MOVE WS-P-SOURCE TO WS-H-SYSTEM(WS-HEAD-FOUND)
               MOVE SPACES TO WS-H-TIMESTAMP(WS-HEAD-FOUND)
                              WS-H-LAST-KEY(WS-HEAD-FOUND)
                              WS-H-LAST-HASH(WS-HEAD-FOUND)
           END-IF
           IF WS-P-TIMESTAMP >= WS-H-TIMESTAMP(WS-HEAD-FOUND)
               MOVE WS-P-TIMESTAMP  TO WS-H-TIMESTAMP(WS-HEAD-FOUND)
               MOVE WS-P-RECORD-KEY TO WS-H-KEY(WS-HEAD-FOUND)
               MOVE WS-P-HASH       TO WS-H-HASH(WS-HEAD-FOUND)
           END-IF.

       LOAD-LAST-WITNESSED.
      *    The last WITNESS per system on this chain's live log. After
      *    a rotation the live log holds none, and each head is
      *    simply witnessed again once - harmless, and it puts a
      *    witness into every archive period.
           MOVE "data/metadata.log" TO WS-SOURCE-FILE
           OPEN INPUT SOURCE-LOG
           IF WS-LOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOG-STATUS = "10"
               READ SOURCE-LOG
                   AT END
                       MOVE "10" TO WS-LOG-STATUS
                   NOT AT END
                       IF LOG-RECORD NOT = SPACES
                           PERFORM NOTE-OWN-WITNESS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-LOG.

       NOTE-OWN-WITNESS.
           PERFORM PARSE-LOG-RECORD
           IF WS-P-OPERATION NOT = "WITNESS"
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-WITNESS-FIELDS
           PERFORM VARYING WS-HEAD-IDX FROM 1 BY 1
                   UNTIL WS-HEAD-IDX > WS-HEAD-COUNT
               IF WS-H-SYSTEM(WS-HEAD-IDX) = WS-P-USER
                   MOVE WS-W-KEY  TO WS-H-LAST-KEY(WS-HEAD-IDX)
                   MOVE WS-W-HASH TO WS-H-LAST-HASH(WS-HEAD-IDX)
               END-IF
           END-PERFORM.

       SPLIT-WITNESS-FIELDS.
      *    Witnessed key from the dataset field; the full hash from
      *    the aux payload.
           MOVE SPACES TO WS-W-KEY WS-W-HASH
           UNSTRING WS-P-FILE-NAME DELIMITED BY SPACE
               INTO WS-W-KEY
           END-UNSTRING
           IF WS-P-AUX(1:2) = "H="
               MOVE WS-P-AUX(3:64) TO WS-W-HASH
           END-IF.

       WITNESS-ONE-HEAD.
           IF WS-H-KEY(WS-HEAD-IDX) = WS-H-LAST-KEY(WS-HEAD-IDX)
                   AND WS-H-HASH(WS-HEAD-IDX) =
                       WS-H-LAST-HASH(WS-HEAD-IDX)
               ADD 1 TO WS-UNCHANGED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CAP-FILE-NAME WS-CAP-RECORD-KEY
                          WS-CAP-AUX
           STRING FUNCTION TRIM(WS-H-KEY(WS-HEAD-IDX))
                  " H=" WS-H-HASH(WS-HEAD-IDX)
                  DELIMITED BY SIZE INTO WS-CAP-FILE-NAME
           STRING "H=" WS-H-HASH(WS-HEAD-IDX)
                  DELIMITED BY SIZE INTO WS-CAP-AUX
           MOVE WS-H-SYSTEM(WS-HEAD-IDX) TO WS-CAP-USER
           MOVE 0 TO RETURN-CODE
           CALL "METADATA-CAPTURE" USING WS-CAP-OPERATION
               WS-CAP-FILE-NAME WS-CAP-RECORD-KEY WS-CAP-USER
               WS-CAP-JOB-NAME WS-CAP-PROGRAM WS-CAP-COND-CODE
               WS-CAP-AUX
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY "CHAIN-WITNESS: WITNESS capture failed for "
                       WS-H-SYSTEM(WS-HEAD-IDX)
               ADD 1 TO WS-FAILED
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WITNESSED
           DISPLAY "   " WS-H-SYSTEM(WS-HEAD-IDX) " head "
                   FUNCTION TRIM(WS-H-KEY(WS-HEAD-IDX)) " at "
                   WS-H-TIMESTAMP(WS-HEAD-IDX)(1:14) " witnessed".

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
