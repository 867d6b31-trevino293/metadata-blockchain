       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-TRANSMIT.
      *    Auditor transmission file. The external auditors take the
      *    chain one period at a time as a fixed-width file in their
      *    published layout (see AUDIT-TRANSMIT.CPY): an HD header
      *    naming this installation (data/system-id.dat), the period
      *    and when the file was made, one DT detail per chain
      *    record, and a TR trailer of control totals they balance
      *    on receipt - the detail count, a hash total of the
      *    numeric part of the record keys, and the period's final
      *    chain hash, which for an archived period is the anchor
      *    METADATA-ARCHIVE wrote to data/archive/catalog.dat.
      *    Argument 1 names the period: an archive path (data/
      *    archive/metadata-<stamp>.log), its bare stamp YYYYMMDD-
      *    HHMMSS, or LIVE (the default) for data/metadata.log.
      *    Nothing is transmitted that we could not stand behind:
      *    the period is walked first with the same recompute
      *    METADATA-VERIFY does (sanctioned tombstones honored,
      *    dual-hash era rules applied), and an archived period must
      *    also end on its catalog anchor with the catalog's record
      *    count. Any failure refuses the period and writes no file.
      *    Every file sent takes the next number from the
      *    transmission log (data/audit-transmit-log.dat), which
      *    also names the earlier send of the same period a resend
      *    replaces; the number is in the file name, the header and
      *    the trailer, so the auditors can tell a resend from the
      *    original. Each file is then captured through METADATA-
      *    CAPTURE as a TRANSMIT record.
      *        Output  data/audit-xmit-<period>-<seq>.dat
      *    RC=0 transmitted, RC=4 nothing to transmit (empty
      *    period), RC=8 period refused (chain or anchor failure),
      *    RC=16 I/O failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METADATA-LOG ASSIGN DYNAMIC WS-SCAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT ARCHIVE-CATALOG
               ASSIGN TO "data/archive/catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT SYSTEM-ID-FILE ASSIGN TO "data/system-id.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSID-STATUS.

           SELECT TRANSMIT-LOG
               ASSIGN TO "data/audit-transmit-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XLOG-STATUS.

      *    Record sequential, not line sequential: the auditors'
      *    layout is byte-positional, 240 bytes a record with no line
      *    delimiters and no trailing-space trimming.
           SELECT TRANSMIT-FILE ASSIGN DYNAMIC WS-XMIT-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XMIT-STATUS.

           SELECT REDACTION-LIST ASSIGN TO "data/transmit-redact.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  METADATA-LOG.
       01  LOG-RECORD          PIC X(512).

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

       FD  SYSTEM-ID-FILE.
       01  SYSTEM-ID-RECORD    PIC X(10).

      *    One row per file sent, in sequence order.
       FD  TRANSMIT-LOG.
       01  TRANSMIT-LOG-RECORD.
           05  XLG-SEQ             PIC 9(6).
           05  XLG-TIMESTAMP       PIC X(26).
           05  XLG-USER            PIC X(10).
           05  XLG-PERIOD          PIC X(15).
           05  XLG-FILE-NAME       PIC X(44).
           05  XLG-DETAIL-COUNT    PIC 9(9).
           05  XLG-KEY-HASH-TOTAL  PIC 9(18).
           05  XLG-FINAL-HASH      PIC X(64).
           05  XLG-RESEND-OF-SEQ   PIC 9(6).

       FD  TRANSMIT-FILE
           RECORD CONTAINS 240 CHARACTERS.
           COPY "audit-transmit.cpy".

       FD  REDACTION-LIST.
       01  REDACTION-LIST-RECORD PIC X(512).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-CATALOG-STATUS   PIC XX.
       01  WS-SYSID-STATUS     PIC XX.
       01  WS-XLOG-STATUS      PIC XX.
       01  WS-XMIT-STATUS      PIC XX.
       01  WS-REDLIST-STATUS   PIC XX.
       01  WS-SCAN-FILE        PIC X(60) VALUE "data/metadata.log".
       01  WS-XMIT-FILE        PIC X(44).
       01  WS-NOW-TS           PIC X(26).
       01  WS-SYSTEM-ID        PIC X(10) VALUE "COBOL".
       01  WS-ARG-COUNT        PIC 9(4).
       01  WS-ARG-VALUE        PIC X(60).

      *    The period: archive stamp YYYYMMDD-HHMMSS or LIVE.
       01  WS-PERIOD           PIC X(15) VALUE "LIVE".
       01  WS-ANCHOR-FOUND     PIC X VALUE "N".
       01  WS-ANCHOR-HASH      PIC X(64).
       01  WS-ANCHOR-COUNT     PIC 9(7).

      *    Chain-walk work fields, the same recompute METADATA-
      *    VERIFY does.
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

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(64).

       01  WS-PRIOR-HASH       PIC X(64).
       01  WS-COMPUTED-HASH    PIC X(64).
       01  WS-HASH-CONTENT     PIC X(200).
       01  WS-RECORD-NUM       PIC 9(7) VALUE 0.
       01  WS-BAD-COUNT        PIC 9(7) VALUE 0.
       01  WS-FIRST-BAD-REC    PIC 9(7) VALUE 0.
       01  WS-FINAL-HASH       PIC X(64) VALUE SPACES.
       01  WS-FIRST-TS         PIC X(26) VALUE SPACES.
       01  WS-LAST-TS          PIC X(26) VALUE SPACES.

      *    Dual-hash era state, same rules as METADATA-VERIFY's
      *    VERIFY-HASH2-LINK.
       01  WS-P-HASH2          PIC X(64).
       01  WS-PRIOR-HASH2      PIC X(64).
       01  WS-COMPUTED-HASH2   PIC X(64).
       01  WS-HASH2-SEEN       PIC X VALUE "N".
       01  WS-HASH2-GAPS       PIC 9(7) VALUE 0.

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

      *    Control totals. A REC-form key is "REC" and ten digits -
      *    the digits are its numeric part.
       01  WS-KEY-HASH-TOTAL   PIC 9(18) VALUE 0.
       01  WS-KEY-NUMBER       PIC 9(10).
       01  WS-WRITTEN-COUNT    PIC 9(7) VALUE 0.

      *    Transmission numbering.
       01  WS-LAST-SEQ         PIC 9(6) VALUE 0.
       01  WS-THIS-SEQ         PIC 9(6) VALUE 0.
       01  WS-RESEND-OF-SEQ    PIC 9(6) VALUE 0.

      *    Arguments for the TRANSMIT capture call - layouts match
      *    METADATA-CAPTURE's LINKAGE SECTION exactly.
       01  WS-CAP-OPERATION    PIC X(20) VALUE "TRANSMIT".
       01  WS-CAP-FILE-NAME    PIC X(44).
       01  WS-CAP-RECORD-KEY   PIC X(20).
       01  WS-CAP-USER         PIC X(10).
       01  WS-CAP-JOB-NAME     PIC X(8) VALUE "AUDXMIT".
       01  WS-CAP-PROGRAM      PIC X(8) VALUE "AUDXMIT".
       01  WS-CAP-COND-CODE    PIC X(4) VALUE "0000".
       01  WS-CAP-AUX          PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           ACCEPT WS-CAP-USER FROM ENVIRONMENT "USER"

           PERFORM PARSE-ARGUMENTS
           PERFORM LOAD-SYSTEM-ID
           PERFORM LOAD-REDACTION-KEYS

           IF WS-PERIOD NOT = "LIVE"
               PERFORM FIND-CATALOG-ANCHOR
               IF WS-ANCHOR-FOUND NOT = "Y"
                   DISPLAY "AUDIT-TRANSMIT: " FUNCTION TRIM(WS-PERIOD)
                           " has no archive catalog anchor - "
                           "period refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM VERIFY-PERIOD
           IF WS-BAD-COUNT > 0
               DISPLAY "AUDIT-TRANSMIT: " FUNCTION TRIM(WS-SCAN-FILE)
                       " chain BROKEN, " WS-BAD-COUNT
                       " bad, first at #" WS-FIRST-BAD-REC
                       " - period refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ANCHOR-FOUND = "Y"
               IF WS-FINAL-HASH NOT = WS-ANCHOR-HASH
                       OR WS-RECORD-NUM NOT = WS-ANCHOR-COUNT
                   DISPLAY "AUDIT-TRANSMIT: " FUNCTION TRIM(WS-PERIOD)
                           " ends on " WS-FINAL-HASH(1:16) "... with "
                           WS-RECORD-NUM " record(s); catalog anchor "
                           WS-ANCHOR-HASH(1:16) "... with "
                           WS-ANCHOR-COUNT " - period refused"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-RECORD-NUM = 0
               DISPLAY "AUDIT-TRANSMIT: " FUNCTION TRIM(WS-PERIOD)
                       " holds no records - nothing to transmit"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ASSIGN-TRANSMIT-SEQ
           PERFORM WRITE-TRANSMIT-FILE
           PERFORM LOG-TRANSMISSION
           PERFORM CAPTURE-TRANSMISSION

           DISPLAY "AUDIT-TRANSMIT: " FUNCTION TRIM(WS-PERIOD) " "
                   WS-WRITTEN-COUNT " record(s), key hash total "
                   WS-KEY-HASH-TOTAL " - " FUNCTION TRIM(WS-XMIT-FILE)
           IF WS-RESEND-OF-SEQ > 0
               DISPLAY "AUDIT-TRANSMIT: transmission " WS-THIS-SEQ
                       " resends transmission " WS-RESEND-OF-SEQ
           ELSE
               DISPLAY "AUDIT-TRANSMIT: transmission " WS-THIS-SEQ
           END-IF
           STOP RUN.

       PARSE-ARGUMENTS.
      *    A full archive path, its bare stamp, or LIVE.
           MOVE 0 TO WS-ARG-COUNT
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ARG-VALUE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE) TO WS-EXTRACTED-VALUE
           EVALUATE TRUE
               WHEN WS-ARG-VALUE = SPACES
               WHEN WS-EXTRACTED-VALUE(1:5) = "LIVE "
                   CONTINUE
               WHEN WS-ARG-VALUE(1:22) = "data/archive/metadata-"
                   MOVE WS-ARG-VALUE TO WS-SCAN-FILE
                   MOVE WS-ARG-VALUE(23:15) TO WS-PERIOD
               WHEN OTHER
                   MOVE WS-ARG-VALUE(1:15) TO WS-PERIOD
                   MOVE SPACES TO WS-SCAN-FILE
                   STRING "data/archive/metadata-" WS-PERIOD ".log"
                       DELIMITED BY SIZE INTO WS-SCAN-FILE
           END-EVALUATE.

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

       FIND-CATALOG-ANCHOR.
      *    The last catalog row for the archive wins, as everywhere
      *    else the catalog is read.
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
                       IF CAT-ARCHIVE-NAME = WS-SCAN-FILE
                           MOVE "Y" TO WS-ANCHOR-FOUND
                           MOVE CAT-FINAL-HASH TO WS-ANCHOR-HASH
                           MOVE CAT-RECORD-COUNT TO WS-ANCHOR-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-CATALOG.

       VERIFY-PERIOD.
           MOVE ALL "0" TO WS-PRIOR-HASH
           OPEN INPUT METADATA-LOG
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "AUDIT-TRANSMIT: " FUNCTION TRIM(WS-SCAN-FILE)
                       " unreadable, status " WS-LOG-STATUS
                       " - period refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LOG-STATUS = "10"
               READ METADATA-LOG
                   AT END
                       MOVE "10" TO WS-LOG-STATUS
                   NOT AT END
                       ADD 1 TO WS-RECORD-NUM
                       PERFORM VERIFY-ONE-RECORD
                       PERFORM ADD-KEY-TO-HASH-TOTAL
                       IF WS-RECORD-NUM = 1
                           MOVE WS-P-TIMESTAMP TO WS-FIRST-TS
                       END-IF
                       MOVE WS-P-TIMESTAMP TO WS-LAST-TS
                       MOVE WS-P-HASH TO WS-FINAL-HASH
               END-READ
           END-PERFORM
           CLOSE METADATA-LOG
           IF WS-HASH2-GAPS > 0
               DISPLAY "AUDIT-TRANSMIT: " WS-HASH2-GAPS
                       " record(s) after the dual-hash boundary "
                       "carry no hash2 (legacy-only)"
           END-IF.

       VERIFY-ONE-RECORD.
           PERFORM PARSE-LOG-RECORD
           IF WS-P-REDACTED = "Y"
               PERFORM CHECK-TOMBSTONE-SANCTION
               IF NOT TOMBSTONE-IS-SANCTIONED
                   ADD 1 TO WS-BAD-COUNT
                   IF WS-FIRST-BAD-REC = 0
                       MOVE WS-RECORD-NUM TO WS-FIRST-BAD-REC
                   END-IF
               END-IF
           ELSE
               PERFORM RECOMPUTE-HASH
               IF WS-COMPUTED-HASH NOT = WS-P-HASH
                   ADD 1 TO WS-BAD-COUNT
                   IF WS-FIRST-BAD-REC = 0
                       MOVE WS-RECORD-NUM TO WS-FIRST-BAD-REC
                   END-IF
               END-IF
           END-IF
           PERFORM VERIFY-HASH2-LINK
           MOVE WS-P-HASH TO WS-PRIOR-HASH.

       VERIFY-HASH2-LINK.
      *    Same era rules as METADATA-VERIFY: the first record
      *    carrying a hash2 is the boundary and seeds the chain at
      *    zeros; tombstones carry the stored hash2 forward; a
      *    legacy-only record after the boundary is counted, not
      *    failed.
           IF WS-P-HASH2 = SPACES
               IF WS-HASH2-SEEN = "Y"
                   ADD 1 TO WS-HASH2-GAPS
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-HASH2-SEEN = "N"
               MOVE "Y" TO WS-HASH2-SEEN
               MOVE ALL "0" TO WS-PRIOR-HASH2
           END-IF
           IF WS-P-REDACTED = "Y"
               MOVE WS-P-HASH2 TO WS-PRIOR-HASH2
               EXIT PARAGRAPH
           END-IF
           CALL "CALC-HASH2" USING WS-PRIOR-HASH2 WS-HASH-CONTENT
               WS-COMPUTED-HASH2
           END-CALL
           IF WS-COMPUTED-HASH2 NOT = WS-P-HASH2
               ADD 1 TO WS-BAD-COUNT
               IF WS-FIRST-BAD-REC = 0
                   MOVE WS-RECORD-NUM TO WS-FIRST-BAD-REC
               END-IF
           END-IF
           MOVE WS-P-HASH2 TO WS-PRIOR-HASH2.

       ADD-KEY-TO-HASH-TOTAL.
           IF WS-P-RECORD-KEY(1:3) = "REC"
                   AND WS-P-RECORD-KEY(4:10) IS NUMERIC
                   AND WS-P-RECORD-KEY(14:7) = SPACES
               MOVE WS-P-RECORD-KEY(4:10) TO WS-KEY-NUMBER
               ADD WS-KEY-NUMBER TO WS-KEY-HASH-TOTAL
           END-IF.

       ASSIGN-TRANSMIT-SEQ.
      *    Next number after the highest on the log; the latest
      *    earlier send of the same period is the one this resends.
           OPEN INPUT TRANSMIT-LOG
           IF WS-XLOG-STATUS = "00"
               PERFORM UNTIL WS-XLOG-STATUS = "10"
                   READ TRANSMIT-LOG
                       AT END
                           MOVE "10" TO WS-XLOG-STATUS
                       NOT AT END
                           IF XLG-SEQ IS NUMERIC
                               IF XLG-SEQ > WS-LAST-SEQ
                                   MOVE XLG-SEQ TO WS-LAST-SEQ
                               END-IF
                               IF XLG-PERIOD = WS-PERIOD
                                   MOVE XLG-SEQ TO WS-RESEND-OF-SEQ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSMIT-LOG
           END-IF
           COMPUTE WS-THIS-SEQ = WS-LAST-SEQ + 1
           MOVE SPACES TO WS-XMIT-FILE
           STRING "data/audit-xmit-" FUNCTION TRIM(WS-PERIOD) "-"
                  WS-THIS-SEQ ".dat"
                  DELIMITED BY SIZE INTO WS-XMIT-FILE.

       WRITE-TRANSMIT-FILE.
      *    Second pass over the verified period. Only the records the
      *    walk verified are sent - the live log may have grown
      *    since, and the trailer must balance to what was proven.
           OPEN OUTPUT TRANSMIT-FILE
           IF WS-XMIT-STATUS NOT = "00"
               DISPLAY "AUDIT-TRANSMIT: cannot open "
                       FUNCTION TRIM(WS-XMIT-FILE) ", status="
                       WS-XMIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO AUDIT-TRANSMIT-HEADER
           SET ATH-IS-HEADER TO TRUE
           MOVE WS-SYSTEM-ID     TO ATH-INSTALLATION-ID
           MOVE WS-PERIOD        TO ATH-PERIOD
           MOVE WS-FIRST-TS      TO ATH-PERIOD-FIRST-TS
           MOVE WS-LAST-TS       TO ATH-PERIOD-LAST-TS
           MOVE WS-NOW-TS        TO ATH-CREATED-TS
           MOVE WS-THIS-SEQ      TO ATH-TRANSMIT-SEQ
           MOVE WS-RESEND-OF-SEQ TO ATH-RESEND-OF-SEQ
           WRITE AUDIT-TRANSMIT-HEADER

           OPEN INPUT METADATA-LOG
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "AUDIT-TRANSMIT: " FUNCTION TRIM(WS-SCAN-FILE)
                       " unreadable on the second pass, status "
                       WS-LOG-STATUS
               CLOSE TRANSMIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LOG-STATUS = "10"
                   OR WS-WRITTEN-COUNT >= WS-RECORD-NUM
               READ METADATA-LOG
                   AT END
                       MOVE "10" TO WS-LOG-STATUS
                   NOT AT END
                       PERFORM WRITE-ONE-DETAIL
               END-READ
           END-PERFORM
           CLOSE METADATA-LOG

           MOVE SPACES TO AUDIT-TRANSMIT-TRAILER
           SET ATT-IS-TRAILER TO TRUE
           MOVE WS-WRITTEN-COUNT  TO ATT-DETAIL-COUNT
           MOVE WS-KEY-HASH-TOTAL TO ATT-KEY-HASH-TOTAL
           MOVE WS-FINAL-HASH     TO ATT-FINAL-HASH
           MOVE WS-THIS-SEQ       TO ATT-TRANSMIT-SEQ
           WRITE AUDIT-TRANSMIT-TRAILER
           CLOSE TRANSMIT-FILE

           IF WS-WRITTEN-COUNT NOT = WS-RECORD-NUM
               DISPLAY "AUDIT-TRANSMIT: " FUNCTION TRIM(WS-SCAN-FILE)
                       " shrank between passes - "
                       FUNCTION TRIM(WS-XMIT-FILE)
                       " does not balance and must not be sent"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-ONE-DETAIL.
           PERFORM PARSE-LOG-RECORD
           MOVE SPACES TO AUDIT-TRANSMIT-DETAIL
           SET ATD-IS-DETAIL TO TRUE
           MOVE WS-P-SOURCE      TO ATD-SOURCE
           MOVE WS-P-TIMESTAMP   TO ATD-TIMESTAMP
           MOVE WS-P-OPERATION   TO ATD-OPERATION
           MOVE WS-P-RECORD-KEY  TO ATD-RECORD-KEY
           MOVE WS-P-FILE-NAME   TO ATD-FILE-NAME
           MOVE WS-P-USER        TO ATD-USER
           MOVE WS-P-JOB-NAME    TO ATD-JOB-NAME
           MOVE WS-P-PROGRAM     TO ATD-PROGRAM-NAME
           MOVE WS-P-STATUS      TO ATD-STATUS
           MOVE WS-P-COND-CODE   TO ATD-COND-CODE
           MOVE WS-P-HASH        TO ATD-HASH
           IF WS-P-REDACTED = "Y"
               MOVE "Y" TO ATD-REDACTED
           ELSE
               MOVE "N" TO ATD-REDACTED
           END-IF
           WRITE AUDIT-TRANSMIT-DETAIL
           ADD 1 TO WS-WRITTEN-COUNT.

       LOG-TRANSMISSION.
           OPEN EXTEND TRANSMIT-LOG
           IF WS-XLOG-STATUS = "35"
               OPEN OUTPUT TRANSMIT-LOG
           END-IF
           IF WS-XLOG-STATUS NOT = "00"
               DISPLAY "AUDIT-TRANSMIT: WARNING - "
                       FUNCTION TRIM(WS-XMIT-FILE) " written but the "
                       "transmission log could not be opened, status="
                       WS-XLOG-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TRANSMIT-LOG-RECORD
           MOVE WS-THIS-SEQ       TO XLG-SEQ
           MOVE WS-NOW-TS         TO XLG-TIMESTAMP
           MOVE WS-CAP-USER       TO XLG-USER
           MOVE WS-PERIOD         TO XLG-PERIOD
           MOVE WS-XMIT-FILE      TO XLG-FILE-NAME
           MOVE WS-WRITTEN-COUNT  TO XLG-DETAIL-COUNT
           MOVE WS-KEY-HASH-TOTAL TO XLG-KEY-HASH-TOTAL
           MOVE WS-FINAL-HASH     TO XLG-FINAL-HASH
           MOVE WS-RESEND-OF-SEQ  TO XLG-RESEND-OF-SEQ
           WRITE TRANSMIT-LOG-RECORD
           CLOSE TRANSMIT-LOG.

       CAPTURE-TRANSMISSION.
      *    The file name in the dataset-name field, the sequence,
      *    period and control totals in the aux payload - the chain
      *    itself says what went to the auditors and when.
           MOVE WS-XMIT-FILE TO WS-CAP-FILE-NAME
           MOVE SPACES TO WS-CAP-RECORD-KEY
           MOVE SPACES TO WS-CAP-AUX
           STRING "SEQ=" WS-THIS-SEQ ",PER=" FUNCTION TRIM(WS-PERIOD)
                  ",CNT=" WS-WRITTEN-COUNT ",HT=" WS-KEY-HASH-TOTAL
                  ",RS=" WS-RESEND-OF-SEQ
                  DELIMITED BY SIZE INTO WS-CAP-AUX
           MOVE 0 TO RETURN-CODE
           CALL "METADATA-CAPTURE" USING WS-CAP-OPERATION
               WS-CAP-FILE-NAME WS-CAP-RECORD-KEY WS-CAP-USER
               WS-CAP-JOB-NAME WS-CAP-PROGRAM WS-CAP-COND-CODE
               WS-CAP-AUX
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY "AUDIT-TRANSMIT: WARNING - "
                       FUNCTION TRIM(WS-XMIT-FILE) " written but the "
                       "TRANSMIT capture failed"
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
           UNSTRING LOG-RECORD DELIMITED BY WS-SEARCH-TAG(1:WS-TAG-LEN)
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
      *    Same sweep METADATA-VERIFY runs - without the sanction
      *    list every lawful tombstone would refuse a period.
           MOVE "grep -h REDACTION data/metadata.log "
                & "data/archive/metadata-*.log "
                & "data/redaction-registry.dat 2>/dev/null > "
                & "data/transmit-redact.tmp" TO WS-GREP-COMMAND
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
           MOVE "rm -f data/transmit-redact.tmp" TO WS-GREP-COMMAND
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
