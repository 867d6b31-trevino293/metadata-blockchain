       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINGERPRINT-VERIFY.
      *    Out-of-band modification check for the fingerprinted
      *    datasets. The chain proves a job touched MASTER.ACCOUNTS;
      *    it says nothing about a hand-patch made outside any job, or
      *    a copy-over from a test region. For each dataset in data/
      *    fingerprint-control.dat the interceptor digests the file
      *    (DATASET-DIGEST) whenever it captures a write and carries
      *    the digest on the capture after the step's volumes, aux
      *    "R=<records>,B=<bytes>,D=<digest>" with the leading 48 hex
      *    of the digest at column 30 (a capture from before the
      *    volumes were kept, "R=<records>,D=<64 hex>", still reads).
      *    Digests are compared on those leading 48 hex.
      *    This walks every archived data/archive/metadata-*.log and
      *    the live log for each dataset's LAST captured write,
      *    digests the file again, and compares:
      *        MATCH       the file is as the last captured write
      *                    left it
      *        CHANGED     the digest differs with no captured write
      *                    since - the file was changed outside the
      *                    batch
      *        MISSING     the file cannot be opened at all - deleted
      *                    or renamed outside the batch
      *        REPORTED    CHANGED or MISSING, and already on the
      *                    chain as a TAMPER record for this same
      *                    content since the last write - not raised
      *                    again every night
      *        NO-WRITE    no captured write of the dataset in the
      *                    logs - nothing to compare against yet
      *        NO-DIGEST   the last captured write carries no digest
      *                    (it predates the dataset's fingerprint row,
      *                    or the file could not be read then)
      *    Each new CHANGED or MISSING is captured through METADATA-
      *    CAPTURE as a TAMPER record:
      *        dataset field  the dataset name
      *        aux            R=<records>,B=,D=<digest found now>
      *                       in the interceptor's layout, B= blank
      *                       (D=MISSING when the file is gone)
      *    and raised through METADATA-ALERT (operation TAMPER,
      *    condition "TAMP", the last writer as the job, so the
      *    dataset's owners are routed to). The next captured write
      *    of the dataset is the new baseline.
      *    Report data/fingerprint-verify-report.txt lists every
      *    dataset with the digest written and the digest found.
      *    RC=8 when any dataset was CHANGED, MISSING or REPORTED,
      *    RC=4 when any could not be judged (NO-WRITE, NO-DIGEST),
      *    RC=16 when the report cannot be written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METADATA-LOG ASSIGN DYNAMIC WS-SCAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT WORK-LIST ASSIGN TO "data/fpverify-worklist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT FINGERPRINT-CONTROL
               ASSIGN TO "data/fingerprint-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPCTL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "data/fingerprint-verify-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  METADATA-LOG.
       01  LOG-RECORD          PIC X(512).

       FD  WORK-LIST.
       01  WORK-LIST-RECORD    PIC X(60).

       FD  FINGERPRINT-CONTROL.
       01  FINGERPRINT-CONTROL-RECORD.
           05  FPR-DATASET         PIC X(44).
           05  FPR-FILE-PATH       PIC X(76).

       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-LIST-STATUS      PIC XX.
       01  WS-FPCTL-STATUS     PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-SCAN-FILE        PIC X(60).
       01  WS-COMMAND          PIC X(200).
       01  WS-RETURN-CODE      PIC S9(9) COMP.
       01  WS-NOW-TS           PIC X(26).

      *    One row per fingerprinted dataset, in table order: its
      *    last captured write, and the last TAMPER raised since.
       01  WS-DATASET-TAB.
           05  WS-DATASET-ENTRY OCCURS 50 TIMES.
               10  WS-D-DATASET        PIC X(44).
               10  WS-D-FILE-PATH      PIC X(76).
               10  WS-D-WRITE-TS       PIC X(26).
               10  WS-D-WRITE-JOB      PIC X(8).
               10  WS-D-WRITE-KEY      PIC X(20).
               10  WS-D-WRITE-COUNT    PIC X(9).
               10  WS-D-WRITE-DIGEST   PIC X(48).
               10  WS-D-TAMPER-DIGEST  PIC X(48).
               10  WS-D-NOW-COUNT      PIC 9(9).
               10  WS-D-NOW-DIGEST     PIC X(64).
               10  WS-D-VERDICT        PIC X(10).
       01  WS-DATASET-COUNT    PIC 9(4) VALUE 0.
       01  WS-DATASET-IDX      PIC 9(4).
       01  WS-FOUND-IDX        PIC 9(4).
       01  WS-TAB-FULL         PIC X VALUE "N".
           88  TAB-FULL-WARNED     VALUE "Y".

       01  WS-P-OPERATION      PIC X(20).
       01  WS-P-TIMESTAMP      PIC X(26).
       01  WS-P-FILE-NAME      PIC X(44).
       01  WS-P-JOB-NAME       PIC X(8).
       01  WS-P-RECORD-ID      PIC X(20).
       01  WS-P-AUX            PIC X(80).
       01  WS-NEW-TALLY        PIC 9(4).
       01  WS-IS-WRITE         PIC X.
           88  RECORD-IS-WRITE     VALUE "Y".

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(80).

       01  WS-DIGEST-RESULT    PIC X.
       01  WS-AUX-DIGEST       PIC X(48).
       01  WS-TIME-TEXT        PIC X(17).
       01  WS-COUNT-TEXT       PIC X(9).

       01  WS-MATCH-COUNT      PIC 9(4) VALUE 0.
       01  WS-TAMPER-COUNT     PIC 9(4) VALUE 0.
       01  WS-REPORTED-COUNT   PIC 9(4) VALUE 0.
       01  WS-UNJUDGED-COUNT   PIC 9(4) VALUE 0.
       01  WS-FAILED           PIC 9(4) VALUE 0.

      *    Arguments for METADATA-CAPTURE - layouts match its
      *    LINKAGE SECTION exactly.
       01  WS-CAP-OPERATION    PIC X(20) VALUE "TAMPER".
       01  WS-CAP-FILE-NAME    PIC X(44).
       01  WS-CAP-RECORD-KEY   PIC X(20).
       01  WS-CAP-USER         PIC X(10).
       01  WS-CAP-JOB-NAME     PIC X(8) VALUE "FPVERIFY".
       01  WS-CAP-PROGRAM      PIC X(8) VALUE "FPVERIFY".
       01  WS-CAP-COND-CODE    PIC X(4) VALUE "0000".
       01  WS-CAP-AUX          PIC X(80).

      *    Arguments for the alert call - layouts match METADATA-
      *    ALERT's LINKAGE SECTION exactly.
       01  WS-ALERT-JOB        PIC X(8).
       01  WS-ALERT-PROGRAM    PIC X(8) VALUE "FPVERIFY".
       01  WS-ALERT-OPERATION  PIC X(20) VALUE "TAMPER".
       01  WS-ALERT-COND       PIC X(4) VALUE "TAMP".
       01  WS-ALERT-USER       PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           ACCEPT WS-CAP-USER FROM ENVIRONMENT "USER"
           MOVE WS-CAP-USER TO WS-ALERT-USER

           PERFORM LOAD-FINGERPRINT-CONTROL
           IF WS-DATASET-COUNT = 0
               DISPLAY "FINGERPRINT-VERIFY: no datasets in "
                       "data/fingerprint-control.dat - nothing to "
                       "verify"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "ls data/archive/metadata-*.log 2>/dev/null | sort "
                & "> data/fpverify-worklist.tmp" TO WS-COMMAND
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
                               PERFORM SCAN-ONE-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-LIST
           END-IF

           MOVE "rm -f data/fpverify-worklist.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

      *    The live log last, so its writes are the latest.
           MOVE "data/metadata.log" TO WS-SCAN-FILE
           PERFORM SCAN-ONE-FILE

           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FINGERPRINT-VERIFY: cannot open "
                       "data/fingerprint-verify-report.txt, status="
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-DATASET-IDX FROM 1 BY 1
                   UNTIL WS-DATASET-IDX > WS-DATASET-COUNT
               PERFORM VERIFY-ONE-DATASET
               PERFORM WRITE-DATASET-LINES
           END-PERFORM
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE

           DISPLAY "FINGERPRINT-VERIFY: " WS-DATASET-COUNT
                   " dataset(s), " WS-MATCH-COUNT " match, "
                   WS-TAMPER-COUNT " tampered, " WS-REPORTED-COUNT
                   " already reported, " WS-UNJUDGED-COUNT
                   " not judged - data/fingerprint-verify-report.txt"
           EVALUATE TRUE
               WHEN WS-TAMPER-COUNT > 0 OR WS-REPORTED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNJUDGED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LOAD-FINGERPRINT-CONTROL.
      *    The interceptor's reading: the first row for a dataset
      *    wins, a row with no path is never digested.
           OPEN INPUT FINGERPRINT-CONTROL
           IF WS-FPCTL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FPCTL-STATUS = "10"
               READ FINGERPRINT-CONTROL
                   AT END
                       MOVE "10" TO WS-FPCTL-STATUS
                   NOT AT END
                       IF FPR-DATASET NOT = SPACES
                               AND FPR-FILE-PATH NOT = SPACES
                           MOVE FPR-DATASET TO WS-P-FILE-NAME
                           PERFORM FIND-DATASET-ROW
                           IF WS-FOUND-IDX = 0
                               PERFORM ADD-DATASET-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINGERPRINT-CONTROL.

       ADD-DATASET-ROW.
           IF WS-DATASET-COUNT >= 50
               IF NOT TAB-FULL-WARNED
                   DISPLAY "FINGERPRINT-VERIFY: more than 50 "
                           "fingerprinted datasets - the rest are not "
                           "verified"
                   MOVE "Y" TO WS-TAB-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DATASET-COUNT
           MOVE SPACES TO WS-DATASET-ENTRY(WS-DATASET-COUNT)
           MOVE FPR-DATASET TO WS-D-DATASET(WS-DATASET-COUNT)
           MOVE FPR-FILE-PATH TO WS-D-FILE-PATH(WS-DATASET-COUNT)
           MOVE 0 TO WS-D-NOW-COUNT(WS-DATASET-COUNT).

       FIND-DATASET-ROW.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-DATASET-IDX FROM 1 BY 1
                   UNTIL WS-DATASET-IDX > WS-DATASET-COUNT
               IF WS-D-DATASET(WS-DATASET-IDX) = WS-P-FILE-NAME
                   MOVE WS-DATASET-IDX TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SCAN-ONE-FILE.
           OPEN INPUT METADATA-LOG
           IF WS-LOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOG-STATUS = "10"
               READ METADATA-LOG
                   AT END
                       MOVE "10" TO WS-LOG-STATUS
                   NOT AT END
                       PERFORM NOTE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE METADATA-LOG.

       NOTE-ONE-RECORD.
           PERFORM PARSE-LOG-RECORD
           IF WS-P-FILE-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DATASET-ROW
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF

      *    A TAMPER already raised since the last write remembers the
      *    content it was raised for.
           IF WS-P-OPERATION = "TAMPER"
               PERFORM PICK-AUX-DIGEST
               MOVE WS-AUX-DIGEST TO WS-D-TAMPER-DIGEST(WS-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF

      *    METADATA-LINEAGE's DISP rule: NEW anywhere, or MOD, wrote
      *    the dataset. Every write is a new baseline, digested or
      *    not, and clears any TAMPER raised before it.
           MOVE "N" TO WS-IS-WRITE
           MOVE 0 TO WS-NEW-TALLY
           INSPECT WS-P-OPERATION TALLYING WS-NEW-TALLY
               FOR ALL "NEW"
           IF WS-NEW-TALLY > 0 OR WS-P-OPERATION(1:4) = "MOD "
                   OR WS-P-OPERATION(1:4) = "(MOD"
               MOVE "Y" TO WS-IS-WRITE
           END-IF
           IF NOT RECORD-IS-WRITE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-P-TIMESTAMP TO WS-D-WRITE-TS(WS-FOUND-IDX)
           MOVE WS-P-JOB-NAME  TO WS-D-WRITE-JOB(WS-FOUND-IDX)
           MOVE WS-P-RECORD-ID TO WS-D-WRITE-KEY(WS-FOUND-IDX)
           MOVE SPACES TO WS-D-WRITE-COUNT(WS-FOUND-IDX)
                          WS-D-WRITE-DIGEST(WS-FOUND-IDX)
                          WS-D-TAMPER-DIGEST(WS-FOUND-IDX)
           PERFORM PICK-AUX-DIGEST
           IF WS-AUX-DIGEST NOT = SPACES
               MOVE WS-P-AUX(3:9) TO WS-D-WRITE-COUNT(WS-FOUND-IDX)
               MOVE WS-AUX-DIGEST TO WS-D-WRITE-DIGEST(WS-FOUND-IDX)
           END-IF.

       PICK-AUX-DIGEST.
      *    Positional, as the interceptor writes it: ",D=" after the
      *    twelve B= digits, or straight after R= on a capture from
      *    before volumes rode along. Only the leading 48 hex count.
           MOVE SPACES TO WS-AUX-DIGEST
           IF WS-P-AUX(1:2) NOT = "R="
               EXIT PARAGRAPH
           END-IF
           IF WS-P-AUX(27:3) = ",D="
               MOVE WS-P-AUX(30:48) TO WS-AUX-DIGEST
           ELSE
               IF WS-P-AUX(12:3) = ",D="
                   MOVE WS-P-AUX(15:48) TO WS-AUX-DIGEST
               END-IF
           END-IF.

       VERIFY-ONE-DATASET.
           IF WS-D-WRITE-TS(WS-DATASET-IDX) = SPACES
               MOVE "NO-WRITE" TO WS-D-VERDICT(WS-DATASET-IDX)
               ADD 1 TO WS-UNJUDGED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-D-WRITE-DIGEST(WS-DATASET-IDX) = SPACES
               MOVE "NO-DIGEST" TO WS-D-VERDICT(WS-DATASET-IDX)
               ADD 1 TO WS-UNJUDGED-COUNT
               EXIT PARAGRAPH
           END-IF

           CALL "DATASET-DIGEST" USING WS-D-FILE-PATH(WS-DATASET-IDX)
               WS-D-NOW-DIGEST(WS-DATASET-IDX)
               WS-D-NOW-COUNT(WS-DATASET-IDX) WS-DIGEST-RESULT
           END-CALL
           IF WS-DIGEST-RESULT NOT = "Y"
               MOVE "MISSING" TO WS-D-VERDICT(WS-DATASET-IDX)
               MOVE "MISSING" TO WS-D-NOW-DIGEST(WS-DATASET-IDX)
           ELSE
               IF WS-D-NOW-DIGEST(WS-DATASET-IDX)(1:48)
                       = WS-D-WRITE-DIGEST(WS-DATASET-IDX)
                   MOVE "MATCH" TO WS-D-VERDICT(WS-DATASET-IDX)
                   ADD 1 TO WS-MATCH-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE "CHANGED" TO WS-D-VERDICT(WS-DATASET-IDX)
           END-IF

           IF WS-D-TAMPER-DIGEST(WS-DATASET-IDX)
                   = WS-D-NOW-DIGEST(WS-DATASET-IDX)(1:48)
               MOVE "REPORTED" TO WS-D-VERDICT(WS-DATASET-IDX)
               ADD 1 TO WS-REPORTED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TAMPER-COUNT
           PERFORM CAPTURE-TAMPER.

       CAPTURE-TAMPER.
           MOVE SPACES TO WS-CAP-FILE-NAME WS-CAP-RECORD-KEY
                          WS-CAP-AUX
           MOVE WS-D-DATASET(WS-DATASET-IDX) TO WS-CAP-FILE-NAME
           STRING "R=" WS-D-NOW-COUNT(WS-DATASET-IDX) ",B="
                  DELIMITED BY SIZE INTO WS-CAP-AUX
           STRING ",D=" WS-D-NOW-DIGEST(WS-DATASET-IDX)(1:48)
                  DELIMITED BY SIZE INTO WS-CAP-AUX(27:54)
           MOVE 0 TO RETURN-CODE
           CALL "METADATA-CAPTURE" USING WS-CAP-OPERATION
               WS-CAP-FILE-NAME WS-CAP-RECORD-KEY WS-CAP-USER
               WS-CAP-JOB-NAME WS-CAP-PROGRAM WS-CAP-COND-CODE
               WS-CAP-AUX
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY "FINGERPRINT-VERIFY: TAMPER capture failed for "
                       FUNCTION TRIM(WS-D-DATASET(WS-DATASET-IDX))
               ADD 1 TO WS-FAILED
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE WS-D-WRITE-JOB(WS-DATASET-IDX) TO WS-ALERT-JOB
           CALL "METADATA-ALERT" USING WS-ALERT-JOB
               WS-ALERT-PROGRAM WS-ALERT-OPERATION
               WS-ALERT-COND WS-ALERT-USER
           END-CALL.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "FINGERPRINT-VERIFY REPORT   run "
                  WS-NOW-TS(1:8) "-" WS-NOW-TS(9:6)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "VERDICT    DATASET                                  "
               & "    LAST WRITE JOB / TIME         RECORD KEY"
               TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-DATASET-LINES.
           MOVE SPACES TO WS-TIME-TEXT
           IF WS-D-WRITE-TS(WS-DATASET-IDX) NOT = SPACES
               STRING WS-D-WRITE-TS(WS-DATASET-IDX)(1:8) " "
                      WS-D-WRITE-TS(WS-DATASET-IDX)(9:2) ":"
                      WS-D-WRITE-TS(WS-DATASET-IDX)(11:2) ":"
                      WS-D-WRITE-TS(WS-DATASET-IDX)(13:2)
                      DELIMITED BY SIZE INTO WS-TIME-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-D-VERDICT(WS-DATASET-IDX) " "
                  WS-D-DATASET(WS-DATASET-IDX) " "
                  WS-D-WRITE-JOB(WS-DATASET-IDX) " "
                  WS-TIME-TEXT "  "
                  WS-D-WRITE-KEY(WS-DATASET-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-D-WRITE-DIGEST(WS-DATASET-IDX) NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "           written  R="
                      WS-D-WRITE-COUNT(WS-DATASET-IDX)
                      " D=" WS-D-WRITE-DIGEST(WS-DATASET-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-D-VERDICT(WS-DATASET-IDX) = "CHANGED"
                   OR WS-D-VERDICT(WS-DATASET-IDX) = "MISSING"
                   OR WS-D-VERDICT(WS-DATASET-IDX) = "REPORTED"
               MOVE WS-D-NOW-COUNT(WS-DATASET-IDX) TO WS-COUNT-TEXT
               MOVE SPACES TO REPORT-LINE
               STRING "           found    R=" WS-COUNT-TEXT
                      " D=" WS-D-NOW-DIGEST(WS-DATASET-IDX)(1:48)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "           file     "
                      FUNCTION TRIM(WS-D-FILE-PATH(WS-DATASET-IDX))
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Datasets: " WS-DATASET-COUNT
                  "   match: " WS-MATCH-COUNT
                  "   tampered: " WS-TAMPER-COUNT
                  "   already reported: " WS-REPORTED-COUNT
                  "   not judged: " WS-UNJUDGED-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FAILED > 0
               MOVE SPACES TO REPORT-LINE
               STRING WS-FAILED " TAMPER record(s) could not be "
                      "captured - alerts were still raised"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF TAB-FULL-WARNED
               MOVE "More than 50 fingerprinted datasets - the report "
                   & "is incomplete" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PARSE-LOG-RECORD.
           MOVE SPACES TO WS-P-OPERATION WS-P-TIMESTAMP
                          WS-P-FILE-NAME WS-P-JOB-NAME
                          WS-P-RECORD-ID WS-P-AUX

           MOVE '"operation":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:20) TO WS-P-OPERATION

           MOVE '"timestamp":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:26) TO WS-P-TIMESTAMP

           MOVE '"record_id":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:20) TO WS-P-RECORD-ID

           MOVE '"job":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-P-JOB-NAME

           MOVE '"file":"'        TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:44) TO WS-P-FILE-NAME

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
