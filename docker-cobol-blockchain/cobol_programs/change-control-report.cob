       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-CONTROL-REPORT.
      *    Nightly unauthorized-change report. The interceptor
      *    digests every step's load module and writes a PROGRAM-
      *    CHANGE record the first time a module with a new digest
      *    runs:
      *        program field  the program
      *        dataset field  PGM=<program> PREV=<old digest, 16>
      *        aux            D=<new digest, 64 hex>
      *    This walks every archived data/archive/metadata-*.log and
      *    the live log in order and sets each PROGRAM-CHANGE of the
      *    day against the approved tickets in data/change-control.dat:
      *        cols  1-12  change ticket
      *        cols 13-20  program pattern (prefix, "*" = any)
      *        cols 21-34  window start, yyyymmdd then hhmmss
      *        cols 35-48  window end, yyyymmdd then hhmmss
      *    and judges it:
      *        APPROVED       a ticket for the program whose window
      *                       holds the moment the new module first
      *                       ran
      *        OUT-OF-WINDOW  tickets for the program, but none open
      *                       then - the first one is reported
      *        NO-TICKET      no ticket for the program at all
      *    The moment judged is the first run, not the promotion -
      *    the load library keeps no promotion date - so a change
      *    promoted inside its window but first run after it closes
      *    is reported for the change manager to sign off.
      *    A row with a blank ticket or pattern, or a window that is
      *    not two yyyymmddhhmmss values in order, is skipped;
      *    CONTROL-CHECK reports it.
      *        argument 1: day to check, yyyymmdd, or ALL for every
      *                    change on record - default the date of
      *                    the first record in data/metadata.log,
      *                    else today
      *    Every NO-TICKET change goes out through METADATA-ALERT as
      *    operation UNAPPROVED-CHANGE, condition "UCH", and every
      *    OUT-OF-WINDOW one as OUT-OF-WINDOW, "OOW" - the job that
      *    ran the module as the job, the module as the program.
      *    Every change is listed in data/change-control-report.txt
      *    with its ticket and both digests. RC=4 when any change was
      *    flagged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METADATA-LOG ASSIGN DYNAMIC WS-SCAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT WORK-LIST ASSIGN TO "data/chgctl-worklist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT CHANGE-CONTROL ASSIGN TO "data/change-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "data/change-control-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  METADATA-LOG.
       01  LOG-RECORD          PIC X(512).

       FD  WORK-LIST.
       01  WORK-LIST-RECORD    PIC X(60).

       FD  CHANGE-CONTROL.
       01  CHANGE-CONTROL-RECORD.
           05  CHG-TICKET          PIC X(12).
           05  CHG-PROGRAM-PATTERN PIC X(8).
           05  CHG-WINDOW-START    PIC X(14).
           05  CHG-WINDOW-END      PIC X(14).

       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-LIST-STATUS      PIC XX.
       01  WS-CTL-STATUS       PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-SCAN-FILE        PIC X(60).
       01  WS-COMMAND          PIC X(200).
       01  WS-RETURN-CODE      PIC S9(9) COMP.
       01  WS-NOW-TS           PIC X(26).

       01  WS-ARG-COUNT        PIC 9(4) VALUE 0.
       01  WS-ARG-VALUE        PIC X(20).
       01  WS-DAY              PIC X(8).

      *    Approved tickets as loaded; unusable rows are left out.
       01  WS-TICKET-TAB.
           05  WS-TICKET-ENTRY OCCURS 500 TIMES.
               10  WS-T-TICKET     PIC X(12).
               10  WS-T-PROGRAM    PIC X(8).
               10  WS-T-START      PIC X(14).
               10  WS-T-END        PIC X(14).
       01  WS-TICKET-COUNT     PIC 9(3) VALUE 0.
       01  WS-TICKET-IDX       PIC 9(3).
       01  WS-TICKET-FOUND     PIC 9(3).
       01  WS-PATTERN-LEN      PIC 9(2).
       01  WS-ROW-MATCH        PIC X.
           88  TICKET-ROW-MATCHED  VALUE "Y".

       01  WS-P-OPERATION      PIC X(20).
       01  WS-P-TIMESTAMP      PIC X(26).
       01  WS-P-FILE-NAME      PIC X(44).
       01  WS-P-JOB-NAME       PIC X(8).
       01  WS-P-PROGRAM        PIC X(8).
       01  WS-P-AUX            PIC X(80).
       01  WS-P-FILE-HEAD      PIC X(44).
       01  WS-P-PREV-DIGEST    PIC X(16).
       01  WS-P-NEW-DIGEST     PIC X(16).

      *    Judging one change.
       01  WS-VERDICT          PIC X(13).
       01  WS-CHANGE-TS        PIC X(14).
       01  WS-TICKET-TEXT      PIC X(12).

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(80).

       01  WS-CHANGE-COUNT     PIC 9(5) VALUE 0.
       01  WS-APPROVED-COUNT   PIC 9(5) VALUE 0.
       01  WS-NO-TICKET-COUNT  PIC 9(5) VALUE 0.
       01  WS-WINDOW-COUNT     PIC 9(5) VALUE 0.
       01  WS-SKIPPED-ROWS     PIC 9(5) VALUE 0.

      *    Arguments for the alert call - layouts match METADATA-
      *    ALERT's LINKAGE SECTION exactly.
       01  WS-ALERT-JOB        PIC X(8).
       01  WS-ALERT-PROGRAM    PIC X(8).
       01  WS-ALERT-OPERATION  PIC X(20).
       01  WS-ALERT-COND       PIC X(4).
       01  WS-ALERT-USER       PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           ACCEPT WS-ALERT-USER FROM ENVIRONMENT "USER"
           PERFORM CHOOSE-DAY
           PERFORM LOAD-CHANGE-CONTROL
           PERFORM OPEN-CHANGE-REPORT

           MOVE "ls data/archive/metadata-*.log 2>/dev/null | sort "
                & "> data/chgctl-worklist.tmp" TO WS-COMMAND
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

           MOVE "rm -f data/chgctl-worklist.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           MOVE "data/metadata.log" TO WS-SCAN-FILE
           PERFORM SCAN-ONE-FILE

           PERFORM CLOSE-CHANGE-REPORT
           DISPLAY "CHANGE-CONTROL-REPORT: day " WS-DAY " - "
                   WS-CHANGE-COUNT " program change(s), "
                   WS-NO-TICKET-COUNT " without a ticket, "
                   WS-WINDOW-COUNT " outside the window - "
                   "data/change-control-report.txt"
           IF WS-NO-TICKET-COUNT > 0 OR WS-WINDOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHOOSE-DAY.
           MOVE SPACES TO WS-DAY
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:8)) TO WS-DAY
           END-IF
           IF WS-DAY = "ALL"
               EXIT PARAGRAPH
           END-IF

           IF WS-DAY = SPACES
               MOVE "data/metadata.log" TO WS-SCAN-FILE
               OPEN INPUT METADATA-LOG
               IF WS-LOG-STATUS = "00"
                   READ METADATA-LOG
                       NOT AT END
                           MOVE '"timestamp":"' TO WS-SEARCH-TAG
                           PERFORM FIND-TAG-VALUE
                           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-DAY
                   END-READ
                   CLOSE METADATA-LOG
               END-IF
           END-IF
           IF WS-DAY = SPACES
               MOVE WS-NOW-TS(1:8) TO WS-DAY
           END-IF
           IF WS-DAY IS NOT NUMERIC
               DISPLAY "CHANGE-CONTROL-REPORT: day must be yyyymmdd "
                       "or ALL, got " WS-DAY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CHANGE-CONTROL.
           OPEN INPUT CHANGE-CONTROL
           IF WS-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTL-STATUS NOT = "00"
               READ CHANGE-CONTROL
                   AT END
                       MOVE "10" TO WS-CTL-STATUS
                   NOT AT END
                       IF CHANGE-CONTROL-RECORD NOT = SPACES
                           PERFORM NOTE-TICKET-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-CONTROL.

       NOTE-TICKET-ROW.
      *    CONTROL-CHECK reports the rows dropped here.
           IF CHG-TICKET = SPACES OR CHG-PROGRAM-PATTERN = SPACES
                   OR CHG-WINDOW-START IS NOT NUMERIC
                   OR CHG-WINDOW-END IS NOT NUMERIC
                   OR CHG-WINDOW-START > CHG-WINDOW-END
               ADD 1 TO WS-SKIPPED-ROWS
               EXIT PARAGRAPH
           END-IF
           IF WS-TICKET-COUNT >= 500
               ADD 1 TO WS-SKIPPED-ROWS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TICKET-COUNT
           MOVE CHG-TICKET TO WS-T-TICKET(WS-TICKET-COUNT)
           MOVE CHG-PROGRAM-PATTERN TO WS-T-PROGRAM(WS-TICKET-COUNT)
           MOVE CHG-WINDOW-START TO WS-T-START(WS-TICKET-COUNT)
           MOVE CHG-WINDOW-END TO WS-T-END(WS-TICKET-COUNT).

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
           MOVE '"operation":"' TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           IF WS-EXTRACTED-VALUE(1:20) NOT = "PROGRAM-CHANGE"
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-LOG-RECORD
           IF WS-DAY NOT = "ALL"
                   AND WS-P-TIMESTAMP(1:8) NOT = WS-DAY
               EXIT PARAGRAPH
           END-IF
           PERFORM JUDGE-PROGRAM-CHANGE.

       JUDGE-PROGRAM-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT
           MOVE WS-P-TIMESTAMP(1:14) TO WS-CHANGE-TS
           PERFORM FIND-TICKET
           EVALUATE TRUE
               WHEN WS-VERDICT = "APPROVED"
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN WS-VERDICT = "OUT-OF-WINDOW"
                   ADD 1 TO WS-WINDOW-COUNT
                   MOVE "OUT-OF-WINDOW" TO WS-ALERT-OPERATION
                   MOVE "OOW" TO WS-ALERT-COND
               WHEN OTHER
                   ADD 1 TO WS-NO-TICKET-COUNT
                   MOVE "UNAPPROVED-CHANGE" TO WS-ALERT-OPERATION
                   MOVE "UCH" TO WS-ALERT-COND
           END-EVALUATE
           PERFORM WRITE-CHANGE-LINE

           IF WS-VERDICT NOT = "APPROVED"
               MOVE WS-P-JOB-NAME TO WS-ALERT-JOB
               MOVE WS-P-PROGRAM TO WS-ALERT-PROGRAM
               CALL "METADATA-ALERT" USING WS-ALERT-JOB
                   WS-ALERT-PROGRAM WS-ALERT-OPERATION
                   WS-ALERT-COND WS-ALERT-USER
               END-CALL
           END-IF.

       FIND-TICKET.
      *    The first ticket for the program whose window holds the
      *    change approves it; failing that, the first ticket for
      *    the program at all is the one reported as missed.
           MOVE "NO-TICKET" TO WS-VERDICT
           MOVE 0 TO WS-TICKET-FOUND
           PERFORM VARYING WS-TICKET-IDX FROM 1 BY 1
                   UNTIL WS-TICKET-IDX > WS-TICKET-COUNT
               PERFORM MATCH-TICKET-ROW
               IF TICKET-ROW-MATCHED
                   IF WS-CHANGE-TS >= WS-T-START(WS-TICKET-IDX)
                           AND WS-CHANGE-TS <= WS-T-END(WS-TICKET-IDX)
                       MOVE "APPROVED" TO WS-VERDICT
                       MOVE WS-TICKET-IDX TO WS-TICKET-FOUND
                       EXIT PERFORM
                   END-IF
                   IF WS-TICKET-FOUND = 0
                       MOVE "OUT-OF-WINDOW" TO WS-VERDICT
                       MOVE WS-TICKET-IDX TO WS-TICKET-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       MATCH-TICKET-ROW.
           MOVE "N" TO WS-ROW-MATCH
           IF FUNCTION TRIM(WS-T-PROGRAM(WS-TICKET-IDX)) NOT = "*"
               COMPUTE WS-PATTERN-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-T-PROGRAM(WS-TICKET-IDX)))
               IF WS-P-PROGRAM(1:WS-PATTERN-LEN) NOT =
                       WS-T-PROGRAM(WS-TICKET-IDX)(1:WS-PATTERN-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO WS-ROW-MATCH.

       OPEN-CHANGE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "CHANGE-CONTROL-REPORT: cannot open "
                       "data/change-control-report.txt, status="
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "CHANGE-CONTROL REPORT   day " WS-DAY
                  "   run " WS-NOW-TS(1:8) "-" WS-NOW-TS(9:6)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "VERDICT       TICKET       PROGRAM  JOB      "
               & "FIRST RUN        PREVIOUS MODULE  NEW MODULE"
               TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-CHANGE-LINE.
           IF WS-TICKET-FOUND = 0
               MOVE "(none)" TO WS-TICKET-TEXT
           ELSE
               MOVE WS-T-TICKET(WS-TICKET-FOUND) TO WS-TICKET-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-VERDICT " " WS-TICKET-TEXT " "
                  WS-P-PROGRAM " " WS-P-JOB-NAME " "
                  WS-CHANGE-TS(1:8) "-" WS-CHANGE-TS(9:6) "  "
                  WS-P-PREV-DIGEST " " WS-P-NEW-DIGEST
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

      *    A missed window gets the window, so the change manager
      *    can see how far outside it the module first ran.
           IF WS-VERDICT = "OUT-OF-WINDOW"
               MOVE SPACES TO REPORT-LINE
               STRING "              window of "
                      FUNCTION TRIM(WS-TICKET-TEXT) " is "
                      WS-T-START(WS-TICKET-FOUND)(1:8) "-"
                      WS-T-START(WS-TICKET-FOUND)(9:6) " to "
                      WS-T-END(WS-TICKET-FOUND)(1:8) "-"
                      WS-T-END(WS-TICKET-FOUND)(9:6)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CLOSE-CHANGE-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Program changes: " WS-CHANGE-COUNT
                  "   approved: " WS-APPROVED-COUNT
                  "   no ticket: " WS-NO-TICKET-COUNT
                  "   outside window: " WS-WINDOW-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SKIPPED-ROWS > 0
               MOVE SPACES TO REPORT-LINE
               STRING WS-SKIPPED-ROWS " change-control row(s) "
                      "unusable and skipped - see CONTROL-CHECK"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

       PARSE-LOG-RECORD.
           MOVE SPACES TO WS-P-OPERATION WS-P-TIMESTAMP
                          WS-P-FILE-NAME WS-P-JOB-NAME WS-P-PROGRAM
                          WS-P-AUX WS-P-FILE-HEAD WS-P-PREV-DIGEST
                          WS-P-NEW-DIGEST

           MOVE '"operation":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:20) TO WS-P-OPERATION

           MOVE '"timestamp":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:26) TO WS-P-TIMESTAMP

           MOVE '"job":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-P-JOB-NAME

           MOVE '"program":"'     TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-P-PROGRAM

           MOVE '"file":"'        TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:44) TO WS-P-FILE-NAME
           UNSTRING WS-P-FILE-NAME DELIMITED BY " PREV="
               INTO WS-P-FILE-HEAD WS-P-PREV-DIGEST
           END-UNSTRING

      *    Only the head of each digest is printed - enough to tell
      *    the versions apart and to find them in the history file.
           MOVE '"aux":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-AUX
           IF WS-P-AUX(1:2) = "D="
               MOVE WS-P-AUX(3:16) TO WS-P-NEW-DIGEST
           END-IF.

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
