      *    metadata-*.log and the live log and reports, per
      *    department:
      *        - total capture volume on record
      *        - this fiscal month's captures vs last fiscal
      *          month's (the month-over-month movement), with the
      *          period boundaries taken from the business calendar
      *          through CALENDAR-CHECK - plain calendar months
      *          wherever the calendar names no fiscal period
      *        - sensitive-dataset touches, by the same patterns
      *          ACCESS-REVIEW uses (data/sensitive-control.dat,
      *          with the MASTER./CUSTOMER built-ins when absent;
      *          the dataset master catalog's classification wins
      *          wherever a data owner has set one)
      *        - ABEND/FAILURE incident counts
      *        - reruns, and the captures a restart repeated from
      *          the abended run it replaces (REPROCESSED) - paired
      *          through RERUN-CHECK and NOT billed again: an abend
      *          and its restart are one logical run, charged once
      *    The job-to-department mapping lives in
      *    data/dept-control.dat - PARMLIB-style, like
      *    sla-control.dat:
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENSCTL-STATUS.

           SELECT DATASET-MASTER ASSIGN TO "data/dataset-master.ksds"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSM-DATASET-NAME
               FILE STATUS IS WS-DSM-STATUS.

           SELECT WORK-LIST ASSIGN TO "data/chargeback-worklist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
       01  SENSITIVE-CONTROL-RECORD.
           05  SCR-PATTERN     PIC X(44).

       FD  DATASET-MASTER.
           COPY "dataset-master.cpy".

       FD  WORK-LIST.
       01  WORK-LIST-RECORD    PIC X(60).

       01  WS-LOG-STATUS       PIC XX.
       01  WS-DEPTCTL-STATUS   PIC XX.
       01  WS-SENSCTL-STATUS   PIC XX.
       01  WS-DSM-STATUS       PIC XX.
       01  WS-MASTER-OPEN      PIC X VALUE "N".
           88  CATALOG-AVAILABLE   VALUE "Y".
       01  WS-LIST-STATUS      PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-SCAN-FILE        PIC X(60).
               10  WS-D-PRI-MONTH  PIC 9(7).
               10  WS-D-SENSITIVE  PIC 9(7).
               10  WS-D-INCIDENTS  PIC 9(7).
               10  WS-D-REPROCESS  PIC 9(7).
               10  WS-D-RERUNS     PIC 9(7).
       01  WS-DEPT-COUNT       PIC 9(4) VALUE 0.
       01  WS-DEPT-IDX         PIC 9(4).
       01  WS-DEPT-FOUND       PIC 9(4).

       01  WS-NOW-TS           PIC X(26).
       01  WS-CUR-MONTH        PIC X(6).
       01  WS-CUR-START        PIC X(8).
       01  WS-CUR-END          PIC X(8).
       01  WS-PRI-MONTH        PIC X(6).
       01  WS-PRI-START        PIC X(8).
       01  WS-PRI-END          PIC X(8).
       01  WS-DATE-NUM         PIC 9(8).
       01  WS-DAY-INT          PIC 9(8).

      *    Arguments for CALENDAR-CHECK.
       01  WS-CAL-DATE         PIC X(8).
       01  WS-CAL-DAY-TYPE     PIC X.
       01  WS-CAL-PERIOD       PIC X(4).

       01  WS-P-OPERATION      PIC X(20).
       01  WS-P-FILE-NAME      PIC X(44).
       01  WS-P-JOB-NAME       PIC X(8).
       01  WS-P-TIMESTAMP      PIC X(26).
       01  WS-RERUN-RESULT     PIC X.
           88  RERUN-RECORD        VALUE "R".
           88  REPROCESSED-CAPTURE VALUE "D".

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           PERFORM COMPUTE-FISCAL-MONTHS

           PERFORM READ-DEPT-CONTROL
           IF WS-MAP-COUNT = 0
               STOP RUN
           END-IF
           PERFORM READ-SENSITIVE-CONTROL
           PERFORM OPEN-DATASET-MASTER

           MOVE "ls data/archive/metadata-*.log 2>/dev/null | sort "
                & "> data/chargeback-worklist.tmp" TO WS-COMMAND
                   " record(s), " WS-DEPT-COUNT " department(s), "
                   WS-UNMAP-COUNT " unmapped job(s) - "
                   "data/chargeback-report.txt"
           IF CATALOG-AVAILABLE
               CLOSE DATASET-MASTER
           END-IF
           STOP RUN.

       COMPUTE-FISCAL-MONTHS.
      *    This fiscal month is the one today falls in; last fiscal
      *    month is the one holding the day before it started.
           MOVE WS-NOW-TS(1:8) TO WS-CAL-DATE
           CALL "CALENDAR-CHECK" USING WS-CAL-DATE WS-CAL-DAY-TYPE
               WS-CAL-PERIOD WS-CUR-MONTH WS-CUR-START WS-CUR-END
           MOVE WS-CUR-START TO WS-DATE-NUM
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-DATE-NUM TO WS-CAL-DATE
           CALL "CALENDAR-CHECK" USING WS-CAL-DATE WS-CAL-DAY-TYPE
               WS-CAL-PERIOD WS-PRI-MONTH WS-PRI-START WS-PRI-END.

       READ-DEPT-CONTROL.
           MOVE 0 TO WS-MAP-COUNT
               CLOSE DEPT-CONTROL
           END-IF.

       OPEN-DATASET-MASTER.
      *    A classification a data owner has set in the dataset
      *    master decides; the pattern list covers whatever is not
      *    yet classified, and everything when there is no catalog.
           MOVE "N" TO WS-MASTER-OPEN
           OPEN INPUT DATASET-MASTER
           IF WS-DSM-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF.

       READ-SENSITIVE-CONTROL.
      *    Same table and same built-in fallback ACCESS-REVIEW uses,
      *    so "sensitive" means the same thing on the chargeback as
           IF WS-P-JOB-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
      *    Every record goes through the pairing, mapped or not, so
      *    RERUN-CHECK sees each job's runs whole.
           CALL "RERUN-CHECK" USING WS-P-JOB-NAME WS-P-OPERATION
               WS-P-FILE-NAME WS-P-TIMESTAMP WS-RERUN-RESULT
           END-CALL
           PERFORM MAP-JOB-TO-DEPT
           IF WS-MAPPED-DEPT = SPACES
               PERFORM NOTE-UNMAPPED-JOB
               MOVE 0 TO WS-D-PRI-MONTH(WS-DEPT-FOUND)
               MOVE 0 TO WS-D-SENSITIVE(WS-DEPT-FOUND)
               MOVE 0 TO WS-D-INCIDENTS(WS-DEPT-FOUND)
               MOVE 0 TO WS-D-REPROCESS(WS-DEPT-FOUND)
               MOVE 0 TO WS-D-RERUNS(WS-DEPT-FOUND)
           END-IF
           IF WS-DEPT-FOUND = 0
               EXIT PARAGRAPH
           END-IF

      *    The rerun is shown, not charged; the work it repeated was
      *    already billed with the run that abended.
           IF RERUN-RECORD
               ADD 1 TO WS-D-RERUNS(WS-DEPT-FOUND)
               EXIT PARAGRAPH
           END-IF
           IF REPROCESSED-CAPTURE
               ADD 1 TO WS-D-REPROCESS(WS-DEPT-FOUND)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-D-CAPTURES(WS-DEPT-FOUND)
           IF WS-P-TIMESTAMP(1:8) NOT < WS-CUR-START
                   AND WS-P-TIMESTAMP(1:8) NOT > WS-CUR-END
               ADD 1 TO WS-D-CUR-MONTH(WS-DEPT-FOUND)
           END-IF
           IF WS-P-TIMESTAMP(1:8) NOT < WS-PRI-START
                   AND WS-P-TIMESTAMP(1:8) NOT > WS-PRI-END
               ADD 1 TO WS-D-PRI-MONTH(WS-DEPT-FOUND)
           END-IF
           IF WS-P-OPERATION = "ABEND" OR WS-P-OPERATION = "FAILURE"

       CHECK-SENSITIVE.
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
           MOVE "DEPARTMENTAL CHARGEBACK REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Months compared: " WS-PRI-MONTH " ("
                  WS-PRI-START "-" WS-PRI-END ") -> "
                  WS-CUR-MONTH " (" WS-CUR-START "-" WS-CUR-END ")"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DEPARTMENT   CAPTURES  THIS-MO  LAST-MO  DELTA    "
                & "SENSITIVE  INCIDENTS  REPROCESSED  RERUNS"
               TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                      WS-D-PRI-MONTH(WS-DEPT-IDX) " "
                      WS-DELTA-EDIT " "
                      WS-D-SENSITIVE(WS-DEPT-IDX) "   "
                      WS-D-INCIDENTS(WS-DEPT-IDX) "      "
                      WS-D-REPROCESS(WS-DEPT-IDX) "      "
                      WS-D-RERUNS(WS-DEPT-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
