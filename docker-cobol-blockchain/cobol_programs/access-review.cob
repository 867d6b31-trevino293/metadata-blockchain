      *    EXIT's MASTER./CUSTOMER check; when the file is absent
      *    those two built-in patterns apply, so this report and the
      *    pipe routing agree on what "sensitive" means by default.
      *    Where the dataset master catalog (data/dataset-master.ksds)
      *    carries a classification for the dataset, that decides
      *    instead - CONFIDENTIAL and RESTRICTED are sensitive, PUBLIC
      *    and INTERNAL are not, whatever the patterns say.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENSCTL-STATUS.

           SELECT DATASET-MASTER ASSIGN TO "data/dataset-master.ksds"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSM-DATASET-NAME
               FILE STATUS IS WS-DSM-STATUS.

           SELECT WORK-LIST ASSIGN TO "data/accessrev-worklist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
       01  SENSITIVE-CONTROL-RECORD.
           05  SCR-PATTERN     PIC X(44).

       FD  DATASET-MASTER.
           COPY "dataset-master.cpy".

       FD  WORK-LIST.
       01  WORK-LIST-RECORD    PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-SENSCTL-STATUS   PIC XX.
       01  WS-DSM-STATUS       PIC XX.
       01  WS-MASTER-OPEN      PIC X VALUE "N".
           88  CATALOG-AVAILABLE   VALUE "Y".
       01  WS-LIST-STATUS      PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-REVIEW-FILE      PIC X(60).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-SENSITIVE-CONTROL
           PERFORM OPEN-DATASET-MASTER

           MOVE "ls data/archive/metadata-*.log 2>/dev/null | sort "
                & "> data/accessrev-worklist.tmp" TO WS-COMMAND
           DISPLAY "ACCESS-REVIEW: " WS-ACCESS-COUNT " sensitive "
                   "access group(s), " WS-NEW-USER-COUNT
                   " first-time user(s) - data/access-review.txt"
           IF CATALOG-AVAILABLE
               CLOSE DATASET-MASTER
           END-IF
           STOP RUN.

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
           MOVE 0 TO WS-PATTERN-COUNT
           OPEN INPUT SENSITIVE-CONTROL
      *    can sit anywhere in the name, not just as a leading
      *    qualifier.
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
