      *    dataset their ID never touched, a job writing somewhere
      *    it never wrote. Pairings involving a sensitive dataset
      *    (data/sensitive-control.dat patterns, ACCESS-REVIEW's
      *    built-ins when absent, overridden by the dataset master
      *    catalog's classification wherever one is set) are high-
      *    severity and route through METADATA-ALERT immediately.
      *    A GDG generation is paired as its base, so tonight's
      *    PAYROLL.EXTRACT.GnnnnV00 is known if any earlier
      *    generation was.
      *        BASELINE   rebuild data/baseline-pairs.dat from every
      *                   archived period (run after each rotation,
      *                   so yesterday's first-times become known)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENSCTL-STATUS.

           SELECT DATASET-MASTER ASSIGN TO "data/dataset-master.ksds"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSM-DATASET-NAME
               FILE STATUS IS WS-DSM-STATUS.

           SELECT WORK-LIST ASSIGN TO "data/firstseen-worklist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
       01  SENSITIVE-CONTROL-RECORD.
           05  SCR-PATTERN     PIC X(44).

       FD  DATASET-MASTER.
           COPY "dataset-master.cpy".

       FD  WORK-LIST.
       01  WORK-LIST-RECORD    PIC X(60).

       01  WS-LOG-STATUS       PIC XX.
       01  WS-BASE-STATUS      PIC XX.
       01  WS-SENSCTL-STATUS   PIC XX.
       01  WS-DSM-STATUS       PIC XX.
       01  WS-MASTER-OPEN      PIC X VALUE "N".
           88  CATALOG-AVAILABLE   VALUE "Y".
       01  WS-LIST-STATUS      PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-SCAN-FILE        PIC X(60).

       01  WS-P-OPERATION      PIC X(20).
       01  WS-P-FILE-NAME      PIC X(44).
       01  WS-P-GDG-BASE       PIC X(44).
       01  WS-P-GDG-GEN        PIC X(4).
       01  WS-P-USER           PIC X(10).
       01  WS-P-JOB-NAME       PIC X(8).
       01  WS-EQUALS-TALLY     PIC 9(4).
           END-IF

           PERFORM READ-SENSITIVE-CONTROL
           PERFORM OPEN-DATASET-MASTER

           EVALUATE WS-RUN-MODE
               WHEN "BASELINE"
                           " - use BASELINE or SCAN"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF CATALOG-AVAILABLE
               CLOSE DATASET-MASTER
           END-IF
           STOP RUN.

       BUILD-BASELINE.
               CLOSE BASELINE-FILE
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
      *    Same table and built-in fallback ACCESS-REVIEW uses.
           MOVE 0 TO WS-PATTERN-COUNT
               MOVE "JD" TO WS-CHECK-TYPE
               MOVE SPACES TO WS-CHECK-A
               MOVE WS-P-JOB-NAME TO WS-CHECK-A(1:8)
               MOVE WS-P-GDG-BASE TO WS-CHECK-B
               PERFORM CHECK-ONE-PAIR
           END-IF
           IF WS-P-USER NOT = SPACES
               MOVE "UD" TO WS-CHECK-TYPE
               MOVE WS-P-USER TO WS-CHECK-A
               MOVE WS-P-GDG-BASE TO WS-CHECK-B
               PERFORM CHECK-ONE-PAIR
           END-IF
           IF WS-P-USER NOT = SPACES AND WS-P-JOB-NAME NOT = SPACES
      *    A first-time pairing against a sensitive dataset is the
      *    early signal this detector exists for - it goes to the
      *    alert tables now, not into a report someone reads later.
      *    Sensitivity is judged on the full name actually touched,
      *    which is what the catalog and the patterns describe.
           IF WS-CHECK-TYPE NOT = "UJ"
               PERFORM CHECK-SENSITIVE
               IF SENSITIVE-DATASET
                   ADD 1 TO WS-HIGHSEV-COUNT

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
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-FILE-NAME

      *    The capture records a generation's base; records from
      *    before it did get it worked out the same way.
           MOVE '"gdg_base":"'    TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           IF WS-EXTRACTED-VALUE NOT = SPACES
               MOVE WS-EXTRACTED-VALUE TO WS-P-GDG-BASE
           ELSE
               CALL "GDG-CHECK" USING WS-P-FILE-NAME WS-P-GDG-BASE
                   WS-P-GDG-GEN
           END-IF

           MOVE '"user":"'        TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-USER
