      *    Report goes to data/lineage-report.txt. Service records
      *    (JOB-START, ABEND, PURGE, ...) carry no DISP and never
      *    enter the graph.
      *    A GDG generation enters the graph as its base, so
      *    PAYROLL.EXTRACT can be followed from night to night; a
      *    generation name given as argument 1 traces its base.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       01  WS-ARG-COUNT        PIC 9(4) VALUE 0.
       01  WS-TARGET-DATASET   PIC X(44) VALUE SPACES.
       01  WS-TARGET-GIVEN     PIC X(44) VALUE SPACES.
       01  WS-DEPTH-ARG        PIC X(8) VALUE SPACES.
       01  WS-MAX-DEPTH        PIC 9(1) VALUE 3.


       01  WS-P-OPERATION      PIC X(20).
       01  WS-P-FILE-NAME      PIC X(44).
       01  WS-P-GDG-BASE       PIC X(44).
       01  WS-P-GDG-GEN        PIC X(4).
       01  WS-P-JOB-NAME       PIC X(8).
       01  WS-P-TIMESTAMP      PIC X(26).
       01  WS-EDGE-ROLE        PIC X.
               STOP RUN
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-TARGET-GIVEN FROM ARGUMENT-VALUE
           CALL "GDG-CHECK" USING WS-TARGET-GIVEN WS-TARGET-DATASET
               WS-P-GDG-GEN
           IF WS-ARG-COUNT > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-DEPTH-ARG FROM ARGUMENT-VALUE
                  "   depth " WS-MAX-DEPTH
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TARGET-DATASET NOT = WS-TARGET-GIVEN
               MOVE SPACES TO REPORT-LINE
               STRING "   (GDG base of "
                      FUNCTION TRIM(WS-TARGET-GIVEN)
                      " - every generation is traced)"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

      *    Upstream first: who produced what this dataset's readers
      *    consumed - then downstream: who consumed what its writers
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-FILE-NAME

      *    The graph is keyed on the GDG base: the capture records
      *    it; records from before it did get it worked out the
      *    same way.
           MOVE '"gdg_base":"'    TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           IF WS-EXTRACTED-VALUE NOT = SPACES
               MOVE WS-EXTRACTED-VALUE TO WS-P-FILE-NAME
           ELSE
               CALL "GDG-CHECK" USING WS-P-FILE-NAME WS-P-GDG-BASE
                   WS-P-GDG-GEN
               MOVE WS-P-GDG-BASE TO WS-P-FILE-NAME
           END-IF

           MOVE '"job":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-JOB-NAME
