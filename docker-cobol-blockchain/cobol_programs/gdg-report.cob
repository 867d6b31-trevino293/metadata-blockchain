       IDENTIFICATION DIVISION.
       PROGRAM-ID. GDG-REPORT.
      *    Generation-data-group report. Walks the DD captures in
      *    every archived data/archive/metadata-*.log and the live
      *    data/metadata.log, groups each GDG generation under its
      *    base (the capture's gdg_base/gdg_gen tags, or GDG-CHECK on
      *    the file name for records captured before those tags),
      *    and reports per base:
      *        - the generations seen and their number range
      *        - SKIPPED  generation numbers missing inside that
      *                   range - a night whose generation was never
      *                   captured, or was created outside the
      *                   monitored JCL
      *        - UNREAD   generations some job created that no job
      *                   ever read - the newest one is listed but
      *                   not counted, since its consumer may simply
      *                   not have run yet
      *    Producer and consumer follow METADATA-LINEAGE's DISP rule:
      *    NEW or MOD wrote the generation, SHR or OLD read it.
      *    Report goes to data/gdg-report.txt; RC=4 when any base
      *    has a skipped or unread generation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METADATA-LOG ASSIGN DYNAMIC WS-SCAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT WORK-LIST ASSIGN TO "data/gdgrpt-worklist.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "data/gdg-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  METADATA-LOG.
       01  LOG-RECORD          PIC X(512).

       FD  WORK-LIST.
       01  WORK-LIST-RECORD    PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-LIST-STATUS      PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-SCAN-FILE        PIC X(60).
       01  WS-COMMAND          PIC X(200).
       01  WS-RETURN-CODE      PIC S9(9) COMP.
       01  WS-NOW-TS           PIC X(26).

      *    One row per GDG base, with the range of generation
      *    numbers seen under it.
       01  WS-BASE-TAB.
           05  WS-BASE-ENTRY OCCURS 200 TIMES.
               10  WS-B-NAME       PIC X(44).
               10  WS-B-LOW        PIC 9(4).
               10  WS-B-HIGH       PIC 9(4).
               10  WS-B-GENS       PIC 9(5).
       01  WS-BASE-COUNT       PIC 9(4) VALUE 0.
       01  WS-BASE-IDX         PIC 9(4).
       01  WS-BASE-FOUND       PIC 9(4).

      *    One row per generation: who created it and whether any
      *    job ever read it.
       01  WS-GEN-TAB.
           05  WS-GEN-ENTRY OCCURS 3000 TIMES.
               10  WS-G-BASE-IDX   PIC 9(4).
               10  WS-G-NUMBER     PIC 9(4).
               10  WS-G-PRODUCED   PIC X.
               10  WS-G-CONSUMED   PIC X.
               10  WS-G-PRODUCER   PIC X(8).
               10  WS-G-CREATED-TS PIC X(26).
               10  WS-G-READS      PIC 9(7).
       01  WS-GEN-COUNT        PIC 9(4) VALUE 0.
       01  WS-GEN-IDX          PIC 9(4).
       01  WS-GEN-FOUND        PIC 9(4).
       01  WS-TAB-FULL         PIC X VALUE "N".
           88  TAB-FULL-WARNED     VALUE "Y".

       01  WS-P-OPERATION      PIC X(20).
       01  WS-P-FILE-NAME      PIC X(44).
       01  WS-P-JOB-NAME       PIC X(8).
       01  WS-P-TIMESTAMP      PIC X(26).
       01  WS-P-GDG-BASE       PIC X(44).
       01  WS-P-GDG-GEN        PIC X(4).
       01  WS-P-GEN-NUM        PIC 9(4).
       01  WS-EDGE-ROLE        PIC X.
       01  WS-NEW-TALLY        PIC 9(4).

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(64).

      *    Gap search over one base's range. A range wider than
      *    half the 9999 cycle means the numbers wrapped past 9999
      *    back to 0001, and a plain low-to-high scan would call
      *    most of the cycle skipped.
       01  WS-TRY-NUM          PIC 9(5).
       01  WS-GEN-SEEN         PIC X.
       01  WS-SKIP-COUNT       PIC 9(5).
       01  WS-SKIP-LISTED      PIC 9(2).
       01  WS-SKIP-LINE        PIC X(132).
       01  WS-SKIP-PTR         PIC 9(3).
       01  WS-SKIP-EDIT        PIC 9(4).
       01  WS-UNREAD-COUNT     PIC 9(5).

       01  WS-LOW-EDIT         PIC 9(4).
       01  WS-HIGH-EDIT        PIC 9(4).
       01  WS-BASES-FLAGGED    PIC 9(4) VALUE 0.
       01  WS-TOTAL-SKIPPED    PIC 9(6) VALUE 0.
       01  WS-TOTAL-UNREAD     PIC 9(6) VALUE 0.
       01  WS-BASE-FLAGGED     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS

           MOVE "ls data/archive/metadata-*.log 2>/dev/null | sort "
                & "> data/gdgrpt-worklist.tmp" TO WS-COMMAND
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

           MOVE "rm -f data/gdgrpt-worklist.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           MOVE "data/metadata.log" TO WS-SCAN-FILE
           PERFORM SCAN-ONE-FILE

           PERFORM WRITE-GDG-REPORT
           DISPLAY "GDG-REPORT: " WS-BASE-COUNT " GDG base(s), "
                   WS-GEN-COUNT " generation(s), "
                   WS-TOTAL-SKIPPED " skipped, "
                   WS-TOTAL-UNREAD " unread - data/gdg-report.txt"
           IF WS-BASES-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       SCAN-ONE-FILE.
           OPEN INPUT METADATA-LOG
           IF WS-LOG-STATUS = "35"
               DISPLAY "GDG-REPORT: "
                       FUNCTION TRIM(WS-SCAN-FILE) " not found - "
                       "skipped"
           ELSE
               PERFORM UNTIL WS-LOG-STATUS = "10"
                   READ METADATA-LOG
                       AT END
                           MOVE "10" TO WS-LOG-STATUS
                       NOT AT END
                           PERFORM NOTE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE METADATA-LOG
           END-IF.

       NOTE-ONE-RECORD.
           PERFORM PARSE-LOG-RECORD
           IF WS-P-GDG-GEN = SPACES OR WS-P-GDG-GEN IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM CLASSIFY-OPERATION
           IF WS-EDGE-ROLE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-P-GDG-GEN TO WS-P-GEN-NUM

           PERFORM FIND-BASE
           IF WS-BASE-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-GENERATION
           IF WS-GEN-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-EDGE-ROLE = "P"
      *        The first creation is the one reported; a MOD
      *        extending it later does not move its birth.
               IF WS-G-PRODUCED(WS-GEN-FOUND) = "N"
                   MOVE "Y" TO WS-G-PRODUCED(WS-GEN-FOUND)
                   MOVE WS-P-JOB-NAME TO WS-G-PRODUCER(WS-GEN-FOUND)
                   MOVE WS-P-TIMESTAMP
                       TO WS-G-CREATED-TS(WS-GEN-FOUND)
               END-IF
           ELSE
               MOVE "Y" TO WS-G-CONSUMED(WS-GEN-FOUND)
               ADD 1 TO WS-G-READS(WS-GEN-FOUND)
           END-IF.

       FIND-BASE.
           MOVE 0 TO WS-BASE-FOUND
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
                   UNTIL WS-BASE-IDX > WS-BASE-COUNT
               IF WS-B-NAME(WS-BASE-IDX) = WS-P-GDG-BASE
                   MOVE WS-BASE-IDX TO WS-BASE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BASE-FOUND = 0
               IF WS-BASE-COUNT < 200
                   ADD 1 TO WS-BASE-COUNT
                   MOVE WS-BASE-COUNT TO WS-BASE-FOUND
                   MOVE WS-P-GDG-BASE TO WS-B-NAME(WS-BASE-FOUND)
                   MOVE WS-P-GEN-NUM TO WS-B-LOW(WS-BASE-FOUND)
                   MOVE WS-P-GEN-NUM TO WS-B-HIGH(WS-BASE-FOUND)
                   MOVE 0 TO WS-B-GENS(WS-BASE-FOUND)
               ELSE
                   PERFORM WARN-TABLE-FULL
               END-IF
           END-IF.

       FIND-GENERATION.
           MOVE 0 TO WS-GEN-FOUND
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF WS-G-BASE-IDX(WS-GEN-IDX) = WS-BASE-FOUND
                       AND WS-G-NUMBER(WS-GEN-IDX) = WS-P-GEN-NUM
                   MOVE WS-GEN-IDX TO WS-GEN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GEN-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-GEN-COUNT >= 3000
               PERFORM WARN-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GEN-COUNT
           MOVE WS-GEN-COUNT TO WS-GEN-FOUND
           MOVE WS-BASE-FOUND TO WS-G-BASE-IDX(WS-GEN-FOUND)
           MOVE WS-P-GEN-NUM TO WS-G-NUMBER(WS-GEN-FOUND)
           MOVE "N" TO WS-G-PRODUCED(WS-GEN-FOUND)
           MOVE "N" TO WS-G-CONSUMED(WS-GEN-FOUND)
           MOVE SPACES TO WS-G-PRODUCER(WS-GEN-FOUND)
           MOVE SPACES TO WS-G-CREATED-TS(WS-GEN-FOUND)
           MOVE 0 TO WS-G-READS(WS-GEN-FOUND)
           ADD 1 TO WS-B-GENS(WS-BASE-FOUND)
           IF WS-P-GEN-NUM < WS-B-LOW(WS-BASE-FOUND)
               MOVE WS-P-GEN-NUM TO WS-B-LOW(WS-BASE-FOUND)
           END-IF
           IF WS-P-GEN-NUM > WS-B-HIGH(WS-BASE-FOUND)
               MOVE WS-P-GEN-NUM TO WS-B-HIGH(WS-BASE-FOUND)
           END-IF.

       WARN-TABLE-FULL.
           IF NOT TAB-FULL-WARNED
               DISPLAY "GDG-REPORT: more than 200 bases or 3000 "
                       "generations - report is incomplete past "
                       "this point"
               MOVE "Y" TO WS-TAB-FULL
           END-IF.

       CLASSIFY-OPERATION.
      *    Same DISP rule as METADATA-LINEAGE: NEW or MOD created
      *    the generation, SHR or OLD read it.
           MOVE SPACES TO WS-EDGE-ROLE
           MOVE 0 TO WS-NEW-TALLY
           INSPECT WS-P-OPERATION TALLYING WS-NEW-TALLY
               FOR ALL "NEW"
           IF WS-NEW-TALLY > 0 OR WS-P-OPERATION(1:4) = "MOD "
                   OR WS-P-OPERATION(1:4) = "(MOD"
               MOVE "P" TO WS-EDGE-ROLE
           ELSE
               IF WS-P-OPERATION(1:4) = "SHR " OR
                       WS-P-OPERATION(1:4) = "OLD " OR
                       WS-P-OPERATION(1:4) = "(SHR" OR
                       WS-P-OPERATION(1:4) = "(OLD"
                   MOVE "C" TO WS-EDGE-ROLE
               END-IF
           END-IF.

       PARSE-LOG-RECORD.
           MOVE SPACES TO WS-P-OPERATION WS-P-FILE-NAME
                          WS-P-JOB-NAME WS-P-TIMESTAMP
                          WS-P-GDG-BASE WS-P-GDG-GEN

           MOVE '"operation":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-OPERATION

           MOVE '"file":"'        TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-FILE-NAME

           MOVE '"job":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-JOB-NAME

           MOVE '"timestamp":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-TIMESTAMP

      *    The capture records base and generation; records from
      *    before it did get them worked out the same way.
           MOVE '"gdg_gen":"'     TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           IF WS-EXTRACTED-VALUE NOT = SPACES
               MOVE WS-EXTRACTED-VALUE TO WS-P-GDG-GEN
               MOVE '"gdg_base":"'    TO WS-SEARCH-TAG
               PERFORM FIND-TAG-VALUE
               MOVE WS-EXTRACTED-VALUE TO WS-P-GDG-BASE
           ELSE
               CALL "GDG-CHECK" USING WS-P-FILE-NAME WS-P-GDG-BASE
                   WS-P-GDG-GEN
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

       WRITE-GDG-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "GDG GENERATION REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Run " WS-NOW-TS(1:14)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-BASE-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "   (no GDG generations in the live log or any "
                   & "archive)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
                   UNTIL WS-BASE-IDX > WS-BASE-COUNT
               PERFORM REPORT-ONE-BASE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Bases: " WS-BASE-COUNT
                  "   Generations: " WS-GEN-COUNT
                  "   Skipped: " WS-TOTAL-SKIPPED
                  "   Unread: " WS-TOTAL-UNREAD
                  "   Bases flagged: " WS-BASES-FLAGGED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       REPORT-ONE-BASE.
           MOVE "N" TO WS-BASE-FLAGGED
           MOVE WS-B-LOW(WS-BASE-IDX) TO WS-LOW-EDIT
           MOVE WS-B-HIGH(WS-BASE-IDX) TO WS-HIGH-EDIT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "-- " FUNCTION TRIM(WS-B-NAME(WS-BASE-IDX)) " --"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "   generations seen: " WS-B-GENS(WS-BASE-IDX)
                  "   range G" WS-LOW-EDIT " - G" WS-HIGH-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM REPORT-SKIPPED-GENS
           PERFORM REPORT-UNREAD-GENS

           IF WS-BASE-FLAGGED = "Y"
               ADD 1 TO WS-BASES-FLAGGED
           END-IF.

       REPORT-SKIPPED-GENS.
           MOVE 0 TO WS-SKIP-COUNT WS-SKIP-LISTED
           IF WS-B-HIGH(WS-BASE-IDX) - WS-B-LOW(WS-BASE-IDX) > 5000
               MOVE "   generation numbers wrapped past 9999 - gap "
                   & "check not applied" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SKIP-LINE
           MOVE 1 TO WS-SKIP-PTR
           STRING "   SKIPPED " DELIMITED BY SIZE
               INTO WS-SKIP-LINE WITH POINTER WS-SKIP-PTR
           PERFORM VARYING WS-TRY-NUM FROM WS-B-LOW(WS-BASE-IDX)
                   BY 1 UNTIL WS-TRY-NUM > WS-B-HIGH(WS-BASE-IDX)
               MOVE "N" TO WS-GEN-SEEN
               PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                       UNTIL WS-GEN-IDX > WS-GEN-COUNT
                   IF WS-G-BASE-IDX(WS-GEN-IDX) = WS-BASE-IDX
                           AND WS-G-NUMBER(WS-GEN-IDX) = WS-TRY-NUM
                       MOVE "Y" TO WS-GEN-SEEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-GEN-SEEN = "N"
                   ADD 1 TO WS-SKIP-COUNT
      *            Twenty numbers to a line is enough to act on; the
      *            count says how many more there are.
                   IF WS-SKIP-LISTED < 20
                       ADD 1 TO WS-SKIP-LISTED
                       MOVE WS-TRY-NUM TO WS-SKIP-EDIT
                       STRING " G" WS-SKIP-EDIT DELIMITED BY SIZE
                           INTO WS-SKIP-LINE WITH POINTER WS-SKIP-PTR
                   END-IF
               END-IF
           END-PERFORM

           IF WS-SKIP-COUNT > 0
               MOVE "Y" TO WS-BASE-FLAGGED
               ADD WS-SKIP-COUNT TO WS-TOTAL-SKIPPED
               IF WS-SKIP-COUNT > WS-SKIP-LISTED
                   STRING " ... " WS-SKIP-COUNT " in all"
                       DELIMITED BY SIZE
                       INTO WS-SKIP-LINE WITH POINTER WS-SKIP-PTR
               END-IF
               MOVE WS-SKIP-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       REPORT-UNREAD-GENS.
           MOVE 0 TO WS-UNREAD-COUNT
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF WS-G-BASE-IDX(WS-GEN-IDX) = WS-BASE-IDX
                       AND WS-G-PRODUCED(WS-GEN-IDX) = "Y"
                       AND WS-G-CONSUMED(WS-GEN-IDX) = "N"
                   MOVE WS-G-NUMBER(WS-GEN-IDX) TO WS-SKIP-EDIT
                   MOVE SPACES TO REPORT-LINE
                   IF WS-G-NUMBER(WS-GEN-IDX) = WS-B-HIGH(WS-BASE-IDX)
                       STRING "   UNREAD  G" WS-SKIP-EDIT
                              " created by " WS-G-PRODUCER(WS-GEN-IDX)
                              " "
                              WS-G-CREATED-TS(WS-GEN-IDX)(1:14)
                              " (latest - its reader may not have "
                              "run yet)"
                           DELIMITED BY SIZE INTO REPORT-LINE
                   ELSE
                       ADD 1 TO WS-UNREAD-COUNT
                       STRING "   UNREAD  G" WS-SKIP-EDIT
                              " created by " WS-G-PRODUCER(WS-GEN-IDX)
                              " "
                              WS-G-CREATED-TS(WS-GEN-IDX)(1:14)
                              " - no job ever read it"
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-IF
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-UNREAD-COUNT > 0
               MOVE "Y" TO WS-BASE-FLAGGED
               ADD WS-UNREAD-COUNT TO WS-TOTAL-UNREAD
           END-IF.
