      *    routed through METADATA-ALERT (operation VOLUME,
      *    condition "VOL") so the night the extract writes an empty
      *    file pages someone instead of passing every check.
      *    A GDG generation is judged as its base - each night's
      *    PAYROLL.EXTRACT.GnnnnV00 is a new name, but its history
      *    is every earlier generation's.
      *    A restart that rewrites what its abended run already
      *    wrote (paired by RERUN-CHECK) replaces that run's volume
      *    rather than adding a second run beside it - the pair is
      *    one logical run - and its verdict carries (RERUN).
      *    Report goes to data/volume-report.txt; RC=4 when anything
      *    was flagged.
       ENVIRONMENT DIVISION.
               10  WS-V-CURR-RUNS  PIC 9(5).
               10  WS-V-CURR-RECS  PIC 9(12).
               10  WS-V-LAST-RECS  PIC 9(9).
      *            What the pair's last capture added, and to which
      *            side (H history, C current, space nothing), so a
      *            restart repeating it can take it back out.
               10  WS-V-PREV-RECS  PIC 9(9).
               10  WS-V-PREV-PART  PIC X.
               10  WS-V-RERUN      PIC X.
       01  WS-VOL-COUNT        PIC 9(4) VALUE 0.
       01  WS-VOL-IDX          PIC 9(4).
       01  WS-VOL-FOUND        PIC 9(4).
       01  WS-HIST-AVG         PIC 9(12).
       01  WS-FLAGGED-COUNT    PIC 9(4) VALUE 0.
       01  WS-VERDICT          PIC X(12).
       01  WS-VERDICT-TEXT     PIC X(24).

       01  WS-P-JOB-NAME       PIC X(8).
       01  WS-P-FILE-NAME      PIC X(44).
       01  WS-P-OPERATION      PIC X(20).
       01  WS-P-TIMESTAMP      PIC X(26).
       01  WS-RERUN-RESULT     PIC X.
           88  REPROCESSED-CAPTURE VALUE "D".
       01  WS-P-AUX            PIC X(80).
       01  WS-P-REC-COUNT      PIC 9(9).
       01  WS-HAVE-VOLUME      PIC X.
       01  WS-GDG-BASE         PIC X(44).
       01  WS-GDG-GEN          PIC X(4).

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).

       NOTE-ONE-RECORD.
           PERFORM PARSE-LOG-RECORD
      *    Every record goes through the rerun pairing, volume or
      *    not - RERUN-CHECK has to see each job's runs whole.
           CALL "RERUN-CHECK" USING WS-P-JOB-NAME WS-P-OPERATION
               WS-P-FILE-NAME WS-P-TIMESTAMP WS-RERUN-RESULT
           END-CALL
           MOVE 0 TO WS-VOL-FOUND
           PERFORM VARYING WS-VOL-IDX FROM 1 BY 1
                   UNTIL WS-VOL-IDX > WS-VOL-COUNT
                   MOVE WS-VOL-IDX TO WS-VOL-FOUND
               END-IF
           END-PERFORM
      *    A capture that published no volume added nothing, so
      *    nothing is left for a restart to take back out.
           IF WS-HAVE-VOLUME = "N"
               IF WS-VOL-FOUND > 0 AND NOT REPROCESSED-CAPTURE
                   MOVE SPACE TO WS-V-PREV-PART(WS-VOL-FOUND)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-VOL-FOUND = 0 AND WS-VOL-COUNT < 500
               ADD 1 TO WS-VOL-COUNT
               MOVE 0 TO WS-V-CURR-RUNS(WS-VOL-FOUND)
               MOVE 0 TO WS-V-CURR-RECS(WS-VOL-FOUND)
               MOVE 0 TO WS-V-LAST-RECS(WS-VOL-FOUND)
               MOVE 0 TO WS-V-PREV-RECS(WS-VOL-FOUND)
               MOVE SPACE TO WS-V-PREV-PART(WS-VOL-FOUND)
               MOVE "N" TO WS-V-RERUN(WS-VOL-FOUND)
           END-IF

           IF WS-VOL-FOUND = 0 AND WS-VOL-COUNT >= 500
           END-IF

           IF WS-VOL-FOUND > 0
               IF REPROCESSED-CAPTURE
                   PERFORM BACK-OUT-REPLACED-RUN
               END-IF
               MOVE WS-P-REC-COUNT TO WS-V-PREV-RECS(WS-VOL-FOUND)
               IF WS-IN-LIVE-LOG = "Y"
                   ADD 1 TO WS-V-CURR-RUNS(WS-VOL-FOUND)
                   ADD WS-P-REC-COUNT
                       TO WS-V-CURR-RECS(WS-VOL-FOUND)
                   MOVE WS-P-REC-COUNT
                       TO WS-V-LAST-RECS(WS-VOL-FOUND)
                   MOVE "C" TO WS-V-PREV-PART(WS-VOL-FOUND)
               ELSE
                   ADD 1 TO WS-V-HIST-RUNS(WS-VOL-FOUND)
                   ADD WS-P-REC-COUNT
                       TO WS-V-HIST-RECS(WS-VOL-FOUND)
                   MOVE "H" TO WS-V-PREV-PART(WS-VOL-FOUND)
               END-IF
           END-IF.

       BACK-OUT-REPLACED-RUN.
      *    The abended run's capture may sit in an archive when the
      *    log rotated between the failure and the restart - it
      *    comes back out of whichever side it went into.
           EVALUATE WS-V-PREV-PART(WS-VOL-FOUND)
               WHEN "C"
                   SUBTRACT 1 FROM WS-V-CURR-RUNS(WS-VOL-FOUND)
                   SUBTRACT WS-V-PREV-RECS(WS-VOL-FOUND)
                       FROM WS-V-CURR-RECS(WS-VOL-FOUND)
               WHEN "H"
                   SUBTRACT 1 FROM WS-V-HIST-RUNS(WS-VOL-FOUND)
                   SUBTRACT WS-V-PREV-RECS(WS-VOL-FOUND)
                       FROM WS-V-HIST-RECS(WS-VOL-FOUND)
           END-EVALUATE
           IF WS-IN-LIVE-LOG = "Y"
               MOVE "Y" TO WS-V-RERUN(WS-VOL-FOUND)
           END-IF.

       PARSE-LOG-RECORD.
           MOVE SPACES TO WS-P-JOB-NAME WS-P-FILE-NAME WS-P-AUX
                          WS-P-OPERATION WS-P-TIMESTAMP
           MOVE "N" TO WS-HAVE-VOLUME
           MOVE 0 TO WS-P-REC-COUNT

               MOVE WS-P-AUX(3:9) TO WS-P-REC-COUNT
               MOVE "Y" TO WS-HAVE-VOLUME
           END-IF

           MOVE '"operation":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:20) TO WS-P-OPERATION

           MOVE '"timestamp":"'   TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:26) TO WS-P-TIMESTAMP

           MOVE '"job":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE

           MOVE '"file":"'        TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:44) TO WS-P-FILE-NAME

      *    Keyed on the GDG base: the capture records it; records
      *    from before it did get it worked out the same way.
           MOVE '"gdg_base":"'    TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           EVALUATE TRUE
               WHEN WS-EXTRACTED-VALUE NOT = SPACES
                   MOVE WS-EXTRACTED-VALUE(1:44) TO WS-P-FILE-NAME
               WHEN WS-P-FILE-NAME = SPACES
                   CONTINUE
               WHEN OTHER
                   CALL "GDG-CHECK" USING WS-P-FILE-NAME
                       WS-GDG-BASE WS-GDG-GEN
                   MOVE WS-GDG-BASE TO WS-P-FILE-NAME
           END-EVALUATE.

       FIND-TAG-VALUE.
           MOVE SPACES TO WS-EXTRACTED-VALUE WS-BEFORE-TAG WS-AFTER-TAG
               END-EVALUATE
           END-IF

           MOVE WS-VERDICT TO WS-VERDICT-TEXT
           IF WS-V-RERUN(WS-VOL-IDX) = "Y"
               STRING FUNCTION TRIM(WS-VERDICT) " (RERUN)"
                   DELIMITED BY SIZE INTO WS-VERDICT-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-V-JOB(WS-VOL-IDX) " "
                  WS-V-DATASET(WS-VOL-IDX)(1:26) " "
                  WS-HIST-AVG " "
                  WS-V-LAST-RECS(WS-VOL-IDX) " "
                  FUNCTION TRIM(WS-VERDICT-TEXT)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

