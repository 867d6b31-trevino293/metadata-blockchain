       IDENTIFICATION DIVISION.
       PROGRAM-ID. RERUN-CHECK.
      *    Shared rerun pairing: does this capture belong to a
      *    restart that is redoing a failed run's work? Called once
      *    per log record, in log order, by METADATA-SLA, CHARGEBACK-
      *    REPORT, METADATA-TREND and VOLUME-REPORT, so all four
      *    treat an abended run and its restart as one logical run
      *    the same way instead of each keeping its own idea of it.
      *    The RERUN record (JOB-BOUNDARY START or the interceptor at
      *    the restart step) is the pivot:
      *      - the job's captures since its last JOB-START (or, with
      *        no JOB-START, since the start of the day - same-day
      *        windows, as METADATA-SLA draws them) are the failed
      *        run's work;
      *      - each capture of the restart that repeats one of them
      *        (same dataset, same operation) is reprocessing, and
      *        consumes that entry - a dataset written twice by the
      *        failed run is only reprocessed twice by a restart that
      *        writes it twice;
      *      - the restart ends at the job's next JOB-END, JOB-START
      *        or RERUN.
      *    A rerun from the top runs JOB-START before its RERUN, so
      *    the run that start closed off is the one being replaced.
      *        LK-JOB-NAME   the record's job name
      *        LK-OPERATION  the record's operation
      *        LK-FILE-NAME  the record's dataset (callers that fold
      *                      GDG generations pass the base)
      *        LK-TIMESTAMP  the record's timestamp
      *        LK-RESULT     "R" the RERUN record itself
      *                      "D" a restart capture repeating the
      *                          failed run's work
      *                      "N" anything else
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    One entry per capture still able to pair up; phase C is
      *    the job's current run, P the run its last JOB-START
      *    closed, F the failed run a restart is replacing. A space
      *    phase is a free slot. Kept across calls - the callers walk
      *    every archive and the live log in one run unit.
       01  WS-RUN-TAB.
           05  WS-RUN-ENTRY OCCURS 3000 TIMES.
               10  WS-R-JOB        PIC X(8).
               10  WS-R-PHASE      PIC X.
               10  WS-R-FILE       PIC X(44).
               10  WS-R-OP         PIC X(20).
               10  WS-R-DATE       PIC X(8).
       01  WS-RUN-HIGH         PIC 9(4) VALUE 0.
       01  WS-RUN-IDX          PIC 9(4).
       01  WS-RUN-FREE         PIC 9(4).
       01  WS-RUN-FOUND        PIC 9(4).
       01  WS-CURRENT-SEEN     PIC X.
       01  WS-STALE-CURRENT    PIC X.
       01  WS-RUN-FULL         PIC X VALUE "N".
           88  RUN-FULL-WARNED     VALUE "Y".

      *    Jobs between their RERUN and the end of the restart.
       01  WS-RERUN-TAB.
           05  WS-RERUN-JOB OCCURS 200 TIMES PIC X(8).
       01  WS-RERUN-COUNT      PIC 9(3) VALUE 0.
       01  WS-RERUN-IDX        PIC 9(3).
       01  WS-RERUN-FOUND      PIC 9(3).
       01  WS-RERUN-FULL       PIC X VALUE "N".
           88  RERUN-FULL-WARNED   VALUE "Y".

       LINKAGE SECTION.
       01  LK-JOB-NAME         PIC X(8).
       01  LK-OPERATION        PIC X(20).
       01  LK-FILE-NAME        PIC X(44).
       01  LK-TIMESTAMP        PIC X(26).
       01  LK-RESULT           PIC X.

       PROCEDURE DIVISION USING LK-JOB-NAME LK-OPERATION
               LK-FILE-NAME LK-TIMESTAMP LK-RESULT.
       MAIN-PROCESS.
           MOVE "N" TO LK-RESULT
           IF LK-JOB-NAME = SPACES
               GOBACK
           END-IF
           PERFORM FIND-RERUN-JOB

           EVALUATE LK-OPERATION
               WHEN "JOB-START"
                   PERFORM DROP-PHASE-P
                   PERFORM DROP-PHASE-F
                   PERFORM DEMOTE-CURRENT
                   PERFORM END-RERUN
               WHEN "RERUN"
                   PERFORM START-RERUN
                   MOVE "R" TO LK-RESULT
               WHEN "JOB-END"
                   PERFORM DROP-PHASE-F
                   PERFORM END-RERUN
      *        The failure itself is part of the failed run's story,
      *        never work a restart repeats.
               WHEN "ABEND"
               WHEN "FAILURE"
                   CONTINUE
               WHEN OTHER
                   IF LK-FILE-NAME NOT = SPACES
                       PERFORM CHECK-ONE-CAPTURE
                   END-IF
           END-EVALUATE
           GOBACK.

       FIND-RERUN-JOB.
           MOVE 0 TO WS-RERUN-FOUND
           PERFORM VARYING WS-RERUN-IDX FROM 1 BY 1
                   UNTIL WS-RERUN-IDX > WS-RERUN-COUNT
                   OR WS-RERUN-FOUND > 0
               IF WS-RERUN-JOB(WS-RERUN-IDX) = LK-JOB-NAME
                   MOVE WS-RERUN-IDX TO WS-RERUN-FOUND
               END-IF
           END-PERFORM.

       START-RERUN.
      *    A restart at a step (no JOB-START of its own) replaces
      *    the captures still current; a rerun from the top already
      *    demoted them at its JOB-START, so it replaces those.
           MOVE "N" TO WS-CURRENT-SEEN
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-HIGH
                   OR WS-CURRENT-SEEN = "Y"
               IF WS-R-JOB(WS-RUN-IDX) = LK-JOB-NAME
                       AND WS-R-PHASE(WS-RUN-IDX) = "C"
                   MOVE "Y" TO WS-CURRENT-SEEN
               END-IF
           END-PERFORM
           PERFORM DROP-PHASE-F
           IF WS-CURRENT-SEEN = "Y"
               PERFORM DROP-PHASE-P
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                       UNTIL WS-RUN-IDX > WS-RUN-HIGH
                   IF WS-R-JOB(WS-RUN-IDX) = LK-JOB-NAME
                           AND WS-R-PHASE(WS-RUN-IDX) = "C"
                       MOVE "F" TO WS-R-PHASE(WS-RUN-IDX)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                       UNTIL WS-RUN-IDX > WS-RUN-HIGH
                   IF WS-R-JOB(WS-RUN-IDX) = LK-JOB-NAME
                           AND WS-R-PHASE(WS-RUN-IDX) = "P"
                       MOVE "F" TO WS-R-PHASE(WS-RUN-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RERUN-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RERUN-IDX FROM 1 BY 1
                   UNTIL WS-RERUN-IDX > WS-RERUN-COUNT
                   OR WS-RERUN-FOUND > 0
               IF WS-RERUN-JOB(WS-RERUN-IDX) = SPACES
                   MOVE WS-RERUN-IDX TO WS-RERUN-FOUND
               END-IF
           END-PERFORM
           IF WS-RERUN-FOUND = 0 AND WS-RERUN-COUNT < 200
               ADD 1 TO WS-RERUN-COUNT
               MOVE WS-RERUN-COUNT TO WS-RERUN-FOUND
           END-IF
           IF WS-RERUN-FOUND = 0 AND NOT RERUN-FULL-WARNED
               DISPLAY "RERUN-CHECK: WARNING - more than 200 restarts "
                       "open at once - rerun table full, later "
                       "reruns are not linked to their failed run"
               MOVE "Y" TO WS-RERUN-FULL
           END-IF
           IF WS-RERUN-FOUND > 0
               MOVE LK-JOB-NAME TO WS-RERUN-JOB(WS-RERUN-FOUND)
           END-IF.

       END-RERUN.
           IF WS-RERUN-FOUND > 0
               MOVE SPACES TO WS-RERUN-JOB(WS-RERUN-FOUND)
               MOVE 0 TO WS-RERUN-FOUND
           END-IF.

       DROP-PHASE-P.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-HIGH
               IF WS-R-JOB(WS-RUN-IDX) = LK-JOB-NAME
                       AND WS-R-PHASE(WS-RUN-IDX) = "P"
                   MOVE SPACES TO WS-RUN-ENTRY(WS-RUN-IDX)
               END-IF
           END-PERFORM.

       DROP-PHASE-F.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-HIGH
               IF WS-R-JOB(WS-RUN-IDX) = LK-JOB-NAME
                       AND WS-R-PHASE(WS-RUN-IDX) = "F"
                   MOVE SPACES TO WS-RUN-ENTRY(WS-RUN-IDX)
               END-IF
           END-PERFORM.

       DEMOTE-CURRENT.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-HIGH
               IF WS-R-JOB(WS-RUN-IDX) = LK-JOB-NAME
                       AND WS-R-PHASE(WS-RUN-IDX) = "C"
                   MOVE "P" TO WS-R-PHASE(WS-RUN-IDX)
               END-IF
           END-PERFORM.

       CHECK-ONE-CAPTURE.
      *    Inside a restart, a capture matching the failed run is
      *    reprocessing and pairs off. Everything else joins the
      *    job's current run - which, for a job that never runs
      *    JOB-BOUNDARY, is bounded by the day it ran on.
           IF WS-RERUN-FOUND > 0
               MOVE 0 TO WS-RUN-FOUND
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                       UNTIL WS-RUN-IDX > WS-RUN-HIGH
                       OR WS-RUN-FOUND > 0
                   IF WS-R-JOB(WS-RUN-IDX) = LK-JOB-NAME
                           AND WS-R-PHASE(WS-RUN-IDX) = "F"
                           AND WS-R-FILE(WS-RUN-IDX) = LK-FILE-NAME
                           AND WS-R-OP(WS-RUN-IDX) = LK-OPERATION
                       MOVE WS-RUN-IDX TO WS-RUN-FOUND
                   END-IF
               END-PERFORM
               IF WS-RUN-FOUND > 0
                   MOVE SPACES TO WS-RUN-ENTRY(WS-RUN-FOUND)
                   MOVE "D" TO LK-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "N" TO WS-STALE-CURRENT
           MOVE 0 TO WS-RUN-FREE
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-HIGH
               IF WS-R-JOB(WS-RUN-IDX) = LK-JOB-NAME
                       AND WS-R-PHASE(WS-RUN-IDX) = "C"
                       AND WS-R-DATE(WS-RUN-IDX) NOT =
                           LK-TIMESTAMP(1:8)
                   MOVE "Y" TO WS-STALE-CURRENT
               END-IF
               IF WS-R-PHASE(WS-RUN-IDX) = SPACE
                       AND WS-RUN-FREE = 0
                   MOVE WS-RUN-IDX TO WS-RUN-FREE
               END-IF
           END-PERFORM
           IF WS-STALE-CURRENT = "Y" AND WS-RERUN-FOUND = 0
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                       UNTIL WS-RUN-IDX > WS-RUN-HIGH
                   IF WS-R-JOB(WS-RUN-IDX) = LK-JOB-NAME
                           AND WS-R-PHASE(WS-RUN-IDX) = "C"
                       MOVE SPACES TO WS-RUN-ENTRY(WS-RUN-IDX)
                       IF WS-RUN-FREE = 0
                           MOVE WS-RUN-IDX TO WS-RUN-FREE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RUN-FREE = 0
               IF WS-RUN-HIGH < 3000
                   ADD 1 TO WS-RUN-HIGH
                   MOVE WS-RUN-HIGH TO WS-RUN-FREE
               ELSE
                   IF NOT RUN-FULL-WARNED
                       DISPLAY "RERUN-CHECK: WARNING - more than 3000 "
                               "captures waiting to pair - pending "
                               "table full, later reruns are not "
                               "linked to their failed run"
                       MOVE "Y" TO WS-RUN-FULL
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE LK-JOB-NAME       TO WS-R-JOB(WS-RUN-FREE)
           MOVE "C"               TO WS-R-PHASE(WS-RUN-FREE)
           MOVE LK-FILE-NAME      TO WS-R-FILE(WS-RUN-FREE)
           MOVE LK-OPERATION      TO WS-R-OP(WS-RUN-FREE)
           MOVE LK-TIMESTAMP(1:8) TO WS-R-DATE(WS-RUN-FREE).
