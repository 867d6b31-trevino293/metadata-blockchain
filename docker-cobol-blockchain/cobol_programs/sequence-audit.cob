      *    restart logic wrote (a LOG-PEND recovery carries the lost
      *    record's own key, so an exact match means the loss was
      *    caught and documented at the time).
      *    A job in JOURNAL capture mode reserves its numbers when
      *    it captures, but its records reach the log only when
      *    CAPTURE-SEQUENCER merges them, after direct captures that
      *    numbered later. Such a number arrives below the previous
      *    one, inside a gap already recorded; it closes that part
      *    of the gap and is counted as late-merged, not as
      *    ordering damage. A journal not yet merged still shows as
      *    a gap until the sequencer catches up.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-GAP-COUNT        PIC 9(4) VALUE 0.
       01  WS-GAP-IDX          PIC 9(4).
       01  WS-GAP-NUM          PIC 9(10).
       01  WS-GAP-SHIFT        PIC 9(4).
       01  WS-LATE-FILLED      PIC X.

       01  WS-RECOV-TAB.
           05  WS-RECOV-ENTRY OCCURS 200 TIMES.
       01  WS-RECOV-IDX        PIC 9(4).

       01  WS-OOO-COUNT        PIC 9(6) VALUE 0.
       01  WS-LATE-COUNT       PIC 9(6) VALUE 0.
       01  WS-TOTAL-RECORDS    PIC 9(9) VALUE 0.
       01  WS-FILE-COUNT       PIC 9(4) VALUE 0.
       01  WS-UNEXPLAINED      PIC 9(4) VALUE 0.
      *            A number at or below the previous one is not a
      *            gap - it is ordering damage (or a re-applied
      *            recovery) and gets its own count rather than
      *            corrupting the gap arithmetic - unless it is a
      *            late-merged journal record filling a known gap.
                   PERFORM FILL-LATE-GAP
                   IF WS-LATE-FILLED = "N"
                       ADD 1 TO WS-OOO-COUNT
                   END-IF
           END-EVALUATE.

       FILL-LATE-GAP.
           MOVE "N" TO WS-LATE-FILLED
           PERFORM VARYING WS-GAP-IDX FROM WS-GAP-COUNT BY -1
                   UNTIL WS-GAP-IDX < 1
               IF WS-THIS-NUM >= WS-G-FROM(WS-GAP-IDX)
                       AND WS-THIS-NUM <= WS-G-TO(WS-GAP-IDX)
                   MOVE "Y" TO WS-LATE-FILLED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LATE-FILLED = "N"
               EXIT PARAGRAPH
           END-IF
      *    A number strictly inside a gap splits it in two, which
      *    needs a free entry; with the table full it stays counted
      *    as out-of-order rather than losing half the gap.
           IF WS-THIS-NUM > WS-G-FROM(WS-GAP-IDX)
                   AND WS-THIS-NUM < WS-G-TO(WS-GAP-IDX)
                   AND WS-GAP-COUNT >= 200
               MOVE "N" TO WS-LATE-FILLED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LATE-COUNT
           SUBTRACT 1 FROM WS-MISSING-TOTAL
           EVALUATE TRUE
               WHEN WS-G-FROM(WS-GAP-IDX) = WS-G-TO(WS-GAP-IDX)
                   PERFORM VARYING WS-GAP-SHIFT FROM WS-GAP-IDX BY 1
                           UNTIL WS-GAP-SHIFT >= WS-GAP-COUNT
                       MOVE WS-GAP-ENTRY(WS-GAP-SHIFT + 1)
                           TO WS-GAP-ENTRY(WS-GAP-SHIFT)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-GAP-COUNT
               WHEN WS-THIS-NUM = WS-G-FROM(WS-GAP-IDX)
                   ADD 1 TO WS-G-FROM(WS-GAP-IDX)
               WHEN WS-THIS-NUM = WS-G-TO(WS-GAP-IDX)
                   SUBTRACT 1 FROM WS-G-TO(WS-GAP-IDX)
               WHEN OTHER
                   PERFORM VARYING WS-GAP-SHIFT FROM WS-GAP-COUNT
                           BY -1 UNTIL WS-GAP-SHIFT <= WS-GAP-IDX
                       MOVE WS-GAP-ENTRY(WS-GAP-SHIFT)
                           TO WS-GAP-ENTRY(WS-GAP-SHIFT + 1)
                   END-PERFORM
                   ADD 1 TO WS-GAP-COUNT
                   MOVE WS-GAP-ENTRY(WS-GAP-IDX)
                       TO WS-GAP-ENTRY(WS-GAP-IDX + 1)
                   COMPUTE WS-G-FROM(WS-GAP-IDX + 1) = WS-THIS-NUM + 1
                   COMPUTE WS-G-TO(WS-GAP-IDX) = WS-THIS-NUM - 1
           END-EVALUATE.

       PARSE-LOG-RECORD.
                  "  Gaps: " WS-GAP-COUNT
                  "  Unexplained: " WS-UNEXPLAINED
                  "  Out-of-order: " WS-OOO-COUNT
                  "  Late-merged: " WS-LATE-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.
