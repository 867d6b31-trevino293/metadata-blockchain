      *    editable without a recompile, like monitor-control.dat:
      *        columns 1-8   job-name pattern (prefix match, * = any)
      *        columns 9-12  maximum runtime in minutes
      *        columns 13-16 period MEND / QEND / YEND (blank =
      *                      every night)
      *    First matching row wins, so a specific job can override a
      *    catch-all. A running job with no matching row is reported
      *    but never alerted - no policy, no page.
      *    Period rows are the month-, quarter- and year-end limits:
      *    when the business calendar (CALENDAR-CHECK) marks the
      *    night the job started as such a period, its rows for that
      *    period are searched first - a year-end night YEND, then
      *    QEND, then MEND rows - and the everyday rows only when
      *    none of them matches, so GL can run three times longer on
      *    quarter-end without raising the limit for every night.
      *    RC=4 when any breach was routed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WATCHDOG-CONTROL-RECORD.
           05  WCR-JOB-PATTERN PIC X(8).
           05  WCR-MAX-MINUTES PIC 9(4).
           05  WCR-PERIOD      PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS       PIC XX.
           05  WS-WATCH-ENTRY OCCURS 100 TIMES.
               10  WS-W-JOB-PATTERN PIC X(8).
               10  WS-W-MAX-MINUTES PIC 9(4).
               10  WS-W-PERIOD      PIC X(4).
       01  WS-WATCH-COUNT      PIC 9(4) VALUE 0.
       01  WS-WATCH-IDX        PIC 9(4).
       01  WS-PATTERN-LEN      PIC 9(2).
       01  WS-MAX-MINUTES      PIC 9(4).
       01  WS-HAVE-POLICY      PIC X.
       01  WS-POLICY-PERIOD    PIC X(4).
       01  WS-WANT-PERIOD      PIC X(4).
       01  WS-CHAIN-IDX        PIC 9.

      *    What the calendar says of the night a job started; the
      *    period chain lists the periods whose rows apply, most
      *    specific first.
       01  WS-START-DATE       PIC X(8).
       01  WS-PERIOD-CHAIN     PIC X(12).
       01  WS-CAL-DAY-TYPE     PIC X.
       01  WS-CAL-PERIOD       PIC X(4).
       01  WS-CAL-FISCAL       PIC X(6).
       01  WS-CAL-FISCAL-START PIC X(8).
       01  WS-CAL-FISCAL-END   PIC X(8).

      *    Latest lifecycle boundary seen per job: the record kinds
      *    arrive in file order, so the last one standing tells
                                   WS-W-JOB-PATTERN(WS-WATCH-COUNT)
                               MOVE WCR-MAX-MINUTES TO
                                   WS-W-MAX-MINUTES(WS-WATCH-COUNT)
                               MOVE WCR-PERIOD TO
                                   WS-W-PERIOD(WS-WATCH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                   DISPLAY "JOB-WATCHDOG: " WS-J-JOB(WS-JOB-IDX)
                           " running " WS-ELAPSED-MINUTES
                           " minute(s), maximum " WS-MAX-MINUTES
                           " " WS-POLICY-PERIOD " - alerting"
                   PERFORM ROUTE-STALL-ALERT
               WHEN OTHER
                   DISPLAY "JOB-WATCHDOG: " WS-J-JOB(WS-JOB-IDX)
                           " running " WS-ELAPSED-MINUTES
                           " minute(s), within maximum "
                           WS-MAX-MINUTES " " WS-POLICY-PERIOD
           END-EVALUATE.

       FIND-JOB-POLICY.
      *    The period rows of the job's start night first, most
      *    specific period first, then the everyday rows.
           MOVE "N" TO WS-HAVE-POLICY
           MOVE 0 TO WS-MAX-MINUTES
           MOVE SPACES TO WS-POLICY-PERIOD
           PERFORM FIND-START-PERIOD
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > 3 OR WS-HAVE-POLICY = "Y"
               MOVE WS-PERIOD-CHAIN(WS-CHAIN-IDX * 4 - 3:4)
                   TO WS-WANT-PERIOD
               IF WS-WANT-PERIOD NOT = SPACES
                   PERFORM SCAN-POLICY-ROWS
               END-IF
           END-PERFORM
           IF WS-HAVE-POLICY = "N"
               MOVE SPACES TO WS-WANT-PERIOD
               PERFORM SCAN-POLICY-ROWS
           END-IF
           IF WS-HAVE-POLICY = "Y"
               MOVE WS-WANT-PERIOD TO WS-POLICY-PERIOD
           END-IF.

       FIND-START-PERIOD.
           MOVE WS-J-START-TS(WS-JOB-IDX)(1:8) TO WS-START-DATE
           CALL "CALENDAR-CHECK" USING WS-START-DATE WS-CAL-DAY-TYPE
               WS-CAL-PERIOD WS-CAL-FISCAL WS-CAL-FISCAL-START
               WS-CAL-FISCAL-END
           END-CALL
           EVALUATE WS-CAL-PERIOD
               WHEN "YEND"
                   MOVE "YENDQENDMEND" TO WS-PERIOD-CHAIN
               WHEN "QEND"
                   MOVE "QENDMEND" TO WS-PERIOD-CHAIN
               WHEN "MEND"
                   MOVE "MEND" TO WS-PERIOD-CHAIN
               WHEN OTHER
                   MOVE SPACES TO WS-PERIOD-CHAIN
           END-EVALUATE.

       SCAN-POLICY-ROWS.
      *    Prefix matching like METADATA-ALERT's own job patterns;
      *    first matching row wins so a specific job overrides a
      *    catch-all further down the table.
           PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
                   UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
                   OR WS-HAVE-POLICY = "Y"
               IF WS-W-PERIOD(WS-WATCH-IDX) = WS-WANT-PERIOD
                   PERFORM MATCH-POLICY-ROW
               END-IF
           END-PERFORM.

       MATCH-POLICY-ROW.
           IF FUNCTION TRIM(WS-W-JOB-PATTERN(WS-WATCH-IDX)) = "*"
               MOVE "Y" TO WS-HAVE-POLICY
               MOVE WS-W-MAX-MINUTES(WS-WATCH-IDX) TO WS-MAX-MINUTES
           ELSE
               COMPUTE WS-PATTERN-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-W-JOB-PATTERN(WS-WATCH-IDX)))
               IF WS-J-JOB(WS-JOB-IDX)(1:WS-PATTERN-LEN) =
                       WS-W-JOB-PATTERN(WS-WATCH-IDX)(1:WS-PATTERN-LEN)
                   MOVE "Y" TO WS-HAVE-POLICY
                   MOVE WS-W-MAX-MINUTES(WS-WATCH-IDX)
                       TO WS-MAX-MINUTES
               END-IF
           END-IF.

       COMPUTE-ELAPSED-MINUTES.
      *    Both stamps come from FUNCTION CURRENT-DATE on this box,
