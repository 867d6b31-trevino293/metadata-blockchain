      *    already in data/metadata.log and flags LATE-START,
      *    LATE-END, and - the worst failure mode - NO-SHOW: a job on
      *    the schedule that produced no records at all.
      *    The business calendar (data/business-calendar.dat, read
      *    through CALENDAR-CHECK) says what kind of day is being
      *    reported on. On a holiday or other non-processing day a
      *    required job that did not run is NOT-DUE, not a NO-SHOW.
      *    On a month-, quarter- or year-end day a row for the job
      *    carrying that period replaces its everyday row:
      *        columns 1-8   job name
      *        columns 9-14  expected first capture hhmmss
      *        columns 15-20 expected last capture hhmmss
      *        column  21    required every processing day Y/N
      *        columns 22-25 period MEND / QEND / YEND (blank =
      *                      everyday row)
      *    A year-end day uses a YEND row if the job has one, else
      *    QEND, else MEND; a quarter-end likewise from QEND. A job
      *    with only a period row is on the schedule only on those
      *    days.
      *    The day reported on is the first argument (yyyymmdd) when
      *    given, otherwise the date of the first record in
      *    data/metadata.log - the night the log holds - or today
      *    when the log is empty.
      *    A job that abended and was restarted is one logical run:
      *    its window runs from the failed run's first capture to the
      *    restart's last, and the state carries (RERUN) so the late
      *    finish is seen for what it is. RERUN records are paired
      *    through RERUN-CHECK, as in the other batch reports.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  SCR-EXP-START   PIC X(6).
           05  SCR-EXP-END     PIC X(6).
           05  SCR-REQUIRED    PIC X.
           05  SCR-PERIOD      PIC X(4).

       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(100).
               10  WS-S-FIRST-TS   PIC X(26).
               10  WS-S-LAST-TS    PIC X(26).
               10  WS-S-SEEN       PIC X.
               10  WS-S-PERIOD     PIC X(4).
               10  WS-S-RANK       PIC 9.
               10  WS-S-RERUNS     PIC 9(3).
       01  WS-SLA-COUNT        PIC 9(4) VALUE 0.
       01  WS-SLA-IDX          PIC 9(4).
       01  WS-SLA-FOUND        PIC 9(4).

      *    Period rows, held back until the day's period is known.
       01  WS-OVR-TAB.
           05  WS-OVR-ENTRY OCCURS 100 TIMES.
               10  WS-O-JOB        PIC X(8).
               10  WS-O-EXP-START  PIC X(6).
               10  WS-O-EXP-END    PIC X(6).
               10  WS-O-REQUIRED   PIC X.
               10  WS-O-PERIOD     PIC X(4).
       01  WS-OVR-COUNT        PIC 9(4) VALUE 0.
       01  WS-OVR-IDX          PIC 9(4).
       01  WS-OVR-RANK         PIC 9.

      *    The day being reported on and what the calendar says of
      *    it. The period chain lists the periods whose rows apply,
      *    most specific first.
       01  WS-ARG-COUNT        PIC 9(4) VALUE 0.
       01  WS-ARG-DATE         PIC X(8) VALUE SPACES.
       01  WS-NOW-TS           PIC X(26).
       01  WS-PROC-DATE        PIC X(8).
       01  WS-PERIOD-CHAIN     PIC X(12).
       01  WS-CAL-DAY-TYPE     PIC X.
           88  PROCESSING-DAY      VALUE "P".
           88  HOLIDAY             VALUE "H".
       01  WS-CAL-PERIOD       PIC X(4).
       01  WS-CAL-FISCAL       PIC X(6).
       01  WS-CAL-FISCAL-START PIC X(8).
       01  WS-CAL-FISCAL-END   PIC X(8).
       01  WS-DAY-TEXT         PIC X(16).

       01  WS-P-JOB-NAME       PIC X(8).
       01  WS-P-TIMESTAMP      PIC X(26).
       01  WS-P-OPERATION      PIC X(20).
       01  WS-P-FILE-NAME      PIC X(44).
       01  WS-RERUN-RESULT     PIC X.
       01  WS-RERUN-TOTAL      PIC 9(4) VALUE 0.

       01  WS-SEARCH-TAG       PIC X(20).
       01  WS-TAG-LEN          PIC 9(2).
       01  WS-BEFORE-TAG       PIC X(512).
       01  WS-AFTER-TAG        PIC X(512).
       01  WS-EXTRACTED-VALUE  PIC X(64).

       01  WS-FLAG-TEXT        PIC X(40).
       01  WS-FLAG-WORK        PIC X(40).
       01  WS-EXCEPTION-COUNT  PIC 9(4) VALUE 0.
       01  WS-OFF-SCHEDULE     PIC 9(4) VALUE 0.
       01  WS-NOT-DUE-COUNT    PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-SLA-CONTROL
           PERFORM DETERMINE-PROCESSING-DAY
           PERFORM APPLY-PERIOD-WINDOWS
           IF WS-SLA-COUNT = 0
               DISPLAY "METADATA-SLA: data/sla-control.dat missing "
                       "or empty - nothing to check"
           PERFORM WRITE-SLA-REPORT

           DISPLAY "METADATA-SLA: " WS-SLA-COUNT " scheduled job(s) "
                   "checked for " WS-PROC-DATE " ("
                   FUNCTION TRIM(WS-DAY-TEXT) "), "
                   WS-EXCEPTION-COUNT " exception(s)"
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

       READ-SLA-CONTROL.
           MOVE 0 TO WS-SLA-COUNT
           MOVE 0 TO WS-OVR-COUNT
           OPEN INPUT SLA-CONTROL
           IF WS-SLACTL-STATUS NOT = "35"
               PERFORM UNTIL WS-SLACTL-STATUS = "10"
                           MOVE "10" TO WS-SLACTL-STATUS
                       NOT AT END
                           IF SCR-JOB-NAME NOT = SPACES
                               IF SCR-PERIOD = SPACES
                                   PERFORM NOTE-EVERYDAY-ROW
                               ELSE
                                   PERFORM NOTE-PERIOD-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLA-CONTROL
           END-IF.

       NOTE-EVERYDAY-ROW.
           IF WS-SLA-COUNT < 100
               ADD 1 TO WS-SLA-COUNT
               MOVE SCR-JOB-NAME TO WS-S-JOB(WS-SLA-COUNT)
               MOVE SCR-EXP-START TO WS-S-EXP-START(WS-SLA-COUNT)
               MOVE SCR-EXP-END TO WS-S-EXP-END(WS-SLA-COUNT)
               MOVE SCR-REQUIRED TO WS-S-REQUIRED(WS-SLA-COUNT)
               MOVE SPACES TO WS-S-FIRST-TS(WS-SLA-COUNT)
                              WS-S-LAST-TS(WS-SLA-COUNT)
                              WS-S-PERIOD(WS-SLA-COUNT)
               MOVE "N" TO WS-S-SEEN(WS-SLA-COUNT)
               MOVE 9 TO WS-S-RANK(WS-SLA-COUNT)
               MOVE 0 TO WS-S-RERUNS(WS-SLA-COUNT)
           END-IF.

       NOTE-PERIOD-ROW.
           IF WS-OVR-COUNT < 100
               ADD 1 TO WS-OVR-COUNT
               MOVE SCR-JOB-NAME TO WS-O-JOB(WS-OVR-COUNT)
               MOVE SCR-EXP-START TO WS-O-EXP-START(WS-OVR-COUNT)
               MOVE SCR-EXP-END TO WS-O-EXP-END(WS-OVR-COUNT)
               MOVE SCR-REQUIRED TO WS-O-REQUIRED(WS-OVR-COUNT)
               MOVE SCR-PERIOD TO WS-O-PERIOD(WS-OVR-COUNT)
           END-IF.

       DETERMINE-PROCESSING-DAY.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-DATE FROM ARGUMENT-VALUE
           END-IF
           EVALUATE TRUE
               WHEN WS-ARG-DATE IS NUMERIC
                   MOVE WS-ARG-DATE TO WS-PROC-DATE
               WHEN OTHER
                   MOVE WS-NOW-TS(1:8) TO WS-PROC-DATE
                   OPEN INPUT METADATA-LOG
                   IF WS-LOG-STATUS = "00"
                       READ METADATA-LOG
                       IF WS-LOG-STATUS = "00"
                           PERFORM PARSE-LOG-RECORD
                           IF WS-P-TIMESTAMP(1:8) IS NUMERIC
                               MOVE WS-P-TIMESTAMP(1:8)
                                   TO WS-PROC-DATE
                           END-IF
                       END-IF
                       CLOSE METADATA-LOG
                   END-IF
           END-EVALUATE

           CALL "CALENDAR-CHECK" USING WS-PROC-DATE WS-CAL-DAY-TYPE
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
           END-EVALUATE

           MOVE SPACES TO WS-DAY-TEXT
           EVALUATE TRUE
               WHEN PROCESSING-DAY
                   STRING "processing day " WS-CAL-PERIOD
                       DELIMITED BY SIZE INTO WS-DAY-TEXT
               WHEN HOLIDAY
                   STRING "holiday " WS-CAL-PERIOD
                       DELIMITED BY SIZE INTO WS-DAY-TEXT
               WHEN OTHER
                   STRING "non-processing " WS-CAL-PERIOD
                       DELIMITED BY SIZE INTO WS-DAY-TEXT
           END-EVALUATE.

       APPLY-PERIOD-WINDOWS.
      *    Each period row whose period applies today replaces the
      *    job's everyday row unless a more specific one already
      *    has; a job scheduled only for the period joins the table.
           IF WS-PERIOD-CHAIN = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
                   UNTIL WS-OVR-IDX > WS-OVR-COUNT
               EVALUATE WS-O-PERIOD(WS-OVR-IDX)
                   WHEN WS-PERIOD-CHAIN(1:4)
                       MOVE 1 TO WS-OVR-RANK
                   WHEN WS-PERIOD-CHAIN(5:4)
                       MOVE 2 TO WS-OVR-RANK
                   WHEN WS-PERIOD-CHAIN(9:4)
                       MOVE 3 TO WS-OVR-RANK
                   WHEN OTHER
                       MOVE 0 TO WS-OVR-RANK
               END-EVALUATE
               IF WS-O-PERIOD(WS-OVR-IDX) = SPACES
                   MOVE 0 TO WS-OVR-RANK
               END-IF
               IF WS-OVR-RANK > 0
                   PERFORM APPLY-ONE-PERIOD-ROW
               END-IF
           END-PERFORM.

       APPLY-ONE-PERIOD-ROW.
           MOVE 0 TO WS-SLA-FOUND
           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > WS-SLA-COUNT
               IF WS-S-JOB(WS-SLA-IDX) = WS-O-JOB(WS-OVR-IDX)
                   MOVE WS-SLA-IDX TO WS-SLA-FOUND
               END-IF
           END-PERFORM
           IF WS-SLA-FOUND = 0
               IF WS-SLA-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SLA-COUNT
               MOVE WS-SLA-COUNT TO WS-SLA-FOUND
               MOVE WS-O-JOB(WS-OVR-IDX) TO WS-S-JOB(WS-SLA-FOUND)
               MOVE SPACES TO WS-S-FIRST-TS(WS-SLA-FOUND)
                              WS-S-LAST-TS(WS-SLA-FOUND)
               MOVE "N" TO WS-S-SEEN(WS-SLA-FOUND)
               MOVE 9 TO WS-S-RANK(WS-SLA-FOUND)
               MOVE 0 TO WS-S-RERUNS(WS-SLA-FOUND)
           END-IF
           IF WS-OVR-RANK < WS-S-RANK(WS-SLA-FOUND)
               MOVE WS-OVR-RANK TO WS-S-RANK(WS-SLA-FOUND)
               MOVE WS-O-EXP-START(WS-OVR-IDX)
                   TO WS-S-EXP-START(WS-SLA-FOUND)
               MOVE WS-O-EXP-END(WS-OVR-IDX)
                   TO WS-S-EXP-END(WS-SLA-FOUND)
               MOVE WS-O-REQUIRED(WS-OVR-IDX)
                   TO WS-S-REQUIRED(WS-SLA-FOUND)
               MOVE WS-O-PERIOD(WS-OVR-IDX)
                   TO WS-S-PERIOD(WS-SLA-FOUND)
           END-IF.

       SCAN-METADATA-LOG.
           OPEN INPUT METADATA-LOG
           IF WS-LOG-STATUS NOT = "35"
                           MOVE "10" TO WS-LOG-STATUS
                       NOT AT END
                           PERFORM PARSE-LOG-RECORD
                           CALL "RERUN-CHECK" USING WS-P-JOB-NAME
                               WS-P-OPERATION WS-P-FILE-NAME
                               WS-P-TIMESTAMP WS-RERUN-RESULT
                           END-CALL
                           PERFORM ACCUMULATE-JOB-WINDOW
                   END-READ
               END-PERFORM

       PARSE-LOG-RECORD.
           MOVE SPACES TO WS-P-JOB-NAME WS-P-TIMESTAMP
                          WS-P-OPERATION WS-P-FILE-NAME

           MOVE '"job":"'          TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-JOB-NAME

           MOVE '"operation":"'    TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-OPERATION

           MOVE '"file":"'         TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE(1:44) TO WS-P-FILE-NAME

           MOVE '"timestamp":"'    TO WS-SEARCH-TAG
           PERFORM FIND-TAG-VALUE
           MOVE WS-EXTRACTED-VALUE TO WS-P-TIMESTAMP.
                       TO WS-S-FIRST-TS(WS-SLA-FOUND)
               END-IF
               MOVE WS-P-TIMESTAMP TO WS-S-LAST-TS(WS-SLA-FOUND)
      *        The restart does not open a second window - the one
      *        the failed run opened simply stretches to cover it.
               IF WS-RERUN-RESULT = "R"
                   ADD 1 TO WS-S-RERUNS(WS-SLA-FOUND)
                   ADD 1 TO WS-RERUN-TOTAL
               END-IF
           END-IF.

       WRITE-SLA-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "BATCH-WINDOW SLA REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Processing date " WS-PROC-DATE " - "
                  FUNCTION TRIM(WS-DAY-TEXT)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "JOB-NAME  EXPECTED       ACTUAL         STATE"
               TO REPORT-LINE
           WRITE REPORT-LINE
                          WS-S-EXP-END(WS-SLA-IDX) "  "
                          WS-S-FIRST-TS(WS-SLA-IDX)(9:6) "-"
                          WS-S-LAST-TS(WS-SLA-IDX)(9:6) "  "
                          FUNCTION TRIM(WS-FLAG-TEXT) " "
                          WS-S-PERIOD(WS-SLA-IDX)
                          DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING WS-S-JOB(WS-SLA-IDX) "  "
                          WS-S-EXP-START(WS-SLA-IDX) "-"
                          WS-S-EXP-END(WS-SLA-IDX) "  "
                          "------ ------  "
                          FUNCTION TRIM(WS-FLAG-TEXT) " "
                          WS-S-PERIOD(WS-SLA-IDX)
                          DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Exceptions: " WS-EXCEPTION-COUNT
                  "  Off-schedule records seen: " WS-OFF-SCHEDULE
                  "  Not due today: " WS-NOT-DUE-COUNT
                  "  Reruns: " WS-RERUN-TOTAL
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.
      *    schedule in sla-control.dat describes same-day windows,
      *    which is how this shop's batch is cut. A job with no
      *    records at all is only an exception when the table says it
      *    must run; an optional job that didn't run reports IDLE,
      *    and nothing is due on a day the calendar says is not a
      *    processing day.
           MOVE SPACES TO WS-FLAG-TEXT
           EVALUATE TRUE
               WHEN WS-S-SEEN(WS-SLA-IDX) = "N"
                   AND WS-S-REQUIRED(WS-SLA-IDX) = "Y"
                   AND NOT PROCESSING-DAY
                   MOVE "NOT-DUE" TO WS-FLAG-TEXT
                   ADD 1 TO WS-NOT-DUE-COUNT
               WHEN WS-S-SEEN(WS-SLA-IDX) = "N"
                   AND WS-S-REQUIRED(WS-SLA-IDX) = "Y"
                   MOVE "NO-SHOW" TO WS-FLAG-TEXT
                   ELSE
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
                   IF WS-S-RERUNS(WS-SLA-IDX) > 0
                       MOVE WS-FLAG-TEXT TO WS-FLAG-WORK
                       MOVE SPACES TO WS-FLAG-TEXT
                       STRING FUNCTION TRIM(WS-FLAG-WORK) " (RERUN)"
                           DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   END-IF
           END-EVALUATE.
