       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDAR-CHECK.
      *    Shared business-calendar lookup: what kind of day is this
      *    date, and which fiscal period does it fall in? Called by
      *    METADATA-SLA (no NO-SHOW on a day nothing is due, per-
      *    period windows), JOB-WATCHDOG (per-period runtime limits),
      *    METADATA-RETENTION (MONTHLY keeps one archive per fiscal
      *    period) and CHARGEBACK-REPORT (this period vs last), so
      *    all four agree on which days count.
      *    The calendar lives in data/business-calendar.dat -
      *    PARMLIB-style, editable without a recompile, like
      *    monitor-control.dat:
      *        columns 1-8    date yyyymmdd
      *        column  9      day type  P processing day
      *                                 H holiday
      *                                 N non-processing (weekend,
      *                                   freeze day)
      *        columns 10-13  special period  MEND / QEND / YEND
      *                       (blank = none; the most significant
      *                       one - a year-end is also a quarter-
      *                       and month-end)
      *        columns 14-19  fiscal period yyyypp (blank = none)
      *    Only dates that need saying need a row - a date with no
      *    row is an ordinary processing day. The first row for a
      *    date wins.
      *    A date's fiscal period is that of the first row on or
      *    after it that names one, so listing the last day of each
      *    period (and the first day of the first) is enough; the
      *    period starts the day after the previous period's last
      *    listed date. Dates before the calendar's first fiscal row
      *    or after its last fall back to the calendar month (yyyymm
      *    as the period). No table at all means every day is a
      *    processing day and periods are calendar months - exactly
      *    how the callers behaved before the calendar existed.
      *        LK-DATE           the date asked about (yyyymmdd)
      *        LK-DAY-TYPE       P / H / N
      *        LK-PERIOD         MEND / QEND / YEND / spaces
      *        LK-FISCAL-PERIOD  yyyypp (yyyymm on fallback)
      *        LK-FISCAL-START   first date of that period
      *        LK-FISCAL-END     last date of that period
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-CONTROL
               ASSIGN TO "data/business-calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-CONTROL.
       01  CALENDAR-CONTROL-RECORD.
           05  BCR-DATE            PIC X(8).
           05  BCR-DAY-TYPE        PIC X.
           05  BCR-PERIOD          PIC X(4).
           05  BCR-FISCAL-PERIOD   PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-CALCTL-STATUS    PIC XX.

      *    Loaded once per run unit - CHARGEBACK-REPORT and
      *    METADATA-RETENTION call this repeatedly, and WORKING-
      *    STORAGE survives across calls.
       01  WS-CAL-TAB.
           05  WS-CAL-ENTRY OCCURS 1000 TIMES.
               10  WS-CL-DATE      PIC X(8).
               10  WS-CL-DAY-TYPE  PIC X.
               10  WS-CL-PERIOD    PIC X(4).
               10  WS-CL-FISCAL    PIC X(6).
       01  WS-CAL-COUNT        PIC 9(4) VALUE 0.
       01  WS-CAL-IDX          PIC 9(4).
       01  WS-TABLE-LOADED     PIC X VALUE "N".
       01  WS-DAY-FOUND        PIC X.

       01  WS-FIRST-FISCAL     PIC X(8).
       01  WS-NEXT-DATE        PIC X(8).
       01  WS-PREV-DATE        PIC X(8).
       01  WS-PERIOD-LOW       PIC X(8).
       01  WS-DATE-NUM         PIC 9(8).
       01  WS-DAY-INT          PIC 9(8).
       01  WS-YEAR-PART        PIC 9(4).
       01  WS-MM-PART          PIC 9(2).

       LINKAGE SECTION.
       01  LK-DATE             PIC X(8).
       01  LK-DAY-TYPE         PIC X.
       01  LK-PERIOD           PIC X(4).
       01  LK-FISCAL-PERIOD    PIC X(6).
       01  LK-FISCAL-START     PIC X(8).
       01  LK-FISCAL-END       PIC X(8).

       PROCEDURE DIVISION USING LK-DATE LK-DAY-TYPE LK-PERIOD
               LK-FISCAL-PERIOD LK-FISCAL-START LK-FISCAL-END.
       MAIN-PROCESS.
           IF WS-TABLE-LOADED = "N"
               PERFORM LOAD-CALENDAR-TABLE
           END-IF

           MOVE "P" TO LK-DAY-TYPE
           MOVE SPACES TO LK-PERIOD
           MOVE "N" TO WS-DAY-FOUND
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                   OR WS-DAY-FOUND = "Y"
               IF WS-CL-DATE(WS-CAL-IDX) = LK-DATE
                   MOVE "Y" TO WS-DAY-FOUND
                   MOVE WS-CL-DAY-TYPE(WS-CAL-IDX) TO LK-DAY-TYPE
                   MOVE WS-CL-PERIOD(WS-CAL-IDX) TO LK-PERIOD
               END-IF
           END-PERFORM

           PERFORM FIND-FISCAL-PERIOD
           GOBACK.

       LOAD-CALENDAR-TABLE.
           MOVE "Y" TO WS-TABLE-LOADED
           MOVE 0 TO WS-CAL-COUNT
           MOVE HIGH-VALUES TO WS-FIRST-FISCAL
           OPEN INPUT CALENDAR-CONTROL
           IF WS-CALCTL-STATUS NOT = "35"
               PERFORM UNTIL WS-CALCTL-STATUS = "10"
                   READ CALENDAR-CONTROL
                       AT END
                           MOVE "10" TO WS-CALCTL-STATUS
                       NOT AT END
                           IF BCR-DATE IS NUMERIC
                                   AND WS-CAL-COUNT < 1000
                               ADD 1 TO WS-CAL-COUNT
                               MOVE BCR-DATE TO
                                   WS-CL-DATE(WS-CAL-COUNT)
                               MOVE BCR-DAY-TYPE TO
                                   WS-CL-DAY-TYPE(WS-CAL-COUNT)
                               MOVE BCR-PERIOD TO
                                   WS-CL-PERIOD(WS-CAL-COUNT)
                               MOVE BCR-FISCAL-PERIOD TO
                                   WS-CL-FISCAL(WS-CAL-COUNT)
      *                        An unknown day type reads as a
      *                        processing day - never as a reason
      *                        to excuse a missing job.
                               IF BCR-DAY-TYPE NOT = "H"
                                       AND BCR-DAY-TYPE NOT = "N"
                                   MOVE "P" TO
                                       WS-CL-DAY-TYPE(WS-CAL-COUNT)
                               END-IF
                               IF BCR-FISCAL-PERIOD NOT = SPACES
                                       AND BCR-DATE < WS-FIRST-FISCAL
                                   MOVE BCR-DATE TO WS-FIRST-FISCAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-CONTROL
           END-IF.

       FIND-FISCAL-PERIOD.
      *    The period is that of the nearest fiscal row on or after
      *    the date; the table need not be in date order.
           MOVE SPACES TO LK-FISCAL-PERIOD
           MOVE HIGH-VALUES TO WS-NEXT-DATE
           IF LK-DATE NOT < WS-FIRST-FISCAL
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                       UNTIL WS-CAL-IDX > WS-CAL-COUNT
                   IF WS-CL-FISCAL(WS-CAL-IDX) NOT = SPACES
                           AND WS-CL-DATE(WS-CAL-IDX) NOT < LK-DATE
                           AND WS-CL-DATE(WS-CAL-IDX) < WS-NEXT-DATE
                       MOVE WS-CL-DATE(WS-CAL-IDX) TO WS-NEXT-DATE
                       MOVE WS-CL-FISCAL(WS-CAL-IDX)
                           TO LK-FISCAL-PERIOD
                   END-IF
               END-PERFORM
           END-IF
           IF LK-FISCAL-PERIOD = SPACES
               PERFORM USE-CALENDAR-MONTH
               EXIT PARAGRAPH
           END-IF

      *    Its last day is the period's latest listed date; its first
      *    is the day after the latest date of any other period
      *    before it - or, for the calendar's first period, the
      *    period's own earliest listed date.
           MOVE LOW-VALUES TO LK-FISCAL-END WS-PREV-DATE
           MOVE HIGH-VALUES TO WS-PERIOD-LOW
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CL-FISCAL(WS-CAL-IDX) = LK-FISCAL-PERIOD
                   IF WS-CL-DATE(WS-CAL-IDX) > LK-FISCAL-END
                       MOVE WS-CL-DATE(WS-CAL-IDX) TO LK-FISCAL-END
                   END-IF
                   IF WS-CL-DATE(WS-CAL-IDX) < WS-PERIOD-LOW
                       MOVE WS-CL-DATE(WS-CAL-IDX) TO WS-PERIOD-LOW
                   END-IF
               ELSE
                   IF WS-CL-FISCAL(WS-CAL-IDX) NOT = SPACES
                           AND WS-CL-DATE(WS-CAL-IDX) < LK-DATE
                           AND WS-CL-DATE(WS-CAL-IDX) > WS-PREV-DATE
                       MOVE WS-CL-DATE(WS-CAL-IDX) TO WS-PREV-DATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PREV-DATE = LOW-VALUES
               MOVE WS-PERIOD-LOW TO LK-FISCAL-START
           ELSE
               MOVE WS-PREV-DATE TO WS-DATE-NUM
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE WS-DATE-NUM TO LK-FISCAL-START
           END-IF.

       USE-CALENDAR-MONTH.
           MOVE LK-DATE(1:6) TO LK-FISCAL-PERIOD
           MOVE SPACES TO LK-FISCAL-START LK-FISCAL-END
           IF LK-DATE(1:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING LK-DATE(1:6) "01" DELIMITED BY SIZE
               INTO LK-FISCAL-START
      *    Last day of the month = the day before the first of the
      *    next one.
           MOVE LK-DATE(1:4) TO WS-YEAR-PART
           MOVE LK-DATE(5:2) TO WS-MM-PART
           IF WS-MM-PART = 12
               ADD 1 TO WS-YEAR-PART
               MOVE 1 TO WS-MM-PART
           ELSE
               ADD 1 TO WS-MM-PART
           END-IF
           COMPUTE WS-DATE-NUM =
               WS-YEAR-PART * 10000 + WS-MM-PART * 100 + 1
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE WS-DATE-NUM TO LK-FISCAL-END.
