      *        columns 9-12 keep count
      *    DAILY nnnn keeps the newest nnnn archive periods outright;
      *    MONTHLY nnnn additionally keeps the first period of each
      *    of the most recent nnnn fiscal months - the fiscal periods
      *    of the business calendar (CALENDAR-CHECK), which are the
      *    calendar months wherever the calendar names none. Every
      *    other archive is due to expire - but expiry is never a
      *    bare delete: the
      *    period's chain is verified first, a verified file is
      *    removed with a PURGE record written through METADATA-
      *    CAPTURE itself (so the destruction of an audit period is
       01  WS-ARCH-TAB.
           05  WS-ARCH-ENTRY OCCURS 500 TIMES.
               10  WS-AR-NAME      PIC X(60).
               10  WS-AR-PERIOD    PIC X(6).
               10  WS-AR-KEEP      PIC X.
       01  WS-ARCH-COUNT       PIC 9(4) VALUE 0.
       01  WS-ARCH-IDX         PIC 9(4).
       01  WS-IDX2             PIC 9(4).
       01  WS-KEEP-FROM        PIC 9(4).
       01  WS-MONTHS-KEPT      PIC 9(4).
       01  WS-CURRENT-PERIOD   PIC X(6).

      *    Arguments for the business-calendar lookup - layouts match
      *    CALENDAR-CHECK's LINKAGE SECTION exactly.
       01  WS-CAL-DATE         PIC X(8).
       01  WS-CAL-DAY-TYPE     PIC X.
       01  WS-CAL-PERIOD       PIC X(4).
       01  WS-CAL-FISCAL       PIC X(6).
       01  WS-CAL-FISCAL-START PIC X(8).
       01  WS-CAL-FISCAL-END   PIC X(8).

      *    Chain-walk work fields, the same recompute METADATA-VERIFY
      *    does, pointed at one archive file at a time.
                               ADD 1 TO WS-ARCH-COUNT
                               MOVE WORK-LIST-RECORD TO
                                   WS-AR-NAME(WS-ARCH-COUNT)
      *                        The dated file name carries yyyymmdd
      *                        at a fixed offset: "data/archive/
      *                        metadata-" is 22 characters, so the
      *                        date starts at 23. The calendar turns
      *                        it into the fiscal period.
                               MOVE WORK-LIST-RECORD(23:8)
                                   TO WS-CAL-DATE
                               CALL "CALENDAR-CHECK" USING WS-CAL-DATE
                                   WS-CAL-DAY-TYPE WS-CAL-PERIOD
                                   WS-CAL-FISCAL WS-CAL-FISCAL-START
                                   WS-CAL-FISCAL-END
                               END-CALL
                               MOVE WS-CAL-FISCAL TO
                                   WS-AR-PERIOD(WS-ARCH-COUNT)
                               MOVE "N" TO
                                   WS-AR-KEEP(WS-ARCH-COUNT)
                           END-IF
               END-PERFORM
           END-IF

      *    Walking newest to oldest, each new fiscal month
      *    encountered - up to WS-KEEP-MONTHLY of them - gets its
      *    oldest file (the first period archived that month) kept
      *    as the month's representative.
           MOVE 0 TO WS-MONTHS-KEPT
           MOVE SPACES TO WS-CURRENT-PERIOD
           PERFORM VARYING WS-ARCH-IDX FROM WS-ARCH-COUNT BY -1
                   UNTIL WS-ARCH-IDX < 1
                   OR WS-MONTHS-KEPT >= WS-KEEP-MONTHLY
               IF WS-AR-PERIOD(WS-ARCH-IDX) NOT = WS-CURRENT-PERIOD
                   MOVE WS-AR-PERIOD(WS-ARCH-IDX)
                       TO WS-CURRENT-PERIOD
                   ADD 1 TO WS-MONTHS-KEPT
                   PERFORM MARK-FIRST-OF-MONTH
               END-IF
       MARK-FIRST-OF-MONTH.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-ARCH-COUNT
               IF WS-AR-PERIOD(WS-IDX2) = WS-CURRENT-PERIOD
                   MOVE "Y" TO WS-AR-KEEP(WS-IDX2)
                   EXIT PERFORM
               END-IF
