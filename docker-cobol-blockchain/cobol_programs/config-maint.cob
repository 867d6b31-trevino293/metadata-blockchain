       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIG-MAINT.
      *    Terminal maintenance for the PARMLIB-style control tables,
      *    so a row is changed through a screen that knows its column
      *    map instead of in an editor that does not - and so every
      *    change is on the chain. Until now nobody could say who
      *    turned capture off for a dataset, or what the row said
      *    before.
      *    A menu picks the table; each table's screen lists, adds,
      *    changes and deletes rows, prompting field by field with
      *    the same checks CONTROL-CHECK reports on:
      *        watchdog-control  minutes numeric, period MEND/QEND/
      *                          YEND or blank
      *        sla-control       start/end hhmmss, required Y/N,
      *                          period MEND/QEND/YEND or blank
      *        legal-hold        expiry yyyymmdd (or blank)
      *        alert-control     destination type PIPE/COMMAND/
      *                          CONSOLE
      *        retention-control DAILY/MONTHLY, keep count numeric
      *        validation-control REQUIRED/HLQ/OPVALID
      *        business-calendar date yyyymmdd, day type P/H/N,
      *                          period MEND/QEND/YEND or blank,
      *                          fiscal period yyyypp or blank
      *        capacity-control  THRESHLD/WARNDAYS/CRITDAYS/WINDOW,
      *                          value numeric, THRESHLD 1-100
      *        fingerprint-control  exact dataset name, file path
      *                          required
      *        capture-mode-control  job pattern, mode JOURNAL/DIRECT
      *        balance-control   dataset and consumer job patterns,
      *                          skip count and tolerance numeric,
      *                          tolerance 0-100, rule B/F/X
      *        access-matrix     job and dataset patterns, access R/W
      *        change-control    ticket and program pattern, window
      *                          start/end dates yyyymmdd and times
      *                          hhmmss, start not after end
      *    and no blanks inside a name or pattern. Inserts take a
      *    position, since the first-match tables are order-
      *    sensitive.
      *    Every saved change is rewritten to a work file, captured
      *    through METADATA-CAPTURE as a CONFIG-CHANGE, and only then
      *    swapped in whole (INCIDENT-WORKBENCH's technique - the
      *    table is untouched until the mv lands). A capture that
      *    fails saves nothing - the PURGE rule: a control change
      *    with no chain record is worse than no change. The record:
      *        dataset field  <table> ADD|CHG|DEL ROW=nnnn H=<lead>
      *        aux            B=<row before>|A=<row after>
      *    The complete images also go to data/config-history.dat
      *    with the same timestamp, user and table. Aux is not hashed
      *    into the chain, so the images are bound to it by digest,
      *    the way CHAIN-WITNESS and COMPLIANCE-PACK bind what they
      *    cannot carry: <lead> is the leading hex digits of
      *    CALC-HASH2 chained from 64 zeros over the config-history
      *    row's before image and the first 80 bytes of its after
      *    image, then over the remaining 40 bytes of the after
      *    image (blank-padded) - as many as the hashed dataset field
      *    has room for, eight at the least. The history row that
      *    was captured, and the aux images, can be proved against
      *    the chain and any other cannot. The aux field holds 80
      *    bytes, which the wide rows (alert-control, legal-hold,
      *    access-matrix, fingerprint-control, ...) do not fit;
      *    cutting them short would drop exactly the column that
      *    changed, so those carry the whole digest instead:
      *        aux            H=<digest> C=<first changed column>
      *    Gated by AUTH-CHECK function CONFIG; a denial is already
      *    on the chain when this reports it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-TABLE ASSIGN DYNAMIC WS-TABLE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-STATUS.

           SELECT TABLE-WORK ASSIGN DYNAMIC WS-WORK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT CONFIG-HISTORY ASSIGN TO "data/config-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-TABLE.
       01  CONTROL-LINE            PIC X(200).

       FD  TABLE-WORK.
       01  WORK-LINE               PIC X(120).

      *    One line per saved change, complete row images.
       FD  CONFIG-HISTORY.
       01  CONFIG-HISTORY-RECORD.
           05  CFH-TIMESTAMP       PIC X(26).
           05  CFH-USER            PIC X(10).
           05  CFH-TABLE           PIC X(24).
           05  CFH-ACTION          PIC X(3).
           05  CFH-ROW-NUM         PIC 9(4).
           05  CFH-BEFORE          PIC X(120).
           05  CFH-AFTER           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-TABLE-STATUS     PIC XX.
       01  WS-WORK-STATUS      PIC XX.
       01  WS-HISTORY-STATUS   PIC XX.
       01  WS-TABLE-FILE       PIC X(60).
       01  WS-WORK-FILE        PIC X(60).
       01  WS-COMMAND          PIC X(200).
       01  WS-RETURN-CODE      PIC S9(9) COMP.

       01  WS-AUTH-FUNCTION    PIC X(8) VALUE "CONFIG".
       01  WS-AUTH-RESULT      PIC X.

       01  WS-MENU-CHOICE      PIC X(8).
       01  WS-ACTION-CHOICE    PIC X(8).
       01  WS-LEAVE-MENU       PIC X VALUE "N".
           88  LEAVE-MAIN-MENU     VALUE "Y".
      *    8 once any save in the session failed to land.
       01  WS-SESSION-RC       PIC 9(2) VALUE 0.
       01  WS-LEAVE-TABLE      PIC X.
           88  LEAVE-TABLE-SCREEN  VALUE "Y".

      *    The table on screen: name, width of its column map, and
      *    every row as it stands on disk.
       01  WS-TABLE-NAME       PIC X(24).
       01  WS-TABLE-WIDTH      PIC 9(3).
       01  WS-ROW-TAB.
           05  WS-ROW-LINE     PIC X(120) OCCURS 200 TIMES.
       01  WS-ROW-COUNT        PIC 9(4) VALUE 0.
       01  WS-ROW-IDX          PIC 9(4).
       01  WS-TARGET-ROW       PIC 9(4).
       01  WS-ROW-ARG          PIC X(8).
       01  WS-ROW-ARG-LEN      PIC 9(2).

      *    Column map of the table on screen, loaded by SET-FIELD-
      *    MAP. Rules:
      *        R  required name/pattern (no embedded blank)
      *        O  optional name/pattern
      *        N  numeric, zero-filled to the column width
      *        H  hhmmss
      *        D  yyyymmdd or blank
      *        Y  Y or N
      *        T  alert destination type PIPE/COMMAND/CONSOLE
      *        P  retention policy DAILY/MONTHLY
      *        V  validation rule type REQUIRED/HLQ/OPVALID
      *        F  free text, case kept (paths, commands)
      *        K  calendar period MEND/QEND/YEND or blank
      *        C  calendar day type P/H/N
      *        G  fiscal period yyyypp (pp 01-13) or blank
      *        Q  capacity keyword THRESHLD/WARNDAYS/CRITDAYS/WINDOW
      *        M  capture mode JOURNAL/DIRECT
      *        L  balancing rule B/F/X
      *        A  access R (read) or W (write)
       01  WS-FIELD-MAP.
           05  WS-FIELD-ENTRY OCCURS 8 TIMES.
               10  WS-FD-LABEL     PIC X(30).
               10  WS-FD-START     PIC 9(3).
               10  WS-FD-LEN       PIC 9(3).
               10  WS-FD-RULE      PIC X.
       01  WS-FIELD-COUNT      PIC 9(2) VALUE 0.
       01  WS-FIELD-IDX        PIC 9(2).
       01  WS-NEW-LABEL        PIC X(30).
       01  WS-NEW-START        PIC 9(3).
       01  WS-NEW-LEN          PIC 9(3).
       01  WS-NEW-RULE         PIC X.

       01  WS-EDIT-MODE        PIC X(3).
       01  WS-OLD-ROW          PIC X(120).
       01  WS-NEW-ROW          PIC X(120).
       01  WS-CURRENT-VALUE    PIC X(100).
       01  WS-INPUT            PIC X(100).
       01  WS-INPUT-LEN        PIC 9(3).
       01  WS-FIELD-VALUE      PIC X(100).
       01  WS-FIELD-OK         PIC X.
           88  FIELD-IS-VALID      VALUE "Y".
       01  WS-ROW-OK           PIC X.
           88  ROW-IS-VALID        VALUE "Y".
       01  WS-ERROR-TEXT       PIC X(60).
       01  WS-TRIES            PIC 9(2).
       01  WS-BLANK-TALLY      PIC 9(4).
       01  WS-CONFIRM          PIC X(8).
       01  WS-NUMERIC-WORK     PIC 9(9).
       01  WS-NUMERIC-EDIT     PIC X(9).
       01  WS-DATE-NUM         PIC 9(8).
       01  WS-HH               PIC 99.
       01  WS-MM               PIC 99.
       01  WS-SS               PIC 99.

       01  WS-NOW-TS           PIC X(26).
       01  WS-RULER            PIC X(120).
       01  WS-RULER-IDX        PIC 9(3).
       01  WS-RULER-DIGIT      PIC 9.

      *    Aux image assembly.
       01  WS-BEFORE-LEN       PIC 9(3).
       01  WS-AFTER-LEN        PIC 9(3).
       01  WS-AUX-PTR          PIC 9(3).
       01  WS-NAME-PTR         PIC 9(3).
       01  WS-CAP-TABLE        PIC X(24).
       01  WS-IMAGE-HASH       PIC X(64).
       01  WS-NEXT-HASH        PIC X(64).
       01  WS-IMAGE-SLICE      PIC X(200).
       01  WS-DIFF-COL         PIC 9(3).

      *    Arguments for the CONFIG-CHANGE capture call - layouts
      *    match METADATA-CAPTURE's LINKAGE SECTION exactly.
       01  WS-CAP-OPERATION    PIC X(20) VALUE "CONFIG-CHANGE".
       01  WS-CAP-FILE-NAME    PIC X(44).
       01  WS-CAP-RECORD-KEY   PIC X(20).
       01  WS-CAP-USER         PIC X(10).
       01  WS-CAP-JOB-NAME     PIC X(8) VALUE "CFGMAINT".
       01  WS-CAP-PROGRAM      PIC X(8) VALUE "CFGMAINT".
       01  WS-CAP-COND-CODE    PIC X(4) VALUE "0000".
       01  WS-CAP-AUX          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-CAP-USER FROM ENVIRONMENT "USER"
           CALL "AUTH-CHECK" USING WS-CAP-USER WS-AUTH-FUNCTION
               WS-AUTH-RESULT
           END-CALL
           IF WS-AUTH-RESULT NOT = "Y"
               DISPLAY "CONFIG-MAINT: user "
                       FUNCTION TRIM(WS-CAP-USER)
                       " is not authorized for CONFIG - denied "
                       "(recorded on the chain)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM BUILD-RULER
           PERFORM UNTIL LEAVE-MAIN-MENU
               PERFORM SHOW-MAIN-MENU
           END-PERFORM
           MOVE WS-SESSION-RC TO RETURN-CODE
           STOP RUN.

       BUILD-RULER.
           MOVE SPACES TO WS-RULER
           PERFORM VARYING WS-RULER-IDX FROM 1 BY 1
                   UNTIL WS-RULER-IDX > 120
               COMPUTE WS-RULER-DIGIT =
                   FUNCTION MOD(WS-RULER-IDX, 10)
               MOVE WS-RULER-DIGIT TO WS-RULER(WS-RULER-IDX:1)
           END-PERFORM.

       SHOW-MAIN-MENU.
           DISPLAY " "
           DISPLAY "CONTROL TABLE MAINTENANCE"
           DISPLAY "   1  monitor-control.dat     "
                   "6  auth-control.dat"
           DISPLAY "   2  alert-control.dat       "
                   "7  legal-hold.dat"
           DISPLAY "   3  sla-control.dat         "
                   "8  retention-control.dat"
           DISPLAY "   4  watchdog-control.dat    "
                   "9  validation-control.dat"
           DISPLAY "   5  dept-control.dat       "
                   "10  sensitive-control.dat"
           DISPLAY "                             "
                   "11  business-calendar.dat"
           DISPLAY "                             "
                   "12  capacity-control.dat"
           DISPLAY "                             "
                   "13  fingerprint-control.dat"
           DISPLAY "                             "
                   "14  capture-mode-control.dat"
           DISPLAY "                             "
                   "15  balance-control.dat"
           DISPLAY "                             "
                   "16  access-matrix.dat"
           DISPLAY "                             "
                   "17  change-control.dat"
           DISPLAY "   X  exit"
           DISPLAY "Table: " WITH NO ADVANCING
           MOVE SPACES TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE

      *    A blank answer leaves too, so an exhausted input stream in
      *    a scripted run ends the program instead of looping.
           MOVE SPACES TO WS-TABLE-NAME
           EVALUATE FUNCTION TRIM(WS-MENU-CHOICE)
               WHEN "1"
                   MOVE "monitor-control.dat" TO WS-TABLE-NAME
                   MOVE 64 TO WS-TABLE-WIDTH
               WHEN "2"
                   MOVE "alert-control.dat" TO WS-TABLE-NAME
                   MOVE 120 TO WS-TABLE-WIDTH
               WHEN "3"
                   MOVE "sla-control.dat" TO WS-TABLE-NAME
                   MOVE 25 TO WS-TABLE-WIDTH
               WHEN "4"
                   MOVE "watchdog-control.dat" TO WS-TABLE-NAME
                   MOVE 16 TO WS-TABLE-WIDTH
               WHEN "5"
                   MOVE "dept-control.dat" TO WS-TABLE-NAME
                   MOVE 20 TO WS-TABLE-WIDTH
               WHEN "6"
                   MOVE "auth-control.dat" TO WS-TABLE-NAME
                   MOVE 18 TO WS-TABLE-WIDTH
               WHEN "7"
                   MOVE "legal-hold.dat" TO WS-TABLE-NAME
                   MOVE 120 TO WS-TABLE-WIDTH
               WHEN "8"
                   MOVE "retention-control.dat" TO WS-TABLE-NAME
                   MOVE 12 TO WS-TABLE-WIDTH
               WHEN "9"
                   MOVE "validation-control.dat" TO WS-TABLE-NAME
                   MOVE 52 TO WS-TABLE-WIDTH
               WHEN "10"
                   MOVE "sensitive-control.dat" TO WS-TABLE-NAME
                   MOVE 44 TO WS-TABLE-WIDTH
               WHEN "11"
                   MOVE "business-calendar.dat" TO WS-TABLE-NAME
                   MOVE 19 TO WS-TABLE-WIDTH
               WHEN "12"
                   MOVE "capacity-control.dat" TO WS-TABLE-NAME
                   MOVE 12 TO WS-TABLE-WIDTH
               WHEN "13"
                   MOVE "fingerprint-control.dat" TO WS-TABLE-NAME
                   MOVE 120 TO WS-TABLE-WIDTH
               WHEN "14"
                   MOVE "capture-mode-control.dat" TO WS-TABLE-NAME
                   MOVE 16 TO WS-TABLE-WIDTH
               WHEN "15"
                   MOVE "balance-control.dat" TO WS-TABLE-NAME
                   MOVE 65 TO WS-TABLE-WIDTH
               WHEN "16"
                   MOVE "access-matrix.dat" TO WS-TABLE-NAME
                   MOVE 53 TO WS-TABLE-WIDTH
               WHEN "17"
                   MOVE "change-control.dat" TO WS-TABLE-NAME
                   MOVE 48 TO WS-TABLE-WIDTH
               WHEN "X"
               WHEN SPACES
                   MOVE "Y" TO WS-LEAVE-MENU
               WHEN OTHER
                   DISPLAY "CONFIG-MAINT: no table "
                           FUNCTION TRIM(WS-MENU-CHOICE)
           END-EVALUATE

           IF WS-TABLE-NAME NOT = SPACES
               PERFORM SET-FIELD-MAP
               PERFORM LOAD-TABLE-ROWS
               MOVE "N" TO WS-LEAVE-TABLE
               PERFORM UNTIL LEAVE-TABLE-SCREEN
                   PERFORM SHOW-TABLE-SCREEN
               END-PERFORM
           END-IF.

       SET-FIELD-MAP.
      *    Column maps exactly as the owning programs' FDs read them.
           MOVE 0 TO WS-FIELD-COUNT
           EVALUATE WS-TABLE-NAME
               WHEN "monitor-control.dat"
                   MOVE "dataset pattern" TO WS-NEW-LABEL
                   MOVE 1 TO WS-NEW-START
                   MOVE 44 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "DISP value (* = any)" TO WS-NEW-LABEL
                   MOVE 45 TO WS-NEW-START
                   MOVE 20 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
               WHEN "alert-control.dat"
                   MOVE "job pattern (* = any)" TO WS-NEW-LABEL
                   MOVE 1 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "cond pattern (* = any)" TO WS-NEW-LABEL
                   MOVE 9 TO WS-NEW-START
                   MOVE 4 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "destination type" TO WS-NEW-LABEL
                   MOVE 13 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "T" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "destination value" TO WS-NEW-LABEL
                   MOVE 21 TO WS-NEW-START
                   MOVE 100 TO WS-NEW-LEN
                   MOVE "F" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
               WHEN "sla-control.dat"
                   MOVE "job name" TO WS-NEW-LABEL
                   MOVE 1 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "expected start hhmmss" TO WS-NEW-LABEL
                   MOVE 9 TO WS-NEW-START
                   MOVE 6 TO WS-NEW-LEN
                   MOVE "H" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "expected end hhmmss" TO WS-NEW-LABEL
                   MOVE 15 TO WS-NEW-START
                   MOVE 6 TO WS-NEW-LEN
                   MOVE "H" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "required nightly Y/N" TO WS-NEW-LABEL
                   MOVE 21 TO WS-NEW-START
                   MOVE 1 TO WS-NEW-LEN
                   MOVE "Y" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "period MEND/QEND/YEND" TO WS-NEW-LABEL
                   MOVE 22 TO WS-NEW-START
                   MOVE 4 TO WS-NEW-LEN
                   MOVE "K" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
               WHEN "watchdog-control.dat"
                   MOVE "job pattern (* = any)" TO WS-NEW-LABEL
                   MOVE 1 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "maximum minutes" TO WS-NEW-LABEL
                   MOVE 9 TO WS-NEW-START
                   MOVE 4 TO WS-NEW-LEN
                   MOVE "N" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "period MEND/QEND/YEND" TO WS-NEW-LABEL
                   MOVE 13 TO WS-NEW-START
                   MOVE 4 TO WS-NEW-LEN
                   MOVE "K" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
               WHEN "dept-control.dat"
                   MOVE "job prefix" TO WS-NEW-LABEL
                   MOVE 1 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "department" TO WS-NEW-LABEL
                   MOVE 9 TO WS-NEW-START
                   MOVE 12 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
               WHEN "auth-control.dat"
                   MOVE "user id (* = any)" TO WS-NEW-LABEL
                   MOVE 1 TO WS-NEW-START
                   MOVE 10 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "function (* = any)" TO WS-NEW-LABEL
                   MOVE 11 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
               WHEN "legal-hold.dat"
                   MOVE "job pattern (* = any)" TO WS-NEW-LABEL
                   MOVE 1 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "dataset pattern (* = any)" TO WS-NEW-LABEL
                   MOVE 9 TO WS-NEW-START
                   MOVE 44 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "record key FROM" TO WS-NEW-LABEL
                   MOVE 53 TO WS-NEW-START
                   MOVE 20 TO WS-NEW-LEN
                   MOVE "O" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "record key TO" TO WS-NEW-LABEL
                   MOVE 73 TO WS-NEW-START
                   MOVE 20 TO WS-NEW-LEN
                   MOVE "O" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "hold reference" TO WS-NEW-LABEL
                   MOVE 93 TO WS-NEW-START
                   MOVE 20 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "expiry yyyymmdd" TO WS-NEW-LABEL
                   MOVE 113 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "D" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
               WHEN "retention-control.dat"
                   MOVE "policy DAILY/MONTHLY" TO WS-NEW-LABEL
                   MOVE 1 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "P" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "keep count" TO WS-NEW-LABEL
                   MOVE 9 TO WS-NEW-START
                   MOVE 4 TO WS-NEW-LEN
                   MOVE "N" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
               WHEN "validation-control.dat"
                   MOVE "rule type" TO WS-NEW-LABEL
                   MOVE 1 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "V" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "rule value" TO WS-NEW-LABEL
                   MOVE 9 TO WS-NEW-START
                   MOVE 44 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
               WHEN "sensitive-control.dat"
                   MOVE "dataset pattern" TO WS-NEW-LABEL
                   MOVE 1 TO WS-NEW-START
                   MOVE 44 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
               WHEN "business-calendar.dat"
                   MOVE "date yyyymmdd" TO WS-NEW-LABEL
                   MOVE 1 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "D" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "day type P/H/N" TO WS-NEW-LABEL
                   MOVE 9 TO WS-NEW-START
                   MOVE 1 TO WS-NEW-LEN
                   MOVE "C" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "period MEND/QEND/YEND" TO WS-NEW-LABEL
                   MOVE 10 TO WS-NEW-START
                   MOVE 4 TO WS-NEW-LEN
                   MOVE "K" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "fiscal period yyyypp" TO WS-NEW-LABEL
                   MOVE 14 TO WS-NEW-START
                   MOVE 6 TO WS-NEW-LEN
                   MOVE "G" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
               WHEN "capacity-control.dat"
                   MOVE "keyword THRESHLD/WARNDAYS/..." TO WS-NEW-LABEL
                   MOVE 1 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "Q" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "value (percent or days)" TO WS-NEW-LABEL
                   MOVE 9 TO WS-NEW-START
                   MOVE 4 TO WS-NEW-LEN
                   MOVE "N" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
               WHEN "fingerprint-control.dat"
                   MOVE "dataset name (exact)" TO WS-NEW-LABEL
                   MOVE 1 TO WS-NEW-START
                   MOVE 44 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "file path" TO WS-NEW-LABEL
                   MOVE 45 TO WS-NEW-START
                   MOVE 76 TO WS-NEW-LEN
                   MOVE "F" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
               WHEN "capture-mode-control.dat"
                   MOVE "job pattern (* = any)" TO WS-NEW-LABEL
                   MOVE 1 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "capture mode" TO WS-NEW-LABEL
                   MOVE 9 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "M" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
               WHEN "balance-control.dat"
                   MOVE "dataset pattern (* = any)" TO WS-NEW-LABEL
                   MOVE 1 TO WS-NEW-START
                   MOVE 44 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "consumer job pattern (* = any)"
                       TO WS-NEW-LABEL
                   MOVE 45 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "records filtered out" TO WS-NEW-LABEL
                   MOVE 53 TO WS-NEW-START
                   MOVE 9 TO WS-NEW-LEN
                   MOVE "N" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "tolerance percent" TO WS-NEW-LABEL
                   MOVE 62 TO WS-NEW-START
                   MOVE 3 TO WS-NEW-LEN
                   MOVE "N" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "rule B/F/X" TO WS-NEW-LABEL
                   MOVE 65 TO WS-NEW-START
                   MOVE 1 TO WS-NEW-LEN
                   MOVE "L" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
               WHEN "access-matrix.dat"
                   MOVE "job pattern (* = any)" TO WS-NEW-LABEL
                   MOVE 1 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "dataset pattern (* = any)" TO WS-NEW-LABEL
                   MOVE 9 TO WS-NEW-START
                   MOVE 44 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "access R/W" TO WS-NEW-LABEL
                   MOVE 53 TO WS-NEW-START
                   MOVE 1 TO WS-NEW-LEN
                   MOVE "A" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
               WHEN "change-control.dat"
                   MOVE "change ticket" TO WS-NEW-LABEL
                   MOVE 1 TO WS-NEW-START
                   MOVE 12 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "program pattern (* = any)" TO WS-NEW-LABEL
                   MOVE 13 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "R" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "window start date yyyymmdd" TO WS-NEW-LABEL
                   MOVE 21 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "D" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "window start time hhmmss" TO WS-NEW-LABEL
                   MOVE 29 TO WS-NEW-START
                   MOVE 6 TO WS-NEW-LEN
                   MOVE "H" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "window end date yyyymmdd" TO WS-NEW-LABEL
                   MOVE 35 TO WS-NEW-START
                   MOVE 8 TO WS-NEW-LEN
                   MOVE "D" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
                   MOVE "window end time hhmmss" TO WS-NEW-LABEL
                   MOVE 43 TO WS-NEW-START
                   MOVE 6 TO WS-NEW-LEN
                   MOVE "H" TO WS-NEW-RULE
                   PERFORM ADD-FIELD
           END-EVALUATE.

       ADD-FIELD.
           IF WS-FIELD-COUNT < 8
               ADD 1 TO WS-FIELD-COUNT
               MOVE WS-NEW-LABEL TO WS-FD-LABEL(WS-FIELD-COUNT)
               MOVE WS-NEW-START TO WS-FD-START(WS-FIELD-COUNT)
               MOVE WS-NEW-LEN   TO WS-FD-LEN(WS-FIELD-COUNT)
               MOVE WS-NEW-RULE  TO WS-FD-RULE(WS-FIELD-COUNT)
           END-IF.

       LOAD-TABLE-ROWS.
           MOVE SPACES TO WS-TABLE-FILE
           STRING "data/" FUNCTION TRIM(WS-TABLE-NAME)
               DELIMITED BY SIZE INTO WS-TABLE-FILE
           MOVE 0 TO WS-ROW-COUNT
           OPEN INPUT CONTROL-TABLE
           IF WS-TABLE-STATUS = "35"
               DISPLAY "CONFIG-MAINT: " FUNCTION TRIM(WS-TABLE-FILE)
                       " does not exist yet - the first ADD creates it"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TABLE-STATUS = "10"
               READ CONTROL-TABLE
                   AT END
                       MOVE "10" TO WS-TABLE-STATUS
                   NOT AT END
                       IF WS-ROW-COUNT < 200
                           ADD 1 TO WS-ROW-COUNT
                           MOVE CONTROL-LINE(1:120)
                               TO WS-ROW-LINE(WS-ROW-COUNT)
                       ELSE
                           DISPLAY "CONFIG-MAINT: more than 200 "
                                   "lines - table is read-only here"
                           MOVE "Y" TO WS-LEAVE-TABLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-TABLE.

       SHOW-TABLE-SCREEN.
           DISPLAY " "
           DISPLAY "== " FUNCTION TRIM(WS-TABLE-NAME) " == "
                   WS-ROW-COUNT " line(s)"
           DISPLAY "   L  list   A  add   C  change   D  delete   "
                   "X  back"
           DISPLAY "Action: " WITH NO ADVANCING
           MOVE SPACES TO WS-ACTION-CHOICE
           ACCEPT WS-ACTION-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-ACTION-CHOICE)
               TO WS-ACTION-CHOICE
           EVALUATE FUNCTION TRIM(WS-ACTION-CHOICE)
               WHEN "L"
                   PERFORM LIST-TABLE-ROWS
               WHEN "A"
                   PERFORM ADD-TABLE-ROW
               WHEN "C"
                   PERFORM CHANGE-TABLE-ROW
               WHEN "D"
                   PERFORM DELETE-TABLE-ROW
               WHEN "X"
               WHEN SPACES
                   MOVE "Y" TO WS-LEAVE-TABLE
               WHEN OTHER
                   DISPLAY "CONFIG-MAINT: unknown action "
                           FUNCTION TRIM(WS-ACTION-CHOICE)
           END-EVALUATE.

       LIST-TABLE-ROWS.
           DISPLAY "line " WS-RULER(1:WS-TABLE-WIDTH)
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               DISPLAY WS-ROW-IDX " "
                       WS-ROW-LINE(WS-ROW-IDX)(1:WS-TABLE-WIDTH)
           END-PERFORM
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               DISPLAY "     col " WS-FD-START(WS-FIELD-IDX) "+"
                       WS-FD-LEN(WS-FIELD-IDX) " "
                       FUNCTION TRIM(WS-FD-LABEL(WS-FIELD-IDX))
           END-PERFORM.

       ADD-TABLE-ROW.
           IF WS-ROW-COUNT >= 200
               DISPLAY "CONFIG-MAINT: table is full (200 lines)"
               EXIT PARAGRAPH
           END-IF
           MOVE "ADD" TO WS-EDIT-MODE
           MOVE SPACES TO WS-OLD-ROW WS-NEW-ROW
           PERFORM ENTER-ROW-FIELDS
           IF NOT ROW-IS-VALID
               DISPLAY "CONFIG-MAINT: add abandoned - nothing saved"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DUPLICATE-ROW
           IF NOT ROW-IS-VALID
               EXIT PARAGRAPH
           END-IF

      *    Position matters in the first-match tables - a specific
      *    job has to sit above the catch-all that would shadow it.
           DISPLAY "Insert before line (blank = at end): "
               WITH NO ADVANCING
           PERFORM ACCEPT-ROW-NUMBER
           IF WS-TARGET-ROW = 0 OR WS-TARGET-ROW > WS-ROW-COUNT
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-ROW-COUNT TO WS-TARGET-ROW
           ELSE
               PERFORM VARYING WS-ROW-IDX FROM WS-ROW-COUNT BY -1
                       UNTIL WS-ROW-IDX < WS-TARGET-ROW
                   MOVE WS-ROW-LINE(WS-ROW-IDX)
                       TO WS-ROW-LINE(WS-ROW-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-ROW-COUNT
           END-IF
           MOVE WS-NEW-ROW TO WS-ROW-LINE(WS-TARGET-ROW)
           PERFORM SAVE-AND-CAPTURE.

       CHANGE-TABLE-ROW.
           DISPLAY "Line to change: " WITH NO ADVANCING
           PERFORM ACCEPT-ROW-NUMBER
           IF WS-TARGET-ROW = 0 OR WS-TARGET-ROW > WS-ROW-COUNT
               DISPLAY "CONFIG-MAINT: no such line"
               EXIT PARAGRAPH
           END-IF
           MOVE "CHG" TO WS-EDIT-MODE
           MOVE WS-ROW-LINE(WS-TARGET-ROW) TO WS-OLD-ROW
           MOVE WS-OLD-ROW TO WS-NEW-ROW
           DISPLAY "Enter keeps the value shown; - clears an "
                   "optional field"
           PERFORM ENTER-ROW-FIELDS
           IF NOT ROW-IS-VALID
               DISPLAY "CONFIG-MAINT: change abandoned - nothing "
                       "saved"
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-ROW = WS-OLD-ROW
               DISPLAY "CONFIG-MAINT: no difference - nothing saved"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DUPLICATE-ROW
           IF NOT ROW-IS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-ROW TO WS-ROW-LINE(WS-TARGET-ROW)
           PERFORM SAVE-AND-CAPTURE.

       DELETE-TABLE-ROW.
           DISPLAY "Line to delete: " WITH NO ADVANCING
           PERFORM ACCEPT-ROW-NUMBER
           IF WS-TARGET-ROW = 0 OR WS-TARGET-ROW > WS-ROW-COUNT
               DISPLAY "CONFIG-MAINT: no such line"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-LINE(WS-TARGET-ROW) TO WS-OLD-ROW
           DISPLAY WS-TARGET-ROW " "
                   WS-OLD-ROW(1:WS-TABLE-WIDTH)
           DISPLAY "Delete this line? (Y/N): " WITH NO ADVANCING
           MOVE SPACES TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM(1:1)) NOT = "Y"
               DISPLAY "CONFIG-MAINT: not deleted"
               EXIT PARAGRAPH
           END-IF
           MOVE "DEL" TO WS-EDIT-MODE
           MOVE SPACES TO WS-NEW-ROW
           PERFORM VARYING WS-ROW-IDX FROM WS-TARGET-ROW BY 1
                   UNTIL WS-ROW-IDX >= WS-ROW-COUNT
               MOVE WS-ROW-LINE(WS-ROW-IDX + 1)
                   TO WS-ROW-LINE(WS-ROW-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-ROW-COUNT
           PERFORM SAVE-AND-CAPTURE.

       ACCEPT-ROW-NUMBER.
           MOVE 0 TO WS-TARGET-ROW
           MOVE SPACES TO WS-ROW-ARG
           ACCEPT WS-ROW-ARG
           IF WS-ROW-ARG = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ROW-ARG-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-ROW-ARG))
           MOVE FUNCTION TRIM(WS-ROW-ARG) TO WS-ROW-ARG
           IF WS-ROW-ARG(1:WS-ROW-ARG-LEN) IS NUMERIC
                   AND WS-ROW-ARG-LEN < 5
               COMPUTE WS-TARGET-ROW =
                   FUNCTION NUMVAL(WS-ROW-ARG(1:WS-ROW-ARG-LEN))
           END-IF.

       ENTER-ROW-FIELDS.
      *    Field by field through the column map; each answer is
      *    checked before the next prompt, and three bad answers to
      *    one field abandon the row rather than saving a guess.
           MOVE "Y" TO WS-ROW-OK
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
                   OR NOT ROW-IS-VALID
               PERFORM ENTER-ONE-FIELD
           END-PERFORM
           IF ROW-IS-VALID
               PERFORM VALIDATE-WHOLE-ROW
           END-IF.

       ENTER-ONE-FIELD.
           MOVE SPACES TO WS-CURRENT-VALUE
           MOVE WS-NEW-ROW(WS-FD-START(WS-FIELD-IDX):
                   WS-FD-LEN(WS-FIELD-IDX)) TO WS-CURRENT-VALUE
           MOVE "N" TO WS-FIELD-OK
           MOVE 0 TO WS-TRIES
           PERFORM UNTIL FIELD-IS-VALID OR WS-TRIES >= 3
               ADD 1 TO WS-TRIES
               IF WS-EDIT-MODE = "CHG"
                   DISPLAY "  " FUNCTION TRIM(WS-FD-LABEL(WS-FIELD-IDX))
                           " [" FUNCTION TRIM(WS-CURRENT-VALUE) "]: "
                           WITH NO ADVANCING
               ELSE
                   DISPLAY "  " FUNCTION TRIM(WS-FD-LABEL(WS-FIELD-IDX))
                           ": " WITH NO ADVANCING
               END-IF
               MOVE SPACES TO WS-INPUT
               ACCEPT WS-INPUT
               IF WS-EDIT-MODE = "CHG" AND WS-INPUT = SPACES
                   MOVE WS-CURRENT-VALUE TO WS-FIELD-VALUE
               ELSE
                   IF FUNCTION TRIM(WS-INPUT) = "-"
                       MOVE SPACES TO WS-FIELD-VALUE
                   ELSE
                       MOVE FUNCTION TRIM(WS-INPUT) TO WS-FIELD-VALUE
                   END-IF
               END-IF
               PERFORM VALIDATE-ONE-FIELD
               IF NOT FIELD-IS-VALID
                   DISPLAY "    " FUNCTION TRIM(WS-ERROR-TEXT)
               END-IF
           END-PERFORM
           IF FIELD-IS-VALID
               MOVE WS-FIELD-VALUE TO WS-NEW-ROW(
                   WS-FD-START(WS-FIELD-IDX):WS-FD-LEN(WS-FIELD-IDX))
           ELSE
               MOVE "N" TO WS-ROW-OK
           END-IF.

       VALIDATE-ONE-FIELD.
           MOVE "Y" TO WS-FIELD-OK
           MOVE SPACES TO WS-ERROR-TEXT
           IF WS-FD-RULE(WS-FIELD-IDX) NOT = "F"
               MOVE FUNCTION UPPER-CASE(WS-FIELD-VALUE)
                   TO WS-FIELD-VALUE
           END-IF
           MOVE 0 TO WS-INPUT-LEN
           IF WS-FIELD-VALUE NOT = SPACES
               COMPUTE WS-INPUT-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-FIELD-VALUE TRAILING))
           END-IF
           IF WS-INPUT-LEN > WS-FD-LEN(WS-FIELD-IDX)
               MOVE "N" TO WS-FIELD-OK
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "longer than the " WS-FD-LEN(WS-FIELD-IDX)
                      " columns the field has"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-FD-RULE(WS-FIELD-IDX)
               WHEN "R"
               WHEN "O"
                   IF WS-INPUT-LEN = 0
                       IF WS-FD-RULE(WS-FIELD-IDX) = "R"
                           MOVE "N" TO WS-FIELD-OK
                           MOVE "required" TO WS-ERROR-TEXT
                       END-IF
                   ELSE
                       MOVE 0 TO WS-BLANK-TALLY
                       INSPECT WS-FIELD-VALUE(1:WS-INPUT-LEN)
                           TALLYING WS-BLANK-TALLY FOR ALL SPACE
                       IF WS-BLANK-TALLY > 0
                           MOVE "N" TO WS-FIELD-OK
                           MOVE "no blanks allowed inside a name or "
                               & "pattern" TO WS-ERROR-TEXT
                       END-IF
                   END-IF
               WHEN "N"
                   IF WS-INPUT-LEN = 0
                       MOVE "N" TO WS-FIELD-OK
                   ELSE
                       IF WS-FIELD-VALUE(1:WS-INPUT-LEN) IS NOT NUMERIC
                           MOVE "N" TO WS-FIELD-OK
                       END-IF
                   END-IF
                   IF FIELD-IS-VALID
      *                Right-justified, zero-filled, so the owning
      *                program's PIC 9 field reads the number it
      *                was given rather than a shifted one.
                       COMPUTE WS-NUMERIC-WORK = FUNCTION NUMVAL(
                           WS-FIELD-VALUE(1:WS-INPUT-LEN))
                       MOVE WS-NUMERIC-WORK TO WS-NUMERIC-EDIT
                       MOVE SPACES TO WS-FIELD-VALUE
                       MOVE WS-NUMERIC-EDIT(10 -
                               WS-FD-LEN(WS-FIELD-IDX):
                               WS-FD-LEN(WS-FIELD-IDX))
                           TO WS-FIELD-VALUE
                   ELSE
                       MOVE "must be a whole number" TO WS-ERROR-TEXT
                   END-IF
               WHEN "H"
                   IF WS-INPUT-LEN NOT = 6
                       MOVE "N" TO WS-FIELD-OK
                   ELSE
                       IF WS-FIELD-VALUE(1:6) IS NOT NUMERIC
                           MOVE "N" TO WS-FIELD-OK
                       ELSE
                           MOVE WS-FIELD-VALUE(1:2) TO WS-HH
                           MOVE WS-FIELD-VALUE(3:2) TO WS-MM
                           MOVE WS-FIELD-VALUE(5:2) TO WS-SS
                           IF WS-HH > 23 OR WS-MM > 59 OR WS-SS > 59
                               MOVE "N" TO WS-FIELD-OK
                           END-IF
                       END-IF
                   END-IF
                   IF NOT FIELD-IS-VALID
                       MOVE "must be hhmmss (000000-235959)"
                           TO WS-ERROR-TEXT
                   END-IF
               WHEN "D"
                   IF WS-INPUT-LEN > 0
                       IF WS-INPUT-LEN NOT = 8
                           MOVE "N" TO WS-FIELD-OK
                       ELSE
                           IF WS-FIELD-VALUE(1:8) IS NOT NUMERIC
                               MOVE "N" TO WS-FIELD-OK
                           ELSE
                               MOVE WS-FIELD-VALUE(1:8) TO WS-DATE-NUM
                               IF FUNCTION TEST-DATE-YYYYMMDD(
                                       WS-DATE-NUM) NOT = 0
                                   MOVE "N" TO WS-FIELD-OK
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   IF NOT FIELD-IS-VALID
                       MOVE "must be a calendar date yyyymmdd, or "
                           & "blank" TO WS-ERROR-TEXT
                   END-IF
               WHEN "Y"
                   IF WS-FIELD-VALUE NOT = "Y"
                           AND WS-FIELD-VALUE NOT = "N"
                       MOVE "N" TO WS-FIELD-OK
                       MOVE "must be Y or N" TO WS-ERROR-TEXT
                   END-IF
               WHEN "T"
                   IF WS-FIELD-VALUE NOT = "PIPE"
                           AND WS-FIELD-VALUE NOT = "COMMAND"
                           AND WS-FIELD-VALUE NOT = "CONSOLE"
                       MOVE "N" TO WS-FIELD-OK
                       MOVE "must be PIPE, COMMAND or CONSOLE"
                           TO WS-ERROR-TEXT
                   END-IF
               WHEN "P"
                   IF WS-FIELD-VALUE NOT = "DAILY"
                           AND WS-FIELD-VALUE NOT = "MONTHLY"
                       MOVE "N" TO WS-FIELD-OK
                       MOVE "must be DAILY or MONTHLY" TO WS-ERROR-TEXT
                   END-IF
               WHEN "V"
                   IF WS-FIELD-VALUE NOT = "REQUIRED"
                           AND WS-FIELD-VALUE NOT = "HLQ"
                           AND WS-FIELD-VALUE NOT = "OPVALID"
                       MOVE "N" TO WS-FIELD-OK
                       MOVE "must be REQUIRED, HLQ or OPVALID"
                           TO WS-ERROR-TEXT
                   END-IF
               WHEN "K"
                   IF WS-FIELD-VALUE NOT = SPACES
                           AND WS-FIELD-VALUE NOT = "MEND"
                           AND WS-FIELD-VALUE NOT = "QEND"
                           AND WS-FIELD-VALUE NOT = "YEND"
                       MOVE "N" TO WS-FIELD-OK
                       MOVE "must be MEND, QEND, YEND or blank"
                           TO WS-ERROR-TEXT
                   END-IF
               WHEN "C"
                   IF WS-FIELD-VALUE NOT = "P"
                           AND WS-FIELD-VALUE NOT = "H"
                           AND WS-FIELD-VALUE NOT = "N"
                       MOVE "N" TO WS-FIELD-OK
                       MOVE "must be P (processing), H (holiday) or "
                           & "N (non-processing)" TO WS-ERROR-TEXT
                   END-IF
               WHEN "G"
                   IF WS-INPUT-LEN > 0
                       IF WS-INPUT-LEN NOT = 6
                           MOVE "N" TO WS-FIELD-OK
                       ELSE
                           IF WS-FIELD-VALUE(1:6) IS NOT NUMERIC
                                   OR WS-FIELD-VALUE(5:2) < "01"
                                   OR WS-FIELD-VALUE(5:2) > "13"
                               MOVE "N" TO WS-FIELD-OK
                           END-IF
                       END-IF
                   END-IF
                   IF NOT FIELD-IS-VALID
                       MOVE "must be yyyypp (pp 01-13), or blank"
                           TO WS-ERROR-TEXT
                   END-IF
               WHEN "Q"
                   IF WS-FIELD-VALUE NOT = "THRESHLD"
                           AND WS-FIELD-VALUE NOT = "WARNDAYS"
                           AND WS-FIELD-VALUE NOT = "CRITDAYS"
                           AND WS-FIELD-VALUE NOT = "WINDOW"
                       MOVE "N" TO WS-FIELD-OK
                       MOVE "must be THRESHLD, WARNDAYS, CRITDAYS or "
                           & "WINDOW" TO WS-ERROR-TEXT
                   END-IF
               WHEN "M"
                   IF WS-FIELD-VALUE NOT = "JOURNAL"
                           AND WS-FIELD-VALUE NOT = "DIRECT"
                       MOVE "N" TO WS-FIELD-OK
                       MOVE "must be JOURNAL or DIRECT" TO WS-ERROR-TEXT
                   END-IF
               WHEN "L"
                   IF WS-FIELD-VALUE NOT = "B"
                           AND WS-FIELD-VALUE NOT = "F"
                           AND WS-FIELD-VALUE NOT = "X"
                       MOVE "N" TO WS-FIELD-OK
                       MOVE "must be B (balance), F (filtered) or "
                           & "X (excluded)" TO WS-ERROR-TEXT
                   END-IF
               WHEN "A"
                   IF WS-FIELD-VALUE NOT = "R"
                           AND WS-FIELD-VALUE NOT = "W"
                       MOVE "N" TO WS-FIELD-OK
                       MOVE "must be R (read) or W (write)"
                           TO WS-ERROR-TEXT
                   END-IF
               WHEN "F"
      *            Free text still rides inside a JSON capture line
      *            and a shell command - no quote characters.
                   MOVE 0 TO WS-BLANK-TALLY
                   INSPECT WS-FIELD-VALUE TALLYING WS-BLANK-TALLY
                       FOR ALL '"' ALL "'"
                   IF WS-BLANK-TALLY > 0
                       MOVE "N" TO WS-FIELD-OK
                       MOVE "quote characters are not allowed"
                           TO WS-ERROR-TEXT
                   END-IF
           END-EVALUATE.

       VALIDATE-WHOLE-ROW.
      *    Checks that need more than one column at a time.
           EVALUATE WS-TABLE-NAME
               WHEN "alert-control.dat"
                   IF WS-NEW-ROW(13:8) = "COMMAND"
                           AND WS-NEW-ROW(21:100) = SPACES
                       MOVE "N" TO WS-ROW-OK
                       DISPLAY "    a COMMAND row needs the command "
                               "text"
                   END-IF
                   IF WS-NEW-ROW(13:8) = "PIPE"
                           AND WS-NEW-ROW(61:60) NOT = SPACES
                       MOVE "N" TO WS-ROW-OK
                       DISPLAY "    METADATA-ALERT uses only the "
                               "first 40 bytes of a pipe path"
                   END-IF
               WHEN "validation-control.dat"
                   IF WS-NEW-ROW(1:8) = "REQUIRED"
                           AND WS-NEW-ROW(9:44) NOT = "USER"
                           AND WS-NEW-ROW(9:44) NOT = "JOB"
                           AND WS-NEW-ROW(9:44) NOT = "FILE"
                       MOVE "N" TO WS-ROW-OK
                       DISPLAY "    REQUIRED takes USER, JOB or FILE"
                   END-IF
               WHEN "legal-hold.dat"
                   IF WS-NEW-ROW(53:20) NOT = SPACES
                           AND WS-NEW-ROW(73:20) NOT = SPACES
                           AND WS-NEW-ROW(53:20) > WS-NEW-ROW(73:20)
                       MOVE "N" TO WS-ROW-OK
                       DISPLAY "    key FROM is above key TO"
                   END-IF
               WHEN "business-calendar.dat"
                   IF WS-NEW-ROW(1:8) = SPACES
                       MOVE "N" TO WS-ROW-OK
                       DISPLAY "    a calendar row needs its date"
                   END-IF
               WHEN "capacity-control.dat"
                   IF WS-NEW-ROW(1:8) = "THRESHLD"
                           AND (WS-NEW-ROW(9:4) = "0000"
                            OR WS-NEW-ROW(9:4) > "0100")
                       MOVE "N" TO WS-ROW-OK
                       DISPLAY "    THRESHLD is a percent, 1-100"
                   END-IF
                   IF WS-NEW-ROW(1:8) = "WINDOW"
                           AND WS-NEW-ROW(9:4) = "0000"
                       MOVE "N" TO WS-ROW-OK
                       DISPLAY "    WINDOW needs at least one day"
                   END-IF
               WHEN "fingerprint-control.dat"
                   IF WS-NEW-ROW(45:76) = SPACES
                       MOVE "N" TO WS-ROW-OK
                       DISPLAY "    a fingerprint row needs the file "
                               "path to digest"
                   END-IF
               WHEN "balance-control.dat"
                   IF WS-NEW-ROW(62:3) > "100"
                       MOVE "N" TO WS-ROW-OK
                       DISPLAY "    tolerance is a percent, 0-100"
                   END-IF
               WHEN "change-control.dat"
                   IF WS-NEW-ROW(21:8) = SPACES
                           OR WS-NEW-ROW(35:8) = SPACES
                       MOVE "N" TO WS-ROW-OK
                       DISPLAY "    a ticket needs both window dates"
                   ELSE
                       IF WS-NEW-ROW(21:14) > WS-NEW-ROW(35:14)
                           MOVE "N" TO WS-ROW-OK
                           DISPLAY "    window starts after it ends"
                       END-IF
                   END-IF
           END-EVALUATE.

       CHECK-DUPLICATE-ROW.
           MOVE "Y" TO WS-ROW-OK
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF WS-ROW-LINE(WS-ROW-IDX) = WS-NEW-ROW
                   MOVE "N" TO WS-ROW-OK
                   DISPLAY "CONFIG-MAINT: same as line " WS-ROW-IDX
                           " - nothing saved"
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SAVE-AND-CAPTURE.
      *    Whole-table rewrite to a work file, then mv - the live
      *    table is never half-written while a batch job reads it.
           MOVE SPACES TO WS-WORK-FILE
           STRING "data/" FUNCTION TRIM(WS-TABLE-NAME) ".tmp"
               DELIMITED BY SIZE INTO WS-WORK-FILE
           OPEN OUTPUT TABLE-WORK
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "CONFIG-MAINT: cannot write "
                       FUNCTION TRIM(WS-WORK-FILE) " status "
                       WS-WORK-STATUS " - nothing saved"
               PERFORM LOAD-TABLE-ROWS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
               MOVE WS-ROW-LINE(WS-ROW-IDX) TO WORK-LINE
               WRITE WORK-LINE
           END-PERFORM
           CLOSE TABLE-WORK

      *    The chain record first: no capture, no change.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           PERFORM CAPTURE-CONFIG-CHANGE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE 8 TO WS-SESSION-RC
               DISPLAY "CONFIG-MAINT: the CONFIG-CHANGE capture "
                       "failed - nothing saved, original left intact"
               MOVE SPACES TO WS-COMMAND
               STRING "rm -f " FUNCTION TRIM(WS-WORK-FILE)
                   DELIMITED BY SIZE INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
                   RETURNING WS-RETURN-CODE
               PERFORM LOAD-TABLE-ROWS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING "mv " FUNCTION TRIM(WS-WORK-FILE) " "
                  FUNCTION TRIM(WS-TABLE-FILE)
               DELIMITED BY SIZE INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               MOVE 8 TO WS-SESSION-RC
               DISPLAY "CONFIG-MAINT: could not swap the updated "
                       "table in - original left intact, but the "
                       "CONFIG-CHANGE is already captured"
               PERFORM LOAD-TABLE-ROWS
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-CONFIG-HISTORY
           DISPLAY "CONFIG-MAINT: " FUNCTION TRIM(WS-TABLE-NAME)
                   " line " WS-TARGET-ROW " " WS-EDIT-MODE " saved".

       WRITE-CONFIG-HISTORY.
           OPEN EXTEND CONFIG-HISTORY
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT CONFIG-HISTORY
           END-IF
           MOVE WS-NOW-TS     TO CFH-TIMESTAMP
           MOVE WS-CAP-USER   TO CFH-USER
           MOVE WS-TABLE-NAME TO CFH-TABLE
           MOVE WS-EDIT-MODE  TO CFH-ACTION
           MOVE WS-TARGET-ROW TO CFH-ROW-NUM
           MOVE WS-OLD-ROW    TO CFH-BEFORE
           MOVE WS-NEW-ROW    TO CFH-AFTER
           WRITE CONFIG-HISTORY-RECORD
           CLOSE CONFIG-HISTORY.

       CAPTURE-CONFIG-CHANGE.
      *    The table name, action and image digest make up the
      *    captured dataset-name field (it is hashed into the chain);
      *    the row images ride in aux, trailing blanks dropped,
      *    columns kept - or, when they do not fit, the digest does.
           MOVE SPACES TO WS-CAP-TABLE
           UNSTRING WS-TABLE-NAME DELIMITED BY ".dat"
               INTO WS-CAP-TABLE
           END-UNSTRING
           MOVE SPACES TO WS-CAP-FILE-NAME
           MOVE 1 TO WS-NAME-PTR
           STRING FUNCTION TRIM(WS-CAP-TABLE) " " WS-EDIT-MODE
                  " ROW=" WS-TARGET-ROW
               DELIMITED BY SIZE
               INTO WS-CAP-FILE-NAME WITH POINTER WS-NAME-PTR

           MOVE 0 TO WS-BEFORE-LEN WS-AFTER-LEN
           IF WS-OLD-ROW NOT = SPACES
               COMPUTE WS-BEFORE-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-OLD-ROW TRAILING))
           END-IF
           IF WS-NEW-ROW NOT = SPACES
               COMPUTE WS-AFTER-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-NEW-ROW TRAILING))
           END-IF
           PERFORM BIND-ROW-IMAGES
      *    "B=" + "|A=" take 5 of the 80 bytes.
           IF WS-BEFORE-LEN + WS-AFTER-LEN > 75
               PERFORM CARRY-IMAGE-DIGEST
           ELSE
               PERFORM CARRY-ROW-IMAGES
           END-IF

           MOVE SPACES TO WS-CAP-RECORD-KEY
           MOVE 0 TO RETURN-CODE
           CALL "METADATA-CAPTURE" USING WS-CAP-OPERATION
               WS-CAP-FILE-NAME WS-CAP-RECORD-KEY WS-CAP-USER
               WS-CAP-JOB-NAME WS-CAP-PROGRAM WS-CAP-COND-CODE
               WS-CAP-AUX
           END-CALL.

       CARRY-ROW-IMAGES.
           MOVE SPACES TO WS-CAP-AUX
           MOVE 1 TO WS-AUX-PTR
           STRING "B=" DELIMITED BY SIZE
               INTO WS-CAP-AUX WITH POINTER WS-AUX-PTR
           IF WS-BEFORE-LEN > 0
               STRING WS-OLD-ROW(1:WS-BEFORE-LEN) DELIMITED BY SIZE
                   INTO WS-CAP-AUX WITH POINTER WS-AUX-PTR
           END-IF
           STRING "|A=" DELIMITED BY SIZE
               INTO WS-CAP-AUX WITH POINTER WS-AUX-PTR
           IF WS-AFTER-LEN > 0
               STRING WS-NEW-ROW(1:WS-AFTER-LEN) DELIMITED BY SIZE
                   INTO WS-CAP-AUX WITH POINTER WS-AUX-PTR
           END-IF.

       BIND-ROW-IMAGES.
      *    Same images WRITE-CONFIG-HISTORY wrote (CFH-BEFORE and
      *    CFH-AFTER), folded in 200-byte slices like DATASET-
      *    DIGEST folds a file.
           MOVE ALL "0" TO WS-IMAGE-HASH
           MOVE SPACES TO WS-IMAGE-SLICE
           STRING WS-OLD-ROW WS-NEW-ROW(1:80)
               DELIMITED BY SIZE INTO WS-IMAGE-SLICE
           CALL "CALC-HASH2" USING WS-IMAGE-HASH WS-IMAGE-SLICE
               WS-NEXT-HASH
           END-CALL
           MOVE WS-NEXT-HASH TO WS-IMAGE-HASH
           MOVE SPACES TO WS-IMAGE-SLICE
           MOVE WS-NEW-ROW(81:40) TO WS-IMAGE-SLICE
           CALL "CALC-HASH2" USING WS-IMAGE-HASH WS-IMAGE-SLICE
               WS-NEXT-HASH
           END-CALL
           MOVE WS-NEXT-HASH TO WS-IMAGE-HASH

      *    The longest table name still leaves room for eight digits;
      *    the field takes as many as fit.
           STRING " H=" WS-IMAGE-HASH DELIMITED BY SIZE
               INTO WS-CAP-FILE-NAME WITH POINTER WS-NAME-PTR
           END-STRING.

       CARRY-IMAGE-DIGEST.
           MOVE SPACES TO WS-CAP-AUX
           MOVE 1 TO WS-AUX-PTR
           STRING "H=" WS-IMAGE-HASH DELIMITED BY SIZE
               INTO WS-CAP-AUX WITH POINTER WS-AUX-PTR
      *    Where a changed row differs is worth having on the record
      *    itself - the history row shows what it says.
           IF WS-EDIT-MODE = "CHG"
               MOVE 1 TO WS-DIFF-COL
               PERFORM UNTIL WS-DIFF-COL >= 120
                       OR WS-OLD-ROW(WS-DIFF-COL:1) NOT =
                          WS-NEW-ROW(WS-DIFF-COL:1)
                   ADD 1 TO WS-DIFF-COL
               END-PERFORM
               STRING " C=" WS-DIFF-COL DELIMITED BY SIZE
                   INTO WS-CAP-AUX WITH POINTER WS-AUX-PTR
           END-IF.
