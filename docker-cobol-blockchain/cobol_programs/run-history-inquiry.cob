       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-HISTORY-INQUIRY.
      *    Inquiry over the job run-history store (data/run-history
      *    .ksds, built by RUN-HISTORY-LOAD):
      *        LIST <job> [<n>]         the job's last <n> runs
      *                                 (default 10), newest first
      *        RUN <job> <start>        one run in full - <start> is
      *                                 a prefix of the run's start
      *                                 timestamp (YYYYMMDDHHMMSS, as
      *                                 LIST shows it); the first run
      *                                 at or after it is shown
      *    RUN drills down from the run record to the detail it was
      *    summarised from: the job's step lines in step-times.dat,
      *    its DD lines in JCLLOG (step, DD, dataset, DISP) and its
      *    rows in incidents.dat, each selected by job and by falling
      *    between the run's start and its end (its last capture
      *    when it never ended, no upper bound while still running).
      *    RC=4 when the job has no runs or no run matches <start>.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY ASSIGN TO "data/run-history.ksds"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUN-STATUS.

           SELECT STEP-TIMES ASSIGN TO "data/step-times.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMES-STATUS.

           SELECT JCL-LOG ASSIGN TO "JCLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCL-STATUS.

           SELECT INCIDENT-FILE ASSIGN TO "data/incidents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY.
           COPY "run-history.cpy".

      *    Layout shared with JCL-METADATA-INTERCEPTOR's STEP-TIMES
      *    FD.
       FD  STEP-TIMES.
       01  STEP-TIMES-RECORD.
           05  STR-JOB-NAME    PIC X(8).
           05  STR-STEP-NAME   PIC X(8).
           05  STR-PROGRAM     PIC X(8).
           05  STR-START-TS    PIC X(26).
           05  STR-END-TS      PIC X(26).
           05  STR-ELAPSED-SEC PIC 9(6).

      *    Must match JCL-METADATA-INTERCEPTOR's own JCL-RECORD
      *    width, same reasoning as METADATA-RECONCILE's FD.
       FD  JCL-LOG.
       01  JCL-RECORD          PIC X(200).

      *    Layout shared with METADATA-CAPTURE's OPEN-INCIDENT.
       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD.
           05  INC-STATE           PIC X(8).
           05  INC-RECORD-KEY      PIC X(20).
           05  INC-JOB-NAME        PIC X(8).
           05  INC-PROGRAM         PIC X(8).
           05  INC-COND-CODE       PIC X(4).
           05  INC-OPENED-TS       PIC X(26).
           05  INC-ACTOR           PIC X(10).
           05  INC-ACTION-TS       PIC X(26).
           05  INC-NOTE            PIC X(40).
           05  INC-ACK-BY          PIC X(10).
           05  INC-ACK-TS          PIC X(26).
           05  INC-RESOLVE-BY      PIC X(10).
           05  INC-RESOLVE-TS      PIC X(26).

       WORKING-STORAGE SECTION.
       01  WS-RUN-STATUS       PIC XX.
       01  WS-TIMES-STATUS     PIC XX.
       01  WS-JCL-STATUS       PIC XX.
       01  WS-INCIDENT-STATUS  PIC XX.

       01  WS-ARG-COUNT        PIC 9(4) VALUE 0.
       01  WS-MODE             PIC X(8) VALUE SPACES.
       01  WS-ARG-JOB          PIC X(8) VALUE SPACES.
       01  WS-ARG-THIRD        PIC X(26) VALUE SPACES.
       01  WS-START-PREFIX     PIC X(26) VALUE SPACES.
       01  WS-PREFIX-LEN       PIC 9(2) VALUE 0.
       01  WS-LIST-LIMIT       PIC 9(3) VALUE 10.

      *    The last <n> runs seen while browsing forward, kept as a
      *    ring so LIST can print them newest first.
       01  WS-RING-TAB.
           05  WS-RING-ENTRY OCCURS 100 TIMES.
               10  WS-R-START-TS   PIC X(26).
               10  WS-R-END-TS     PIC X(26).
               10  WS-R-STATE      PIC X(8).
               10  WS-R-COND-CODE  PIC X(4).
               10  WS-R-STEPS      PIC 9(4).
               10  WS-R-ELAPSED    PIC 9(7).
               10  WS-R-DD-COUNT   PIC 9(6).
               10  WS-R-RECORDS    PIC 9(12).
               10  WS-R-INCIDENTS  PIC 9(4).
       01  WS-RING-NEXT        PIC 9(3) VALUE 1.
       01  WS-RING-USED        PIC 9(3) VALUE 0.
       01  WS-RING-IDX         PIC 9(3).
       01  WS-RING-SHOWN       PIC 9(3).
       01  WS-RUNS-SEEN        PIC 9(7) VALUE 0.
       01  WS-BROWSE-DONE      PIC X.
           88  BROWSE-DONE         VALUE "Y".

       01  WS-UPPER-TS         PIC X(26).
       01  WS-LINE-COUNT       PIC 9(6).
       01  WS-ELAPSED-EDIT     PIC Z(6)9.
       01  WS-COUNT-EDIT       PIC Z(11)9.

       01  WS-J-JOB            PIC X(8).
       01  WS-J-STEP           PIC X(8).
       01  WS-J-DD             PIC X(8).
       01  WS-J-DATASET        PIC X(44).
       01  WS-J-DISP           PIC X(20).
       01  WS-J-TIME           PIC X(26).
       01  WS-BEFORE-TAG       PIC X(200).
       01  WS-AFTER-TAG        PIC X(200).
       01  WS-EXTRACTED-VALUE  PIC X(64).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM PARSE-ARGUMENTS

           OPEN INPUT RUN-HISTORY
           IF WS-RUN-STATUS = "35"
               DISPLAY "RUN-HISTORY-INQUIRY: data/run-history.ksds "
                       "not found - run RUN-HISTORY-LOAD first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-STATUS NOT = "00"
               DISPLAY "RUN-HISTORY-INQUIRY: cannot open "
                       "data/run-history.ksds, status=" WS-RUN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE WS-MODE
               WHEN "LIST"
                   PERFORM LIST-RUNS
               WHEN "RUN"
                   PERFORM SHOW-RUN
           END-EVALUATE

           CLOSE RUN-HISTORY
           STOP RUN.

       PARSE-ARGUMENTS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 2
               DISPLAY "RUN-HISTORY-INQUIRY: usage - LIST <job> [<n>]"
                       " or RUN <job> <start>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-JOB FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-ARG-JOB) TO WS-ARG-JOB
           IF WS-ARG-COUNT > 2
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-THIRD FROM ARGUMENT-VALUE
           END-IF
           EVALUATE WS-MODE
               WHEN "LIST"
                   IF WS-ARG-THIRD NOT = SPACES
                       IF FUNCTION TRIM(WS-ARG-THIRD) IS NOT NUMERIC
                           DISPLAY "RUN-HISTORY-INQUIRY: LIST run "
                                   "count must be numeric"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE FUNCTION NUMVAL(WS-ARG-THIRD)
                           TO WS-LIST-LIMIT
                   END-IF
                   IF WS-LIST-LIMIT = 0 OR WS-LIST-LIMIT > 100
                       DISPLAY "RUN-HISTORY-INQUIRY: LIST shows 1 to "
                               "100 runs"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "RUN"
                   IF WS-ARG-THIRD = SPACES
                       DISPLAY "RUN-HISTORY-INQUIRY: RUN needs the "
                               "run's start timestamp (or a prefix "
                               "of it)"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-ARG-THIRD TO WS-START-PREFIX
                   COMPUTE WS-PREFIX-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-START-PREFIX))
               WHEN OTHER
                   DISPLAY "RUN-HISTORY-INQUIRY: unknown mode "
                           FUNCTION TRIM(WS-MODE)
                           " - use LIST or RUN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       LIST-RUNS.
           MOVE WS-ARG-JOB TO RUN-JOB-NAME
           MOVE LOW-VALUES TO RUN-START-TS
           MOVE "N" TO WS-BROWSE-DONE
           START RUN-HISTORY KEY NOT < RUN-KEY
           IF WS-RUN-STATUS NOT = "00"
               MOVE "Y" TO WS-BROWSE-DONE
           END-IF
           PERFORM UNTIL BROWSE-DONE
               READ RUN-HISTORY NEXT
               IF WS-RUN-STATUS NOT = "00" OR
                       RUN-JOB-NAME NOT = WS-ARG-JOB
                   MOVE "Y" TO WS-BROWSE-DONE
               ELSE
                   PERFORM KEEP-IN-RING
               END-IF
           END-PERFORM

           IF WS-RUNS-SEEN = 0
               DISPLAY "No runs recorded for job: "
                       FUNCTION TRIM(WS-ARG-JOB)
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Runs of " FUNCTION TRIM(WS-ARG-JOB) " - last "
                   WS-RING-USED " of " WS-RUNS-SEEN ", newest first"
           DISPLAY "START          END            STATE    COND "
                   "STEP ELAPSED  DDS    RECORDS      INC"
           MOVE WS-RING-NEXT TO WS-RING-IDX
           PERFORM VARYING WS-RING-SHOWN FROM 1 BY 1
                   UNTIL WS-RING-SHOWN > WS-RING-USED
               IF WS-RING-IDX = 1
                   MOVE WS-LIST-LIMIT TO WS-RING-IDX
               ELSE
                   SUBTRACT 1 FROM WS-RING-IDX
               END-IF
               DISPLAY WS-R-START-TS(WS-RING-IDX)(1:14) " "
                       WS-R-END-TS(WS-RING-IDX)(1:14) " "
                       WS-R-STATE(WS-RING-IDX) " "
                       WS-R-COND-CODE(WS-RING-IDX) " "
                       WS-R-STEPS(WS-RING-IDX) " "
                       WS-R-ELAPSED(WS-RING-IDX) "  "
                       WS-R-DD-COUNT(WS-RING-IDX) " "
                       WS-R-RECORDS(WS-RING-IDX) " "
                       WS-R-INCIDENTS(WS-RING-IDX)
           END-PERFORM.

       KEEP-IN-RING.
           ADD 1 TO WS-RUNS-SEEN
           MOVE RUN-START-TS       TO WS-R-START-TS(WS-RING-NEXT)
           MOVE RUN-END-TS         TO WS-R-END-TS(WS-RING-NEXT)
           MOVE RUN-STATE          TO WS-R-STATE(WS-RING-NEXT)
           MOVE RUN-COND-CODE      TO WS-R-COND-CODE(WS-RING-NEXT)
           MOVE RUN-STEP-COUNT     TO WS-R-STEPS(WS-RING-NEXT)
           MOVE RUN-ELAPSED-SEC    TO WS-R-ELAPSED(WS-RING-NEXT)
           MOVE RUN-DD-COUNT       TO WS-R-DD-COUNT(WS-RING-NEXT)
           MOVE RUN-TOTAL-RECORDS  TO WS-R-RECORDS(WS-RING-NEXT)
           MOVE RUN-INCIDENT-COUNT TO WS-R-INCIDENTS(WS-RING-NEXT)
           IF WS-RING-USED < WS-LIST-LIMIT
               ADD 1 TO WS-RING-USED
           END-IF
           IF WS-RING-NEXT = WS-LIST-LIMIT
               MOVE 1 TO WS-RING-NEXT
           ELSE
               ADD 1 TO WS-RING-NEXT
           END-IF.

       SHOW-RUN.
           MOVE WS-ARG-JOB TO RUN-JOB-NAME
           MOVE WS-START-PREFIX TO RUN-START-TS
           START RUN-HISTORY KEY NOT < RUN-KEY
           IF WS-RUN-STATUS = "00"
               READ RUN-HISTORY NEXT
           END-IF
           IF WS-RUN-STATUS NOT = "00" OR
                   RUN-JOB-NAME NOT = WS-ARG-JOB
               DISPLAY "No run of " FUNCTION TRIM(WS-ARG-JOB)
                       " at or after "
                       FUNCTION TRIM(WS-START-PREFIX)
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN RUN-IS-ENDED
                   MOVE RUN-END-TS TO WS-UPPER-TS
               WHEN RUN-IS-RUNNING
                   MOVE HIGH-VALUES TO WS-UPPER-TS
               WHEN OTHER
                   MOVE RUN-LAST-TS TO WS-UPPER-TS
           END-EVALUATE

           PERFORM DISPLAY-RUN
           PERFORM LIST-RUN-STEPS
           PERFORM LIST-RUN-DATASETS
           PERFORM LIST-RUN-INCIDENTS.

       DISPLAY-RUN.
           DISPLAY "Job            : " FUNCTION TRIM(RUN-JOB-NAME)
           DISPLAY "State          : " FUNCTION TRIM(RUN-STATE)
           DISPLAY "Started        : " RUN-START-TS
           IF RUN-HAD-START = "N"
               DISPLAY "                 (no JOB-START - first "
                       "capture of the run)"
           END-IF
           DISPLAY "Ended          : " RUN-END-TS
           DISPLAY "Last capture   : " RUN-LAST-TS
           DISPLAY "Condition code : " RUN-COND-CODE
           DISPLAY "User           : " FUNCTION TRIM(RUN-USER)
           MOVE RUN-ELAPSED-SEC TO WS-ELAPSED-EDIT
           DISPLAY "Elapsed (sec)  : " WS-ELAPSED-EDIT
           MOVE RUN-STEP-SECONDS TO WS-ELAPSED-EDIT
           DISPLAY "Steps          : " RUN-STEP-COUNT " totalling "
                   FUNCTION TRIM(WS-ELAPSED-EDIT) " sec"
           DISPLAY "DD captures    : " RUN-DD-COUNT
           MOVE RUN-TOTAL-RECORDS TO WS-COUNT-EDIT
           DISPLAY "Records        : " WS-COUNT-EDIT
           DISPLAY "Bytes          : " RUN-TOTAL-BYTES
           DISPLAY "Incidents      : " RUN-INCIDENT-COUNT
           DISPLAY "Chain keys     : " RUN-FIRST-KEY " to "
                   RUN-LAST-KEY.

       LIST-RUN-STEPS.
           DISPLAY " "
           DISPLAY "Steps (step-times.dat):"
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT STEP-TIMES
           IF WS-TIMES-STATUS = "35"
               DISPLAY "  no step-times.dat"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TIMES-STATUS = "10"
               READ STEP-TIMES
                   AT END
                       MOVE "10" TO WS-TIMES-STATUS
                   NOT AT END
                       IF STR-JOB-NAME = RUN-JOB-NAME AND
                               STR-END-TS NOT < RUN-START-TS AND
                               STR-END-TS NOT > WS-UPPER-TS
                           ADD 1 TO WS-LINE-COUNT
                           DISPLAY "  " STR-STEP-NAME " "
                                   STR-PROGRAM " "
                                   STR-START-TS(1:14) " "
                                   STR-END-TS(1:14) " "
                                   STR-ELAPSED-SEC " sec"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-TIMES
           IF WS-LINE-COUNT = 0
               DISPLAY "  none recorded"
           END-IF.

       LIST-RUN-DATASETS.
           DISPLAY " "
           DISPLAY "Datasets (JCLLOG):"
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT JCL-LOG
           IF WS-JCL-STATUS = "35"
               DISPLAY "  no JCLLOG"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JCL-STATUS = "10"
               READ JCL-LOG
                   AT END
                       MOVE "10" TO WS-JCL-STATUS
                   NOT AT END
                       PERFORM PARSE-JCL-LINE
                       IF WS-J-JOB = RUN-JOB-NAME AND
                               WS-J-TIME NOT < RUN-START-TS AND
                               WS-J-TIME NOT > WS-UPPER-TS
                           ADD 1 TO WS-LINE-COUNT
                           DISPLAY "  " WS-J-STEP " " WS-J-DD " "
                                   WS-J-DATASET " " WS-J-DISP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JCL-LOG
           IF WS-LINE-COUNT = 0
               DISPLAY "  none recorded"
           END-IF.

       LIST-RUN-INCIDENTS.
           DISPLAY " "
           DISPLAY "Incidents (incidents.dat):"
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT INCIDENT-FILE
           IF WS-INCIDENT-STATUS = "35"
               DISPLAY "  no incident file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-INCIDENT-STATUS = "10"
               READ INCIDENT-FILE
                   AT END
                       MOVE "10" TO WS-INCIDENT-STATUS
                   NOT AT END
                       IF INC-JOB-NAME = RUN-JOB-NAME AND
                               INC-OPENED-TS NOT < RUN-START-TS AND
                               INC-OPENED-TS NOT > WS-UPPER-TS
                           ADD 1 TO WS-LINE-COUNT
                           DISPLAY "  " INC-RECORD-KEY " "
                                   INC-PROGRAM " " INC-COND-CODE " "
                                   INC-STATE " "
                                   INC-OPENED-TS(1:14)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
           IF WS-LINE-COUNT = 0
               DISPLAY "  none"
           END-IF.

       PARSE-JCL-LINE.
      *    METADATA-BACKFILL's field picking, plus STEP= and DD=.
           MOVE SPACES TO WS-J-JOB WS-J-STEP WS-J-DD WS-J-DATASET
                          WS-J-DISP WS-J-TIME

           UNSTRING JCL-RECORD DELIMITED BY "JOB="
               INTO WS-BEFORE-TAG WS-AFTER-TAG
           END-UNSTRING
           UNSTRING WS-AFTER-TAG DELIMITED BY ","
               INTO WS-EXTRACTED-VALUE
           END-UNSTRING
           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-J-JOB

           UNSTRING JCL-RECORD DELIMITED BY "STEP="
               INTO WS-BEFORE-TAG WS-AFTER-TAG
           END-UNSTRING
           UNSTRING WS-AFTER-TAG DELIMITED BY ","
               INTO WS-EXTRACTED-VALUE
           END-UNSTRING
           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-J-STEP

           UNSTRING JCL-RECORD DELIMITED BY ",DD="
               INTO WS-BEFORE-TAG WS-AFTER-TAG
           END-UNSTRING
           UNSTRING WS-AFTER-TAG DELIMITED BY ","
               INTO WS-EXTRACTED-VALUE
           END-UNSTRING
           MOVE WS-EXTRACTED-VALUE(1:8) TO WS-J-DD

           UNSTRING JCL-RECORD DELIMITED BY "DS="
               INTO WS-BEFORE-TAG WS-AFTER-TAG
           END-UNSTRING
           UNSTRING WS-AFTER-TAG DELIMITED BY ","
               INTO WS-EXTRACTED-VALUE
           END-UNSTRING
           MOVE WS-EXTRACTED-VALUE(1:44) TO WS-J-DATASET

           UNSTRING JCL-RECORD DELIMITED BY ",DISP="
               INTO WS-BEFORE-TAG WS-AFTER-TAG
           END-UNSTRING
           UNSTRING WS-AFTER-TAG DELIMITED BY ",TIME="
               INTO WS-EXTRACTED-VALUE
           END-UNSTRING
           MOVE WS-EXTRACTED-VALUE(1:20) TO WS-J-DISP

           UNSTRING JCL-RECORD DELIMITED BY ",TIME="
               INTO WS-BEFORE-TAG WS-AFTER-TAG
           END-UNSTRING
           MOVE WS-AFTER-TAG(1:26) TO WS-J-TIME.
