       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATASET-MASTER.
      *    Inquiry, owner maintenance and housekeeping reports over
      *    the dataset master catalog (data/dataset-master.ksds,
      *    built by DATASET-MASTER-LOAD):
      *        SHOW <dsn>                   one catalog record
      *        SET <dsn> <class> [<owner>]  set classification and
      *                                     owner (PUBLIC, INTERNAL,
      *                                     CONFIDENTIAL, RESTRICTED;
      *                                     "-" leaves the class as it
      *                                     is, an omitted owner
      *                                     likewise)
      *        DORMANT [<days>]             datasets not touched in
      *                                     <days> days (default 90) -
      *                                     the storage team's cleanup
      *                                     candidates
      *        UNOWNED                      datasets with no owner
      *    SET is the data owners' function and is gated by
      *    AUTH-CHECK function CATALOG. Every change is captured
      *    through METADATA-CAPTURE as a DATASET-CLASS record:
      *        dataset field  the dataset name
      *        aux            CLASS=<old>><new> OWNER=<old>><new>
      *    so "who declared this dataset PUBLIC" is on the chain.
      *    A dataset must already be in the catalog to be set - a
      *    typo in the name should not create an entry nothing ever
      *    touched.
      *    DORMANT writes data/dormant-datasets.txt and UNOWNED
      *    data/unowned-datasets.txt; both end RC=4 when anything was
      *    listed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATASET-MASTER ASSIGN TO "data/dataset-master.ksds"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSM-DATASET-NAME
               FILE STATUS IS WS-DSM-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATASET-MASTER.
           COPY "dataset-master.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DSM-STATUS       PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-REPORT-NAME      PIC X(60).

       01  WS-ARG-COUNT        PIC 9(4) VALUE 0.
       01  WS-MODE             PIC X(8) VALUE SPACES.
       01  WS-ARG-DATASET      PIC X(44) VALUE SPACES.
       01  WS-ARG-CLASS        PIC X(12) VALUE SPACES.
       01  WS-ARG-OWNER        PIC X(10) VALUE SPACES.
       01  WS-ARG-DAYS         PIC X(6) VALUE SPACES.

       01  WS-DORMANT-DAYS     PIC 9(5) VALUE 90.
       01  WS-NOW-TS           PIC X(26).
       01  WS-TODAY-INT        PIC 9(9).
       01  WS-TOUCH-INT        PIC 9(9).
       01  WS-IDLE-DAYS        PIC 9(7).
       01  WS-LISTED-COUNT     PIC 9(7) VALUE 0.
       01  WS-SCANNED-COUNT    PIC 9(7) VALUE 0.
       01  WS-BROWSE-DONE      PIC X.
           88  BROWSE-DONE         VALUE "Y".

       01  WS-OLD-CLASS        PIC X(12).
       01  WS-OLD-OWNER        PIC X(10).
       01  WS-AUX-PTR          PIC 9(3).

       01  WS-AUTH-FUNCTION    PIC X(8) VALUE "CATALOG".
       01  WS-AUTH-RESULT      PIC X.

      *    Capture arguments - layouts match METADATA-CAPTURE's
      *    LINKAGE SECTION exactly.
       01  WS-CAP-OPERATION    PIC X(20) VALUE "DATASET-CLASS".
       01  WS-CAP-FILE-NAME    PIC X(44).
       01  WS-CAP-RECORD-KEY   PIC X(20).
       01  WS-CAP-USER         PIC X(10).
       01  WS-CAP-JOB-NAME     PIC X(8) VALUE "DSMASTER".
       01  WS-CAP-PROGRAM      PIC X(8) VALUE "DSMASTER".
       01  WS-CAP-COND-CODE    PIC X(4) VALUE "0000".
       01  WS-CAP-AUX          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM PARSE-ARGUMENTS

           IF WS-MODE = "SET"
               ACCEPT WS-CAP-USER FROM ENVIRONMENT "USER"
               CALL "AUTH-CHECK" USING WS-CAP-USER WS-AUTH-FUNCTION
                   WS-AUTH-RESULT
               END-CALL
               IF WS-AUTH-RESULT NOT = "Y"
                   DISPLAY "DATASET-MASTER: user "
                           FUNCTION TRIM(WS-CAP-USER)
                           " is not authorized for CATALOG - denied "
                           "(recorded on the chain)"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN I-O DATASET-MASTER
           ELSE
               OPEN INPUT DATASET-MASTER
           END-IF
           IF WS-DSM-STATUS = "35"
               DISPLAY "DATASET-MASTER: data/dataset-master.ksds not "
                       "found - run DATASET-MASTER-LOAD first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DSM-STATUS NOT = "00"
               DISPLAY "DATASET-MASTER: cannot open "
                       "data/dataset-master.ksds, status="
                       WS-DSM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE WS-MODE
               WHEN "SHOW"
                   PERFORM SHOW-DATASET
               WHEN "SET"
                   PERFORM SET-CLASSIFICATION
               WHEN "DORMANT"
                   PERFORM REPORT-DORMANT
               WHEN "UNOWNED"
                   PERFORM REPORT-UNOWNED
           END-EVALUATE

           CLOSE DATASET-MASTER
           STOP RUN.

       PARSE-ARGUMENTS.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT = 0
               DISPLAY "DATASET-MASTER: mode required - SHOW, SET, "
                       "DORMANT or UNOWNED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           IF WS-ARG-COUNT > 1
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-DATASET FROM ARGUMENT-VALUE
           END-IF
           EVALUATE WS-MODE
               WHEN "SHOW"
                   IF WS-ARG-DATASET = SPACES
                       DISPLAY "DATASET-MASTER: SHOW needs a dataset "
                               "name"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "SET"
                   IF WS-ARG-COUNT < 3
                       DISPLAY "DATASET-MASTER: SET needs a dataset "
                               "name and a classification"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   DISPLAY 3 UPON ARGUMENT-NUMBER
                   ACCEPT WS-ARG-CLASS FROM ARGUMENT-VALUE
                   MOVE FUNCTION UPPER-CASE(WS-ARG-CLASS)
                       TO WS-ARG-CLASS
                   IF WS-ARG-COUNT > 3
                       DISPLAY 4 UPON ARGUMENT-NUMBER
                       ACCEPT WS-ARG-OWNER FROM ARGUMENT-VALUE
                       MOVE FUNCTION UPPER-CASE(WS-ARG-OWNER)
                           TO WS-ARG-OWNER
                   END-IF
                   IF WS-ARG-CLASS NOT = "-"
                       MOVE WS-ARG-CLASS TO DSM-CLASSIFICATION
                       IF NOT DSM-VALID-CLASS
                           DISPLAY "DATASET-MASTER: classification "
                                   FUNCTION TRIM(WS-ARG-CLASS)
                                   " unknown - use PUBLIC, INTERNAL,"
                                   " CONFIDENTIAL or RESTRICTED"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               WHEN "DORMANT"
      *            The dataset-name slot doubles as the day count
      *            here.
                   IF WS-ARG-DATASET NOT = SPACES
                       MOVE WS-ARG-DATASET(1:6) TO WS-ARG-DAYS
                       IF FUNCTION TRIM(WS-ARG-DAYS) IS NOT NUMERIC
                           DISPLAY "DATASET-MASTER: DORMANT day "
                                   "count must be numeric"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE FUNCTION NUMVAL(WS-ARG-DAYS)
                           TO WS-DORMANT-DAYS
                   END-IF
               WHEN "UNOWNED"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "DATASET-MASTER: unknown mode "
                           FUNCTION TRIM(WS-MODE)
                           " - use SHOW, SET, DORMANT or UNOWNED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       SHOW-DATASET.
           MOVE WS-ARG-DATASET TO DSM-DATASET-NAME
           READ DATASET-MASTER
           IF WS-DSM-STATUS NOT = "00"
               DISPLAY "No catalog record for dataset: "
                       FUNCTION TRIM(WS-ARG-DATASET)
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM DISPLAY-RECORD
           END-IF.

       SET-CLASSIFICATION.
           MOVE WS-ARG-DATASET TO DSM-DATASET-NAME
           READ DATASET-MASTER
           IF WS-DSM-STATUS NOT = "00"
               DISPLAY "DATASET-MASTER: "
                       FUNCTION TRIM(WS-ARG-DATASET)
                       " is not in the catalog - nothing on the "
                       "chain has touched it"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE DSM-CLASSIFICATION TO WS-OLD-CLASS
           MOVE DSM-OWNER TO WS-OLD-OWNER
           IF WS-ARG-CLASS NOT = "-"
               MOVE WS-ARG-CLASS TO DSM-CLASSIFICATION
           END-IF
           IF WS-ARG-OWNER NOT = SPACES
               MOVE WS-ARG-OWNER TO DSM-OWNER
           END-IF
           IF DSM-CLASSIFICATION = WS-OLD-CLASS AND
                   DSM-OWNER = WS-OLD-OWNER
               DISPLAY "DATASET-MASTER: "
                       FUNCTION TRIM(WS-ARG-DATASET)
                       " already carries that classification and "
                       "owner - nothing changed"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CAP-USER TO DSM-MAINT-USER
           MOVE FUNCTION CURRENT-DATE TO DSM-MAINT-TS
           REWRITE DATASET-MASTER-RECORD
           IF WS-DSM-STATUS NOT = "00"
               DISPLAY "DATASET-MASTER: REWRITE of "
                       FUNCTION TRIM(WS-ARG-DATASET)
                       " failed, status=" WS-DSM-STATUS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DATASET-MASTER: " FUNCTION TRIM(WS-ARG-DATASET)
                   " now " FUNCTION TRIM(DSM-CLASSIFICATION)
                   ", owner " FUNCTION TRIM(DSM-OWNER)
           PERFORM CAPTURE-CLASS-CHANGE.

       CAPTURE-CLASS-CHANGE.
           MOVE DSM-DATASET-NAME TO WS-CAP-FILE-NAME
           MOVE SPACES TO WS-CAP-AUX
           MOVE 1 TO WS-AUX-PTR
           STRING "CLASS=" FUNCTION TRIM(WS-OLD-CLASS) ">"
                  FUNCTION TRIM(DSM-CLASSIFICATION)
                  " OWNER=" FUNCTION TRIM(WS-OLD-OWNER) ">"
                  FUNCTION TRIM(DSM-OWNER)
                  DELIMITED BY SIZE
                  INTO WS-CAP-AUX WITH POINTER WS-AUX-PTR
           END-STRING
           MOVE SPACES TO WS-CAP-RECORD-KEY
           MOVE 0 TO RETURN-CODE
           CALL "METADATA-CAPTURE" USING WS-CAP-OPERATION
               WS-CAP-FILE-NAME WS-CAP-RECORD-KEY WS-CAP-USER
               WS-CAP-JOB-NAME WS-CAP-PROGRAM WS-CAP-COND-CODE
               WS-CAP-AUX
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY "DATASET-MASTER: WARNING - catalog updated "
                       "but the DATASET-CLASS capture failed"
               MOVE 0 TO RETURN-CODE
           END-IF.

       REPORT-DORMANT.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-NOW-TS(1:8)))
           MOVE "data/dormant-datasets.txt" TO WS-REPORT-NAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "DORMANT DATASETS - NOT TOUCHED IN "
                  WS-DORMANT-DAYS " DAY(S) AS OF " WS-NOW-TS(1:8)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DATASET                                      IDLE-DAYS"
               & " LAST-TOUCH     LAST-WRITER DEPARTMENT   OWNER"
               TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM START-BROWSE
           PERFORM UNTIL BROWSE-DONE
               READ DATASET-MASTER NEXT
               IF WS-DSM-STATUS NOT = "00"
                   MOVE "Y" TO WS-BROWSE-DONE
               ELSE
                   ADD 1 TO WS-SCANNED-COUNT
                   PERFORM JUDGE-DORMANT
               END-IF
           END-PERFORM

           PERFORM FINISH-REPORT.

       JUDGE-DORMANT.
           IF DSM-LAST-TOUCH-TS(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(DSM-LAST-TOUCH-TS(1:8))) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TOUCH-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(DSM-LAST-TOUCH-TS(1:8)))
           IF WS-TOUCH-INT > WS-TODAY-INT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-TOUCH-INT
           IF WS-IDLE-DAYS < WS-DORMANT-DAYS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING DSM-DATASET-NAME " " WS-IDLE-DAYS "   "
                  DSM-LAST-TOUCH-TS(1:14) " "
                  DSM-LAST-WRITE-JOB "    "
                  DSM-DEPARTMENT " " DSM-OWNER
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       REPORT-UNOWNED.
           MOVE "data/unowned-datasets.txt" TO WS-REPORT-NAME
           OPEN OUTPUT REPORT-FILE
           MOVE "DATASETS WITH NO ASSIGNED OWNER" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DATASET                                      CLASS   "
               & "     DEPARTMENT   LAST-WRITER LAST-TOUCH" TO
               REPORT-LINE
           WRITE REPORT-LINE

           PERFORM START-BROWSE
           PERFORM UNTIL BROWSE-DONE
               READ DATASET-MASTER NEXT
               IF WS-DSM-STATUS NOT = "00"
                   MOVE "Y" TO WS-BROWSE-DONE
               ELSE
                   ADD 1 TO WS-SCANNED-COUNT
                   IF DSM-OWNER = SPACES
                       ADD 1 TO WS-LISTED-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING DSM-DATASET-NAME " "
                              DSM-CLASSIFICATION " "
                              DSM-DEPARTMENT " "
                              DSM-LAST-WRITE-JOB "    "
                              DSM-LAST-TOUCH-TS(1:14)
                              DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM

           PERFORM FINISH-REPORT.

       START-BROWSE.
           MOVE "N" TO WS-BROWSE-DONE
           MOVE LOW-VALUES TO DSM-DATASET-NAME
           START DATASET-MASTER KEY NOT < DSM-DATASET-NAME
           IF WS-DSM-STATUS NOT = "00"
               MOVE "Y" TO WS-BROWSE-DONE
           END-IF.

       FINISH-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING WS-LISTED-COUNT " of " WS-SCANNED-COUNT
                  " catalogued dataset(s) listed"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "DATASET-MASTER: " WS-LISTED-COUNT " of "
                   WS-SCANNED-COUNT " dataset(s) listed - "
                   FUNCTION TRIM(WS-REPORT-NAME)
           IF WS-LISTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       DISPLAY-RECORD.
           DISPLAY "Dataset        : " FUNCTION TRIM(DSM-DATASET-NAME)
           DISPLAY "Classification : " FUNCTION TRIM(
                   DSM-CLASSIFICATION)
           DISPLAY "Owner          : " FUNCTION TRIM(DSM-OWNER)
           DISPLAY "Department     : " FUNCTION TRIM(DSM-DEPARTMENT)
           DISPLAY "First seen     : " DSM-FIRST-SEEN-TS
           DISPLAY "Last touched   : " DSM-LAST-TOUCH-TS
           DISPLAY "Last writer    : " DSM-LAST-WRITE-JOB " at "
                   DSM-LAST-WRITE-TS
           DISPLAY "Last reader    : " DSM-LAST-READ-JOB " at "
                   DSM-LAST-READ-TS
           DISPLAY "Touches        : " DSM-TOUCH-COUNT " (writes "
                   DSM-WRITE-COUNT ", reads " DSM-READ-COUNT ")"
           DISPLAY "Maintained by  : " FUNCTION TRIM(DSM-MAINT-USER)
                   " " DSM-MAINT-TS.
