       DATA DIVISION.
       FILE SECTION.
      *    Layout shared with METADATA-CAPTURE's OPEN-INCIDENT.
      *    INC-ACTOR / INC-ACTION-TS are the latest transition; the
      *    acknowledge and resolve columns keep each transition's own
      *    operator and time, so a resolved incident still says when
      *    it was acknowledged (INCIDENT-REPORT's MTTA and MTTR).
      *    Rows written before those columns existed read back blank
      *    there.
       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD.
           05  INC-STATE           PIC X(8).
           05  INC-ACTOR           PIC X(10).
           05  INC-ACTION-TS       PIC X(26).
           05  INC-NOTE            PIC X(40).
           05  INC-ACK-BY          PIC X(10).
           05  INC-ACK-TS          PIC X(26).
           05  INC-RESOLVE-BY      PIC X(10).
           05  INC-RESOLVE-TS      PIC X(26).

       FD  INCIDENT-WORK.
       01  WORK-RECORD             PIC X(222).

       WORKING-STORAGE SECTION.
       01  WS-INCIDENT-STATUS  PIC XX.
           IF INC-RECORD-KEY = WS-TARGET-KEY
                   AND INC-STATE NOT = "RESOLVED"
               MOVE "Y" TO WS-FOUND-TARGET
               PERFORM STAMP-TRANSITION-TIMES
               MOVE WS-NEW-STATE TO INC-STATE
               MOVE WS-INITIALS  TO INC-ACTOR
               MOVE WS-NOW-TS    TO INC-ACTION-TS
           MOVE INCIDENT-RECORD TO WORK-RECORD
           WRITE WORK-RECORD.

       STAMP-TRANSITION-TIMES.
      *    Runs before INC-STATE and INC-ACTION-TS are overwritten.
      *    An incident resolved straight from OPEN was acknowledged
      *    by the same act; one acknowledged before the acknowledge
      *    columns existed has its acknowledgement only in the
      *    latest-transition columns, which are about to change.
           IF WS-NEW-STATE = "ACK"
               MOVE WS-INITIALS TO INC-ACK-BY
               MOVE WS-NOW-TS   TO INC-ACK-TS
           ELSE
               IF INC-ACK-TS = SPACES
                   IF INC-STATE = "ACK"
                       MOVE INC-ACTOR     TO INC-ACK-BY
                       MOVE INC-ACTION-TS TO INC-ACK-TS
                   ELSE
                       MOVE WS-INITIALS TO INC-ACK-BY
                       MOVE WS-NOW-TS   TO INC-ACK-TS
                   END-IF
               END-IF
               MOVE WS-INITIALS TO INC-RESOLVE-BY
               MOVE WS-NOW-TS   TO INC-RESOLVE-TS
           END-IF.

       CAPTURE-TRANSITION.
      *    The response goes on the chain next to the failure: the
      *    captured dataset-name field carries the incident's record
