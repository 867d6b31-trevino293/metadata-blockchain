      * AUDIT-TRANSMIT.CPY - Auditor transmission file, one file per
      * period, written by AUDIT-TRANSMIT in the external auditors'
      * published fixed-width layout: 240-byte records, a two-byte
      * record type in columns 1-2, one HD header, one DT detail per
      * chain record in chain order, one TR trailer. Numeric fields
      * are unsigned zoned decimal, zero-filled; text fields are
      * left-justified and space-filled. Timestamps are in
      * META-TIMESTAMP's own layout.
       01  AUDIT-TRANSMIT-HEADER.
           05  ATH-RECORD-TYPE     PIC X(2).
               88  ATH-IS-HEADER       VALUE "HD".
           05  ATH-INSTALLATION-ID PIC X(10).
      *        Archive stamp YYYYMMDD-HHMMSS, or LIVE for the live log.
           05  ATH-PERIOD          PIC X(15).
           05  ATH-PERIOD-FIRST-TS PIC X(26).
           05  ATH-PERIOD-LAST-TS  PIC X(26).
           05  ATH-CREATED-TS      PIC X(26).
           05  ATH-TRANSMIT-SEQ    PIC 9(6).
      *        Sequence of the earlier transmission of the same period
      *        this one resends - zeros on a first send.
           05  ATH-RESEND-OF-SEQ   PIC 9(6).
           05  FILLER              PIC X(123).

       01  AUDIT-TRANSMIT-DETAIL.
           05  ATD-RECORD-TYPE     PIC X(2).
               88  ATD-IS-DETAIL       VALUE "DT".
           05  ATD-SOURCE          PIC X(10).
           05  ATD-TIMESTAMP       PIC X(26).
           05  ATD-OPERATION       PIC X(20).
           05  ATD-RECORD-KEY      PIC X(20).
           05  ATD-FILE-NAME       PIC X(44).
           05  ATD-USER            PIC X(10).
           05  ATD-JOB-NAME        PIC X(8).
           05  ATD-PROGRAM-NAME    PIC X(8).
           05  ATD-STATUS          PIC X(2).
           05  ATD-COND-CODE       PIC X(4).
           05  ATD-HASH            PIC X(64).
      *        Y on a sanctioned redaction tombstone.
           05  ATD-REDACTED        PIC X(1).
           05  FILLER              PIC X(21).

       01  AUDIT-TRANSMIT-TRAILER.
           05  ATT-RECORD-TYPE     PIC X(2).
               88  ATT-IS-TRAILER      VALUE "TR".
           05  ATT-DETAIL-COUNT    PIC 9(9).
      *        Sum of the numeric part of every REC-form record key;
      *        keys of any other form contribute zero.
           05  ATT-KEY-HASH-TOTAL  PIC 9(18).
      *        The period's final chain hash - the archive catalog's
      *        anchor for an archived period.
           05  ATT-FINAL-HASH      PIC X(64).
           05  ATT-TRANSMIT-SEQ    PIC 9(6).
           05  FILLER              PIC X(141).
