       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATASET-DIGEST.
      *    Content fingerprint of one dataset's file, shared by the
      *    interceptor (digest taken when a controlled dataset's
      *    write is captured) and FINGERPRINT-VERIFY (digest taken
      *    again later and compared). Both sides must compute it the
      *    same way, so it lives here and nowhere else.
      *    The file is read as a byte stream, not as text lines, so
      *    every byte counts - trailing blanks, line delimiters, and
      *    records of any length, text or load module alike. The
      *    bytes are folded into a running CALC-HASH2 chain 200 at a
      *    time, starting from a zero hash - the ledger's own
      *    chaining, applied to the file instead of the log. The last
      *    short slice is folded blank-padded and then the file's
      *    byte count is folded after it, so padding never reads the
      *    same as real trailing blanks. A changed byte, a record
      *    added, dropped or moved all change the digest; the record
      *    count (line-feeds, plus an unterminated last line) comes
      *    back beside it for the report.
      *        LK-FILE-PATH    file to digest (76 bytes, the path
      *                        column of fingerprint-control.dat)
      *        LK-DIGEST       64 hex characters
      *        LK-RECORD-COUNT lines in the file
      *        LK-DIGEST-RESULT "Y" digested, "N" the file could not
      *                        be opened or read to its end (digest
      *                        and count zero)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIGEST-FILE ASSIGN DYNAMIC WS-DIGEST-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIGEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIGEST-FILE
           RECORD CONTAINS 1 CHARACTERS.
       01  DIGEST-BYTE         PIC X.

       WORKING-STORAGE SECTION.
       01  WS-DIGEST-STATUS    PIC XX.
       01  WS-END-STATUS       PIC XX.
       01  WS-DIGEST-PATH      PIC X(76).
       01  WS-CHAIN-HASH       PIC X(64).
       01  WS-NEXT-HASH        PIC X(64).
       01  WS-SLICE            PIC X(200).
       01  WS-SLICE-LEN        PIC 9(3).
       01  WS-BYTE-COUNT       PIC 9(15).
       01  WS-LAST-BYTE        PIC X.
       01  WS-LENGTH-SLICE.
           05  FILLER          PIC X(6) VALUE "BYTES=".
           05  WS-LENGTH-BYTES PIC 9(15).
           05  FILLER          PIC X(179) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-FILE-PATH        PIC X(76).
       01  LK-DIGEST           PIC X(64).
       01  LK-RECORD-COUNT     PIC 9(9).
       01  LK-DIGEST-RESULT    PIC X.

       PROCEDURE DIVISION USING LK-FILE-PATH LK-DIGEST
               LK-RECORD-COUNT LK-DIGEST-RESULT.
       MAIN-PROCESS.
           MOVE ALL "0" TO WS-CHAIN-HASH
           MOVE ALL "0" TO LK-DIGEST
           MOVE 0 TO LK-RECORD-COUNT
           MOVE "N" TO LK-DIGEST-RESULT
           MOVE LK-FILE-PATH TO WS-DIGEST-PATH

           OPEN INPUT DIGEST-FILE
           IF WS-DIGEST-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE 0 TO WS-BYTE-COUNT WS-SLICE-LEN
           MOVE SPACES TO WS-SLICE WS-LAST-BYTE
           PERFORM UNTIL WS-DIGEST-STATUS NOT = "00"
               READ DIGEST-FILE
                   AT END
                       MOVE "10" TO WS-DIGEST-STATUS
                   NOT AT END
                       PERFORM TAKE-ONE-BYTE
               END-READ
           END-PERFORM
           MOVE WS-DIGEST-STATUS TO WS-END-STATUS
           CLOSE DIGEST-FILE
      *    Anything but a clean end of file - a read error part way
      *    - is no digest at all rather than a digest of part of it.
           IF WS-END-STATUS NOT = "10"
               MOVE 0 TO LK-RECORD-COUNT
               GOBACK
           END-IF

           IF WS-SLICE-LEN > 0
               PERFORM FOLD-SLICE
           END-IF
           IF WS-BYTE-COUNT > 0 AND WS-LAST-BYTE NOT = X"0A"
               ADD 1 TO LK-RECORD-COUNT
           END-IF
           MOVE WS-BYTE-COUNT TO WS-LENGTH-BYTES
           MOVE WS-LENGTH-SLICE TO WS-SLICE
           PERFORM FOLD-SLICE

           MOVE WS-CHAIN-HASH TO LK-DIGEST
           MOVE "Y" TO LK-DIGEST-RESULT
           GOBACK.

       TAKE-ONE-BYTE.
           ADD 1 TO WS-BYTE-COUNT WS-SLICE-LEN
           MOVE DIGEST-BYTE TO WS-SLICE(WS-SLICE-LEN:1)
           MOVE DIGEST-BYTE TO WS-LAST-BYTE
           IF DIGEST-BYTE = X"0A"
               ADD 1 TO LK-RECORD-COUNT
           END-IF
           IF WS-SLICE-LEN = 200
               PERFORM FOLD-SLICE
           END-IF.

       FOLD-SLICE.
           CALL "CALC-HASH2" USING WS-CHAIN-HASH WS-SLICE WS-NEXT-HASH
           END-CALL
           MOVE WS-NEXT-HASH TO WS-CHAIN-HASH
           MOVE SPACES TO WS-SLICE
           MOVE 0 TO WS-SLICE-LEN.
