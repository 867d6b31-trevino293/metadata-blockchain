       IDENTIFICATION DIVISION.
       PROGRAM-ID. GDG-CHECK.
      *    Shared generation-data-group name test: is this dataset a
      *    GDG generation, and if so, which base and which generation
      *    number? Our GDGs reach the capture chain as fully
      *    qualified generation names - PAYROLL.EXTRACT.G0412V00 -
      *    so every night's generation would otherwise look like a
      *    brand-new dataset. Called by METADATA-CAPTURE (which
      *    records the base and generation alongside the full name)
      *    and by the readers that key on the base - FIRST-SEEN,
      *    VOLUME-REPORT, METADATA-LINEAGE, GDG-REPORT - for records
      *    captured before the base was recorded, so old and new
      *    records group the same way.
      *    A generation name ends in a final qualifier of exactly
      *    G, four digits, V, two digits. Anything else is not a
      *    generation, and its base is simply its own name - callers
      *    key on LK-GDG-BASE whatever the dataset is.
      *        LK-DATASET      the full dataset name
      *        LK-GDG-BASE     the GDG base (the full name when the
      *                        dataset is not a generation)
      *        LK-GDG-GEN      the generation number nnnn (spaces
      *                        when not a generation)
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-NAME-LEN         PIC 9(2).
       01  WS-SUFFIX-POS       PIC 9(2).

       LINKAGE SECTION.
       01  LK-DATASET          PIC X(44).
       01  LK-GDG-BASE         PIC X(44).
       01  LK-GDG-GEN          PIC X(4).

       PROCEDURE DIVISION USING LK-DATASET LK-GDG-BASE LK-GDG-GEN.
       MAIN-PROCESS.
           MOVE LK-DATASET TO LK-GDG-BASE
           MOVE SPACES TO LK-GDG-GEN
           IF LK-DATASET = SPACES
               GOBACK
           END-IF
           COMPUTE WS-NAME-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(LK-DATASET TRAILING))

      *    At least one character of base, then ".GnnnnVnn".
           IF WS-NAME-LEN < 10
               GOBACK
           END-IF
           COMPUTE WS-SUFFIX-POS = WS-NAME-LEN - 8
           IF LK-DATASET(WS-SUFFIX-POS:2) = ".G"
                   AND LK-DATASET(WS-SUFFIX-POS + 2:4) IS NUMERIC
                   AND LK-DATASET(WS-SUFFIX-POS + 6:1) = "V"
                   AND LK-DATASET(WS-SUFFIX-POS + 7:2) IS NUMERIC
               MOVE SPACES TO LK-GDG-BASE
               MOVE LK-DATASET(1:WS-SUFFIX-POS - 1) TO LK-GDG-BASE
               MOVE LK-DATASET(WS-SUFFIX-POS + 2:4) TO LK-GDG-GEN
           END-IF
           GOBACK.
