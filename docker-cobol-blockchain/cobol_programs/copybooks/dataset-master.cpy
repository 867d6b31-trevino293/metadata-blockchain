      * DATASET-MASTER.CPY - Dataset master catalog (data/dataset-
      * master.ksds), one record per dataset name ever seen in a DD
      * capture. Activity fields are rebuilt from the chain by DATASET-
      * MASTER-LOAD; classification and owner are set only through
      * DATASET-MASTER SET and survive every rebuild. Timestamps are in
      * META-TIMESTAMP's own layout.
       01  DATASET-MASTER-RECORD.
           05  DSM-DATASET-NAME    PIC X(44).
           05  DSM-FIRST-SEEN-TS   PIC X(26).
           05  DSM-LAST-TOUCH-TS   PIC X(26).
           05  DSM-LAST-WRITE-JOB  PIC X(8).
           05  DSM-LAST-WRITE-TS   PIC X(26).
           05  DSM-LAST-READ-JOB   PIC X(8).
           05  DSM-LAST-READ-TS    PIC X(26).
           05  DSM-TOUCH-COUNT     PIC 9(9).
           05  DSM-WRITE-COUNT     PIC 9(9).
           05  DSM-READ-COUNT      PIC 9(9).
           05  DSM-DEPARTMENT      PIC X(12).
           05  DSM-CLASSIFICATION  PIC X(12).
               88  DSM-UNCLASSIFIED    VALUE SPACES.
               88  DSM-VALID-CLASS     VALUE "PUBLIC" "INTERNAL"
                                             "CONFIDENTIAL"
                                             "RESTRICTED".
               88  DSM-SENSITIVE-CLASS VALUE "CONFIDENTIAL"
                                             "RESTRICTED".
           05  DSM-OWNER           PIC X(10).
           05  DSM-MAINT-USER      PIC X(10).
           05  DSM-MAINT-TS        PIC X(26).
