           05 GEN-DATE            PIC 9(8).
           05 GEN-POST-IND        PIC X.
           05 GEN-RETRY-COUNT     PIC X(2).
           05 GEN-DUP-OVERRIDE    PIC X.
       01  GEN-HDR-REC.
           05 GHR-TYPE        PIC X.
           05 GHR-SOURCE      PIC X(8).
           05 GHR-BUS-DATE    PIC 9(8).
           05 GHR-BATCH-NO    PIC 9(6).
           05 FILLER          PIC X(43).
       01  GEN-TRL-REC.
           05 GTR-TYPE        PIC X.
           05 GTR-REC-COUNT   PIC 9(9).
           05 GTR-HASH-TOTAL  PIC S9(17).
           05 FILLER          PIC X(39).
      *--------------------------------
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
