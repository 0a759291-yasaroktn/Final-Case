           05 AUDIT-BUS-DATE        PIC 9(8).
           05 AUDIT-REV-TS          PIC X(16).
           05 AUDIT-REV-TYPE        PIC X.
           05 AUDIT-APPROVER        PIC X(8).
      *--------------------------------
      *The archive generation holds the closed period's movements in
      *the live audit layout, closed off by one 'T' trailer carrying
      *first byte is unambiguous and PBSTMT can read an archive
      *generation in place of the live file.
       FD  ARC-FILE RECORDING MODE F.
       01  ARC-REC                 PIC X(148).
       01  ARC-TRL-REC.
           05 ATR-REC-TYPE          PIC X.
           05 ATR-REC-COUNT         PIC 9(9).
           05 ATR-HASH-TOTAL        PIC S9(17).
           05 FILLER                PIC X(121).
      *--------------------------------
       FD  NEW-FILE RECORDING MODE F.
       01  NEW-REC                 PIC X(148).
      *--------------------------------
      *Movements dated on or before the cut date leave for the
      *archive; the rewritten active trail keeps only the open
