           05 AUDIT-BUS-DATE        PIC 9(8).
           05 AUDIT-REV-TS          PIC X(16).
           05 AUDIT-REV-TYPE        PIC X.
           05 AUDIT-APPROVER        PIC X(8).
      *--------------------------------
       FD  IDX-FILE.
       01  IDX-REC.
                 MOVE 'POST          ' TO DL-TYPE
              WHEN 'I'
                 MOVE 'INTEREST      ' TO DL-TYPE
              WHEN 'F'
                 MOVE 'FEE           ' TO DL-TYPE
              WHEN 'W'
                 MOVE 'TAX WITHHELD  ' TO DL-TYPE
              WHEN 'T'
                 MOVE 'TRANSFER      ' TO DL-TYPE
              WHEN 'X'
                 MOVE 'CLOSED/SETTLED' TO DL-TYPE
              WHEN 'M'
                 MOVE 'CUSTOMER MERGE' TO DL-TYPE
              WHEN 'R'
                 MOVE 'REACTIVATED   ' TO DL-TYPE
              WHEN 'V'
