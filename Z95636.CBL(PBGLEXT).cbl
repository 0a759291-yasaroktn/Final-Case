           05 AUDIT-BUS-DATE        PIC 9(8).
           05 AUDIT-REV-TS          PIC X(16).
           05 AUDIT-REV-TYPE        PIC X.
           05 AUDIT-APPROVER        PIC X(8).
      *--------------------------------
      *The journal interface: an 'H' header naming the extract date,
      *'D' journal lines in balanced debit/credit pairs, 'S' summary
                 MOVE '10100000' TO WS-CONTRA-GL
              WHEN 'T'
                 MOVE '10200000' TO WS-CONTRA-GL
              WHEN 'X'
                 MOVE '10200000' TO WS-CONTRA-GL
              WHEN 'M'
                 MOVE '10200000' TO WS-CONTRA-GL
              WHEN 'I'
                 MOVE '40100000' TO WS-CONTRA-GL
              WHEN 'F'
                 MOVE '40200000' TO WS-CONTRA-GL
              WHEN 'W'
                 MOVE '20300000' TO WS-CONTRA-GL
              WHEN OTHER
                 MOVE '10900000' TO WS-CONTRA-GL
           END-EVALUATE.
