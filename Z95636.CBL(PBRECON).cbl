           05 AUDIT-BUS-DATE        PIC 9(8).
           05 AUDIT-REV-TS          PIC X(16).
           05 AUDIT-REV-TYPE        PIC X.
           05 AUDIT-APPROVER        PIC X(8).
      *--------------------------------
       FD  IDX-FILE.
       01  IDX-REC.
           05 SRT-TRANS-TYPE        PIC X.
           05 SRT-BAL-BEFORE        PIC S9(15).
           05 SRT-BAL-AFTER         PIC S9(15).
           05 SRT-NAME-AFTER        PIC X(15).
      *--------------------------------
       WORKING-STORAGE SECTION.
       01  WS-AREA.
           MOVE AUDIT-TRANS-TYPE TO SRT-TRANS-TYPE.
           MOVE AUDIT-BALANCE-BEFORE TO SRT-BAL-BEFORE.
           MOVE AUDIT-BALANCE-AFTER TO SRT-BAL-AFTER.
           MOVE AUDIT-NAME-AFTER TO SRT-NAME-AFTER.
           RELEASE SRT-REC.
           READ AUDIT-FILE
           AT END
      *--------------------------------
      *Rolls one audit record onto the balance the replay carries.
      *The first movement on an account the snapshot does not know is
      *only clean when it is the WRITE that created the account, or
      *the customer merge that opened it for the surviving customer,
      *with a zero before-image; every later movement must chain onto
      *the balance rolled forward so far.
       H450-REPLAY-ONE-AUDIT.
           IF WS-HAVE-BASE = 'N'
              IF ((SRT-TRANS-TYPE NOT = '2')
                    AND (SRT-TRANS-TYPE NOT = 'M'))
                 OR (SRT-BAL-BEFORE NOT = 0)
                 MOVE WS-CUR-ID TO EL-ID
                 MOVE WS-CUR-CURR TO EL-CURR
              END-IF
           END-IF.
           MOVE SRT-BAL-AFTER TO WS-REPLAY-BAL.
      *An account closure writes type 'X' on both legs of its sweep,
      *and a customer merge type 'M' on both sides of each account it
      *moves; only the record with the blank after-image a delete
      *leaves ends the account.
           IF (SRT-TRANS-TYPE = '4')
              OR ((SRT-TRANS-TYPE = 'X') AND (SRT-NAME-AFTER = SPACES))
              OR ((SRT-TRANS-TYPE = 'M') AND (SRT-NAME-AFTER = SPACES))
              MOVE 'D' TO WS-ACC-STATUS
           ELSE
              MOVE 'A' TO WS-ACC-STATUS
