           05 RCY-DATE            PIC 9(8).
           05 RCY-POST-IND        PIC X.
           05 RCY-RETRY-COUNT     PIC 9(2).
           05 RCY-DUP-OVERRIDE    PIC X.
      *--------------------------------
       FD  DLQ-FILE RECORDING MODE F.
       01  DLQ-REC                 PIC X(133).
      *recycling the individual records as well would post every one
      *of them twice. They go straight to the dead letter report so
      *someone confirms the batch was resubmitted, and never recycle.
      *An RC 84 reject was declined by an approver or waited too
      *long for one; recycling would only park it again, so it goes
      *to the dead letter report for the originator to resubmit.
              IF (REJ-RC-O = 88) OR (REJ-RC-O = 84)
                 PERFORM H320-DEAD-LETTER
              ELSE
                 IF WS-RETRY > WS-MAX-RETRY
