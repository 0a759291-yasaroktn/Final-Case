      *control: each step of the nightly chain registers its start
      *('S') and clean completion ('C') here, and no step may start
      *until its predecessor shows complete for the date. The chain
      *order is FINALEX, PBAPPREL, PBINTACC, PBFEECHG, PBUNLOAD,
      *PBRECON; the fee and approval-release steps' bytes sit last so
      *the earlier steps keep their place in the record.
       FD  RCT-FILE RECORDING MODE F.
       01  RCT-REC.
           05 RCT-DATE              PIC 9(8).
           05 RCT-INTACC            PIC X.
           05 RCT-UNLOAD            PIC X.
           05 RCT-RECON             PIC X.
           05 RCT-FEECHG            PIC X.
           05 RCT-APPREL            PIC X.
      *--------------------------------
       FD  BDT-FILE RECORDING MODE F.
       01  BDT-REC.
           MOVE SPACE TO RCT-INTACC.
           MOVE SPACE TO RCT-UNLOAD.
           MOVE SPACE TO RCT-RECON.
           MOVE SPACE TO RCT-FEECHG.
           MOVE SPACE TO RCT-APPREL.
       H110-END. EXIT.
      *--------------------------------
      *FINALEX starting on a new date rolls the record over to that
                 MOVE RCT-FINALEX TO WS-STEP-STATUS
                 MOVE SPACES TO WS-PRED-NAME
                 MOVE 'C' TO WS-PRED-STATUS
              WHEN 'PBAPPREL'
                 MOVE RCT-APPREL TO WS-STEP-STATUS
                 MOVE 'FINALEX' TO WS-PRED-NAME
                 MOVE RCT-FINALEX TO WS-PRED-STATUS
              WHEN 'PBINTACC'
                 MOVE RCT-INTACC TO WS-STEP-STATUS
                 MOVE 'PBAPPREL' TO WS-PRED-NAME
                 MOVE RCT-APPREL TO WS-PRED-STATUS
              WHEN 'PBFEECHG'
                 MOVE RCT-FEECHG TO WS-STEP-STATUS
                 MOVE 'PBINTACC' TO WS-PRED-NAME
                 MOVE RCT-INTACC TO WS-PRED-STATUS
              WHEN 'PBUNLOAD'
                 MOVE RCT-UNLOAD TO WS-STEP-STATUS
                 MOVE 'PBFEECHG' TO WS-PRED-NAME
                 MOVE RCT-FEECHG TO WS-PRED-STATUS
              WHEN 'PBRECON'
                 MOVE RCT-RECON TO WS-STEP-STATUS
                 MOVE 'PBUNLOAD' TO WS-PRED-NAME
           EVALUATE LS-RUN-PROGRAM
              WHEN 'FINALEX'
                 MOVE WS-STEP-STATUS TO RCT-FINALEX
              WHEN 'PBAPPREL'
                 MOVE WS-STEP-STATUS TO RCT-APPREL
              WHEN 'PBINTACC'
                 MOVE WS-STEP-STATUS TO RCT-INTACC
              WHEN 'PBFEECHG'
                 MOVE WS-STEP-STATUS TO RCT-FEECHG
              WHEN 'PBUNLOAD'
                 MOVE WS-STEP-STATUS TO RCT-UNLOAD
              WHEN 'PBRECON'
           PERFORM H360-PUT-STEP-STATUS.
           MOVE 1 TO RCT-RK.
           REWRITE RCT-REC.
           IF (RCT-FINALEX = 'C') AND (RCT-APPREL = 'C')
              AND (RCT-INTACC = 'C') AND (RCT-FEECHG = 'C')
              AND (RCT-UNLOAD = 'C') AND (RCT-RECON = 'C')
              PERFORM H550-CLOSE-BUSINESS-DATE
           END-IF.
