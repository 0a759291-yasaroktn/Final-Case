           05 RCT-INTACC            PIC X.
           05 RCT-UNLOAD            PIC X.
           05 RCT-RECON             PIC X.
           05 RCT-FEECHG            PIC X.
           05 RCT-APPREL            PIC X.
      *--------------------------------
      *Function 'D' displays the chain for the operator; 'R' resets
      *one named step after an abend, and only with the force flag -
       H300-DISPLAY-CHAIN.
           DISPLAY 'RUN CONTROL FOR BUSINESS DATE ' RCT-DATE.
           DISPLAY '  FINALEX  : ' RCT-FINALEX.
           DISPLAY '  PBAPPREL : ' RCT-APPREL.
           DISPLAY '  PBINTACC : ' RCT-INTACC.
           DISPLAY '  PBFEECHG : ' RCT-FEECHG.
           DISPLAY '  PBUNLOAD : ' RCT-UNLOAD.
           DISPLAY '  PBRECON  : ' RCT-RECON.
           DISPLAY '  (BLANK = NOT STARTED, S = STARTED, '
              WHEN 'PBINTACC'
                 DISPLAY 'RESETTING PBINTACC FROM ' RCT-INTACC
                 MOVE SPACE TO RCT-INTACC
              WHEN 'PBFEECHG'
                 DISPLAY 'RESETTING PBFEECHG FROM ' RCT-FEECHG
                 MOVE SPACE TO RCT-FEECHG
              WHEN 'PBAPPREL'
                 DISPLAY 'RESETTING PBAPPREL FROM ' RCT-APPREL
                 MOVE SPACE TO RCT-APPREL
              WHEN 'PBUNLOAD'
                 DISPLAY 'RESETTING PBUNLOAD FROM ' RCT-UNLOAD
                 MOVE SPACE TO RCT-UNLOAD
