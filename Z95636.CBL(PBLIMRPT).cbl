           05 CUST-ID               PIC S9(5) COMP-3.
           05 CUST-NAME             PIC X(15).
           05 CUST-SURNAME          PIC X(15).
           05 CUST-TAX-CLASS        PIC X.
              88 CUST-TAX-RESIDENT           VALUE 'R'.
              88 CUST-TAX-NONRESIDENT        VALUE 'N'.
              88 CUST-TAX-EXEMPT             VALUE 'E'.
           05 CUST-TAX-RATE         PIC S9(3)V9(4) COMP-3.
           05 CUST-MERGED-INTO      PIC S9(5) COMP-3.
      *--------------------------------
       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                 PIC X(133).
