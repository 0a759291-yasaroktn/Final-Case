       IDENTIFICATION DIVISION.
      *--------------------------------
       PROGRAM-ID.    PBCUSTMG.
       AUTHOR.        YASAR OKTEN.
      *--------------------------------
       ENVIRONMENT DIVISION.
      *--------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDT-FILE ASSIGN TO BDATEFIL
                           ORGANIZATION RELATIVE
                           ACCESS RANDOM
                           RELATIVE KEY BDT-RK
                           STATUS BDT-ST.
           SELECT MRG-FILE ASSIGN TO MRGLIST
                           ORGANIZATION SEQUENTIAL
                           STATUS MRG-ST.
           SELECT REP-FILE ASSIGN TO MRGREPT
                           STATUS REP-ST.
      *--------------------------------
       DATA DIVISION.
      *--------------------------------
       FILE SECTION.
       FD  BDT-FILE RECORDING MODE F.
       01  BDT-REC.
           05 BDT-DATE              PIC 9(8).
           05 BDT-STATUS            PIC X.
              88 BDT-DAY-OPEN                 VALUE 'O'.
              88 BDT-DAY-COMPLETE             VALUE 'C'.
      *--------------------------------
      *One card per merge: the customer that survives, and the
      *duplicate customer to be merged into it and retired.
       FD  MRG-FILE RECORDING MODE F.
       01  MRG-REC.
           05 MRG-SURVIVOR-ID       PIC 9(5).
           05 MRG-MERGED-ID         PIC 9(5).
           05 FILLER                PIC X(70).
      *--------------------------------
       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                 PIC X(133).
      *--------------------------------
       WORKING-STORAGE SECTION.
       01  WS-AREA.
           05 WS-PBEGIDX              PIC X(8) VALUE 'PBEGIDX'.
           05 BDT-ST                  PIC 99.
              88 BDT-SUCCESS                      VALUE 00 97.
           05 BDT-RK                  PIC 9(9) VALUE 1.
           05 MRG-ST                  PIC 99.
              88 MRG-SUCCESS                      VALUE 00 97.
              88 MRG-EOF                          VALUE 10.
           05 REP-ST                  PIC 99.
              88 REP-SUCCESS                      VALUE 00 97.
           05 WS-CARD-COUNT           PIC 9(7)   VALUE 0.
           05 WS-MERGED-COUNT         PIC 9(7)   VALUE 0.
           05 WS-REFUSED-COUNT        PIC 9(7)   VALUE 0.
           05 WS-CX                   PIC 9(4)   VALUE 0.
           05 WS-BROWSE-ID            PIC 9(5)   VALUE 0.
           05 WS-BROWSE-PASS          PIC X      VALUE SPACE.
              88 WS-PASS-MERGED                   VALUE 'M'.
              88 WS-PASS-BEFORE                   VALUE 'B'.
              88 WS-PASS-AFTER                    VALUE 'A'.
           05 WS-MERGE-OK             PIC X      VALUE 'N'.
           05 WS-REFUSE-REASON        PIC X(30)  VALUE SPACES.
           05 WS-SRV-NAME             PIC X(15)  VALUE SPACES.
           05 WS-SRV-SURNAME          PIC X(15)  VALUE SPACES.
           05 WS-MGD-NAME             PIC X(15)  VALUE SPACES.
           05 WS-MGD-SURNAME          PIC X(15)  VALUE SPACES.
           05 WS-MRG-LIMITS           PIC 9(3)   VALUE 0.
           05 WS-MRG-ORDERS           PIC 9(3)   VALUE 0.
           05 WS-MRG-DORMANT          PIC 9(3)   VALUE 0.
           05 WS-MRG-CANCELLED        PIC 9(3)   VALUE 0.
      *--------------------------------
      *One entry per currency code, indexed code + 1, the way the
      *accrual register keeps its currency totals: what the merged
      *customer held, and what the survivor held before and after.
       01  WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 1000 TIMES.
              10 WS-MGD-SEEN           PIC X.
              10 WS-MGD-MOVED          PIC S9(15) COMP-3.
              10 WS-SRV-SEEN           PIC X.
              10 WS-SRV-BEFORE         PIC S9(15) COMP-3.
              10 WS-SRV-AFTER          PIC S9(15) COMP-3.
      *--------------------------------
       01  WS-SUB-AREA.
           05 WS-SUB-FUNC                PIC X.
              88 WS-FUNC-OPEN                     VALUE '1'.
              88 WS-FUNC-BROWSE                   VALUE '7'.
              88 WS-FUNC-MERGE                    VALUE 'M'.
              88 WS-FUNC-CUST-INQ                 VALUE 'Q'.
              88 WS-FUNC-CLOSE                    VALUE '9'.
           05 WS-SUB-ID                  PIC 9(5).
           05 WS-SUB-CURR                PIC 9(3).
           05 WS-SUB-RC                  PIC 9(2).
           05 WS-SUB-DATA.
              15 WS-SUB-WRONG-EXP        PIC X(30).
              15 WS-SUB-NAME-FROM        PIC X(15).
              15 WS-SUB-SURNAME-FROM     PIC X(15).
              15 WS-SUB-NAME-TO          PIC X(15).
              15 WS-SUB-XFER-TARGET REDEFINES WS-SUB-NAME-TO.
                 20 WS-SUB-XFER-ID-TO    PIC 9(5).
                 20 WS-SUB-XFER-CURR-TO  PIC 9(3).
                 20 FILLER               PIC X(7).
              15 WS-SUB-SURNAME-TO       PIC X(15).
              15 WS-SUB-MERGE-DETAIL REDEFINES WS-SUB-SURNAME-TO.
                 20 WS-SUB-MRG-ACCOUNTS  PIC 9(3).
                 20 WS-SUB-MRG-LIMITS    PIC 9(3).
                 20 WS-SUB-MRG-ORDERS    PIC 9(3).
                 20 WS-SUB-MRG-DORMANT   PIC 9(3).
                 20 WS-SUB-MRG-CANCELLED PIC 9(3).
              15 WS-SUB-BALANCE-TO       PIC S9(15).
              15 WS-SUB-DATE-TO          PIC 9(8).
              15 WS-SUB-POST-IND         PIC X.
              15 WS-SUB-MORE-IND         PIC X.
                 88 WS-SUB-MORE-YES               VALUE 'Y'.
           05 WS-SUB-BUS-DATE            PIC 9(8) VALUE ZEROES.
           05 WS-SUB-APPROVER            PIC X(8) VALUE SPACES.
      *--------------------------------
       01  HEADER-1.
           05  FILLER         PIC X(23)
                              VALUE 'CUSTOMER MERGE REGISTER'.
           05  FILLER         PIC X(04)           VALUE SPACES.
           05  FILLER         PIC X(09)           VALUE 'AUTHOR : '.
           05  FILLER         PIC X(11)           VALUE 'YASAR OKTEN'.
           05  FILLER         PIC X(17)  VALUE ' BUSINESS DATE : '.
           05  HDR1-DATE      PIC 9(8).
           05  FILLER         PIC X(61)           VALUE SPACES.
      *--------------------------------
       01  PAIR-LINE.
           05 FILLER        PIC X(10) VALUE 'SURVIVOR  '.
           05 PL-SRV-ID     PIC X(05).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 PL-SRV-NAME   PIC X(15).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 PL-SRV-SURNAME PIC X(15).
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(10) VALUE 'MERGED    '.
           05 PL-MGD-ID     PIC X(05).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 PL-MGD-NAME   PIC X(15).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 PL-MGD-SURNAME PIC X(15).
           05 FILLER        PIC X(33) VALUE SPACES.
      *--------------------------------
       01  RESULT-LINE.
           05 FILLER        PIC X(10) VALUE 'RESULT    '.
           05 RL-RESULT     PIC X(10).
           05 RL-REASON     PIC X(30).
           05 FILLER        PIC X(83) VALUE SPACES.
      *--------------------------------
       01  HEADER-2.
           05 FILLER        PIC X(10) VALUE SPACES.
           05 FILLER        PIC X(04) VALUE 'CURR'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE 'AMOUNT MOVED'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE 'SURVIVOR BEFORE'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE 'SURVIVOR AFTER'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(08) VALUE 'ACCOUNT'.
           05 FILLER        PIC X(50) VALUE SPACES.
      *--------------------------------
       01  HEADER-3.
           05 FILLER        PIC X(10) VALUE SPACES.
           05 FILLER        PIC X(04) VALUE '____'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE '_______________'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE '_______________'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE '_______________'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(08) VALUE '________'.
           05 FILLER        PIC X(50) VALUE SPACES.
      *--------------------------------
       01  DETAIL-LINE.
           05 FILLER         PIC X(10) VALUE SPACES.
           05 DL-CURR        PIC 9(3).
           05 FILLER         PIC X(05) VALUE SPACES.
           05 DL-MOVED       PIC S9(15).
           05 FILLER         PIC X(04) VALUE SPACES.
           05 DL-BEFORE      PIC S9(15).
           05 FILLER         PIC X(04) VALUE SPACES.
           05 DL-AFTER       PIC S9(15).
           05 FILLER         PIC X(04) VALUE SPACES.
           05 DL-ACCOUNT     PIC X(08).
           05 FILLER         PIC X(50) VALUE SPACES.
      *--------------------------------
       01  CARRIED-LINE.
           05 FILLER        PIC X(10) VALUE SPACES.
           05 FILLER        PIC X(08) VALUE 'LIMITS  '.
           05 CL-LIMITS     PIC ZZ9.
           05 FILLER        PIC X(10) VALUE '   ORDERS '.
           05 CL-ORDERS     PIC ZZ9.
           05 FILLER        PIC X(11) VALUE '   DORMANT '.
           05 CL-DORMANT    PIC ZZ9.
           05 FILLER        PIC X(19) VALUE '   ORDERS CANCELLED'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 CL-CANCELLED  PIC ZZ9.
           05 FILLER        PIC X(62) VALUE SPACES.
      *--------------------------------
       01  TRAILER-1.
           05 FILLER    PIC X(20) VALUE 'MERGE CONTROL TOTALS'.
           05 FILLER    PIC X(113) VALUE SPACES.
      *--------------------------------
       01  TRAILER-COUNT-LINE.
           05 TRC-LABEL       PIC X(20).
           05 TRC-COUNT       PIC ZZZZZZ9.
           05 FILLER          PIC X(106) VALUE SPACES.
      *--------------------------------
       PROCEDURE DIVISION.
      *--------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-WRITE-HEADERS.
           PERFORM H300-MERGE-ONE-PAIR UNTIL MRG-EOF.
           PERFORM H600-WRITE-TRAILER.
           PERFORM H999-PROGRAM-EXIT.
       MAIN-END. EXIT.
      *--------------------------------
      *Merges run on an open business date only: the movements they
      *write are stamped with it, and a date already complete has
      *been extracted to the ledger and reconciled.
       H100-OPEN-FILES.
           OPEN INPUT BDT-FILE.
           IF (BDT-ST NOT = 0) AND (BDT-ST NOT = 97)
              DISPLAY 'BUSINESS DATE CONTROL FILE MISSING: ' BDT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 1 TO BDT-RK.
           READ BDT-FILE.
           IF NOT BDT-SUCCESS
              DISPLAY 'BUSINESS DATE RECORD MISSING: ' BDT-ST
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT BDT-DAY-OPEN
              DISPLAY 'BUSINESS DATE ' BDT-DATE
                 ' NOT OPEN - RUN REFUSED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT MRG-FILE.
           IF (MRG-ST NOT = 0) AND (MRG-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN MERGE LIST: ' MRG-ST
              MOVE MRG-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF (REP-ST NOT = 0) AND (REP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN MERGE REGISTER: ' REP-ST
              MOVE REP-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE '1' TO WS-SUB-FUNC.
           MOVE BDT-DATE TO WS-SUB-BUS-DATE.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
           READ MRG-FILE
           AT END
              MOVE 10 TO MRG-ST
           END-READ.
       H100-END. EXIT.
      *--------------------------------
       H200-WRITE-HEADERS.
           MOVE BDT-DATE TO HDR1-DATE.
           WRITE REP-REC FROM HEADER-1.
           MOVE SPACES TO REP-REC.
           WRITE REP-REC AFTER ADVANCING 1 LINES.
       H200-END. EXIT.
      *--------------------------------
      *Every check that decides whether a pair may merge is made by
      *PBEGIDX in the same call that merges it, so nothing can change
      *between the check and the merge. This program only gathers
      *what the register shows: the names, the merged customer's
      *balances before the call and the survivor's either side of
      *it.
       H300-MERGE-ONE-PAIR.
           ADD 1 TO WS-CARD-COUNT.
           MOVE 'N' TO WS-MERGE-OK.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE SPACES TO WS-SRV-NAME.
           MOVE SPACES TO WS-SRV-SURNAME.
           MOVE SPACES TO WS-MGD-NAME.
           MOVE SPACES TO WS-MGD-SURNAME.
           INITIALIZE WS-ACCT-TABLE.
           IF (MRG-SURVIVOR-ID NOT NUMERIC)
              OR (MRG-MERGED-ID NOT NUMERIC)
              MOVE 'INVALID MERGE CARD' TO WS-REFUSE-REASON
           ELSE
              PERFORM H310-GET-NAMES
              MOVE MRG-MERGED-ID TO WS-BROWSE-ID
              MOVE 'M' TO WS-BROWSE-PASS
              PERFORM H330-BROWSE-CUSTOMER
              MOVE MRG-SURVIVOR-ID TO WS-BROWSE-ID
              MOVE 'B' TO WS-BROWSE-PASS
              PERFORM H330-BROWSE-CUSTOMER
              PERFORM H350-MERGE-PAIR
           END-IF.
           IF WS-MERGE-OK = 'Y'
              ADD 1 TO WS-MERGED-COUNT
           ELSE
              ADD 1 TO WS-REFUSED-COUNT
           END-IF.
           PERFORM H400-PRINT-PAIR.
           READ MRG-FILE
           AT END
              MOVE 10 TO MRG-ST
           END-READ.
       H300-END. EXIT.
      *--------------------------------
      *A customer not on the master simply prints without a name;
      *the merge call refuses it with the reason.
       H310-GET-NAMES.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE 'Q' TO WS-SUB-FUNC.
           MOVE MRG-SURVIVOR-ID TO WS-SUB-ID.
           MOVE 0 TO WS-SUB-CURR.
           MOVE 0 TO WS-SUB-RC.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
           IF (WS-SUB-RC = 0) OR (WS-SUB-RC = 97)
              MOVE WS-SUB-NAME-FROM TO WS-SRV-NAME
              MOVE WS-SUB-SURNAME-FROM TO WS-SRV-SURNAME
           END-IF.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE 'Q' TO WS-SUB-FUNC.
           MOVE MRG-MERGED-ID TO WS-SUB-ID.
           MOVE 0 TO WS-SUB-CURR.
           MOVE 0 TO WS-SUB-RC.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
           IF (WS-SUB-RC = 0) OR (WS-SUB-RC = 97)
              MOVE WS-SUB-NAME-FROM TO WS-MGD-NAME
              MOVE WS-SUB-SURNAME-FROM TO WS-MGD-SURNAME
           END-IF.
       H310-END. EXIT.
      *--------------------------------
       H330-BROWSE-CUSTOMER.
           MOVE 'Y' TO WS-SUB-MORE-IND.
           PERFORM H332-BROWSE-ONE UNTIL NOT WS-SUB-MORE-YES.
       H330-END. EXIT.
      *--------------------------------
       H332-BROWSE-ONE.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE '7' TO WS-SUB-FUNC.
           MOVE WS-BROWSE-ID TO WS-SUB-ID.
           MOVE 0 TO WS-SUB-CURR.
           MOVE 0 TO WS-SUB-RC.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
           IF WS-SUB-MORE-YES
              COMPUTE WS-CX = WS-SUB-CURR + 1
              EVALUATE TRUE
                 WHEN WS-PASS-MERGED
                    MOVE 'Y' TO WS-MGD-SEEN(WS-CX)
                    MOVE WS-SUB-BALANCE-TO TO WS-MGD-MOVED(WS-CX)
                 WHEN WS-PASS-BEFORE
                    MOVE 'Y' TO WS-SRV-SEEN(WS-CX)
                    MOVE WS-SUB-BALANCE-TO TO WS-SRV-BEFORE(WS-CX)
                 WHEN WS-PASS-AFTER
                    MOVE WS-SUB-BALANCE-TO TO WS-SRV-AFTER(WS-CX)
              END-EVALUATE
           END-IF.
       H332-END. EXIT.
      *--------------------------------
       H350-MERGE-PAIR.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE 'M' TO WS-SUB-FUNC.
           MOVE MRG-MERGED-ID TO WS-SUB-ID.
           MOVE 0 TO WS-SUB-CURR.
           MOVE MRG-SURVIVOR-ID TO WS-SUB-XFER-ID-TO.
           MOVE 0 TO WS-SUB-XFER-CURR-TO.
           MOVE 0 TO WS-SUB-RC.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
           IF (WS-SUB-RC = 0) OR (WS-SUB-RC = 97)
              MOVE 'Y' TO WS-MERGE-OK
              MOVE WS-SUB-MRG-LIMITS TO WS-MRG-LIMITS
              MOVE WS-SUB-MRG-ORDERS TO WS-MRG-ORDERS
              MOVE WS-SUB-MRG-DORMANT TO WS-MRG-DORMANT
              MOVE WS-SUB-MRG-CANCELLED TO WS-MRG-CANCELLED
              MOVE MRG-SURVIVOR-ID TO WS-BROWSE-ID
              MOVE 'A' TO WS-BROWSE-PASS
              PERFORM H330-BROWSE-CUSTOMER
           ELSE
              MOVE WS-SUB-WRONG-EXP TO WS-REFUSE-REASON
           END-IF.
       H350-END. EXIT.
      *--------------------------------
      *A merged pair lists every currency the merged customer held,
      *what moved, and whether the survivor's account in it was
      *opened by the merge or already there.
       H400-PRINT-PAIR.
           MOVE MRG-SURVIVOR-ID TO PL-SRV-ID.
           MOVE WS-SRV-NAME TO PL-SRV-NAME.
           MOVE WS-SRV-SURNAME TO PL-SRV-SURNAME.
           MOVE MRG-MERGED-ID TO PL-MGD-ID.
           MOVE WS-MGD-NAME TO PL-MGD-NAME.
           MOVE WS-MGD-SURNAME TO PL-MGD-SURNAME.
           WRITE REP-REC FROM PAIR-LINE.
           IF WS-MERGE-OK = 'Y'
              MOVE 'MERGED' TO RL-RESULT
              MOVE SPACES TO RL-REASON
              WRITE REP-REC FROM RESULT-LINE
              WRITE REP-REC FROM HEADER-2
              WRITE REP-REC FROM HEADER-3
              PERFORM H410-PRINT-ONE-CURR
                 VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 1000
              MOVE WS-MRG-LIMITS TO CL-LIMITS
              MOVE WS-MRG-ORDERS TO CL-ORDERS
              MOVE WS-MRG-DORMANT TO CL-DORMANT
              MOVE WS-MRG-CANCELLED TO CL-CANCELLED
              WRITE REP-REC FROM CARRIED-LINE
           ELSE
              MOVE 'REFUSED' TO RL-RESULT
              MOVE WS-REFUSE-REASON TO RL-REASON
              WRITE REP-REC FROM RESULT-LINE
           END-IF.
           MOVE SPACES TO REP-REC.
           WRITE REP-REC AFTER ADVANCING 1 LINES.
       H400-END. EXIT.
      *--------------------------------
       H410-PRINT-ONE-CURR.
           IF WS-MGD-SEEN(WS-CX) = 'Y'
              COMPUTE DL-CURR = WS-CX - 1
              MOVE WS-MGD-MOVED(WS-CX) TO DL-MOVED
              MOVE WS-SRV-BEFORE(WS-CX) TO DL-BEFORE
              MOVE WS-SRV-AFTER(WS-CX) TO DL-AFTER
              IF WS-SRV-SEEN(WS-CX) = 'Y'
                 MOVE 'COMBINED' TO DL-ACCOUNT
              ELSE
                 MOVE 'OPENED' TO DL-ACCOUNT
              END-IF
              WRITE REP-REC FROM DETAIL-LINE
           END-IF.
       H410-END. EXIT.
      *--------------------------------
       H600-WRITE-TRAILER.
           WRITE REP-REC FROM TRAILER-1.
           MOVE SPACES TO REP-REC.
           WRITE REP-REC AFTER ADVANCING 1 LINES.
           MOVE 'TOTAL CARDS READ    ' TO TRC-LABEL.
           MOVE WS-CARD-COUNT TO TRC-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'TOTAL MERGED        ' TO TRC-LABEL.
           MOVE WS-MERGED-COUNT TO TRC-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'TOTAL REFUSED       ' TO TRC-LABEL.
           MOVE WS-REFUSED-COUNT TO TRC-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
       H600-END. EXIT.
      *--------------------------------
      *A refused pair is left exactly as it was and is for the
      *operator to look at; it does not stop the pairs behind it.
       H999-PROGRAM-EXIT.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE '9' TO WS-SUB-FUNC.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
           DISPLAY 'MERGE CARDS READ     : ' WS-CARD-COUNT.
           DISPLAY 'CUSTOMERS MERGED     : ' WS-MERGED-COUNT.
           DISPLAY 'MERGES REFUSED       : ' WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE BDT-FILE.
           CLOSE MRG-FILE.
           CLOSE REP-FILE.
           STOP RUN.
       H999-END. EXIT.
      *--------------------------------
