                           ACCESS RANDOM
                           RECORD KEY CURR-CODE
                           STATUS CURR-ST.
           SELECT CUST-FILE ASSIGN TO CUSTFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CUST-ID
                           STATUS CUST-ST.
           SELECT PRM-FILE ASSIGN TO ACCPARM
                           STATUS PRM-ST.
           SELECT REP-FILE ASSIGN TO ACCREPT
           05 CURR-NAME             PIC X(15).
           05 CURR-RATE             PIC S9(7)V9(8) COMP-3.
           05 CURR-INT-RATE         PIC S9(3)V9(4) COMP-3.
      *--------------------------------
      *CUST-TAX-RATE is the percentage withheld at source from the
      *interest credited to the customer; an exempt customer carries
      *a zero rate.
       FD  CUST-FILE.
       01  CUST-REC.
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
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
              88 IDX-EOF                          VALUE 10.
           05 CURR-ST                 PIC 99.
              88 CURR-SUCCESS                     VALUE 00 97.
           05 CUST-ST                 PIC 99.
              88 CUST-SUCCESS                     VALUE 00 97.
           05 PRM-ST                  PIC 99.
              88 PRM-SUCCESS                      VALUE 00 97.
           05 REP-ST                  PIC 99.
           05 WS-ACCRUED-COUNT        PIC 9(7)   VALUE 0.
           05 WS-POSTED-COUNT         PIC 9(7)   VALUE 0.
           05 WS-POST-ERRORS          PIC 9(7)   VALUE 0.
           05 WS-TAX-COUNT            PIC 9(7)   VALUE 0.
           05 WS-TAX-AMOUNT           PIC S9(15) VALUE 0.
           05 WS-CX                   PIC 9(4)   VALUE 0.
           05 WS-DAYS                 PIC S9(5)  VALUE 0.
           05 WS-INT-AMOUNT           PIC S9(15) VALUE 0.
           05 WS-CURR-ENTRY OCCURS 1000 TIMES.
              10 WS-CURR-SEEN          PIC X            VALUE 'N'.
              10 WS-CURR-TOTAL         PIC S9(15) COMP-3 VALUE 0.
              10 WS-CURR-TAX           PIC S9(15) COMP-3 VALUE 0.
      *--------------------------------
       01  WS-SUB-AREA.
           05 WS-SUB-FUNC                PIC X.
              88 WS-FUNC-OPEN                     VALUE '1'.
              88 WS-FUNC-INT                      VALUE 'I'.
              88 WS-FUNC-WHT                      VALUE 'W'.
              88 WS-FUNC-CLOSE                    VALUE '9'.
           05 WS-SUB-ID                  PIC 9(5).
           05 WS-SUB-CURR                PIC 9(3).
              15 WS-SUB-POST-IND         PIC X.
              15 WS-SUB-MORE-IND         PIC X.
           05 WS-SUB-BUS-DATE            PIC 9(8) VALUE ZEROES.
           05 WS-SUB-APPROVER            PIC X(8) VALUE SPACES.
      *--------------------------------
       01  WS-RUN-AREA.
           05 WS-RUN-FUNC            PIC X.
           05 FILLER        PIC X(04) VALUE 'CURR'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE 'INTEREST TOTAL'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE 'TAX WITHHELD'.
           05 FILLER        PIC X(91) VALUE SPACES.
      *--------------------------------
       01  TRAILER-3.
           05 FILLER        PIC X(04) VALUE '____'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE '_______________'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE '_______________'.
           05 FILLER        PIC X(91) VALUE SPACES.
      *--------------------------------
       01  TRAILER-DETAIL.
           05 TRAILER-CURR   PIC 999.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 TRAILER-TOTAL  PIC S9(15).
           05 FILLER         PIC X(04) VALUE SPACES.
           05 TRAILER-TAX    PIC S9(15).
           05 FILLER         PIC X(92) VALUE SPACES.
      *--------------------------------
       01  TRAILER-COUNT-LINE.
           05 FILLER          PIC X(20) VALUE 'TOTAL ACCOUNTS READ '.
           05 FILLER          PIC X(20) VALUE 'TOTAL POSTED        '.
           05 TRC-POSTED      PIC ZZZZZZ9.
           05 FILLER          PIC X(106) VALUE SPACES.
      *--------------------------------
       01  TRAILER-TAX-LINE.
           05 FILLER          PIC X(20) VALUE 'TOTAL TAX POSTED    '.
           05 TRC-TAX         PIC ZZZZZZ9.
           05 FILLER          PIC X(106) VALUE SPACES.
      *--------------------------------
       PROCEDURE DIVISION.
      *--------------------------------
           END-IF.
           COMPUTE WS-ACCRUE-INT =
              FUNCTION INTEGER-OF-DATE(PRM-ACCRUE-DATE).
      *Third step of the nightly chain: accruing on a date FINALEX
      *and the approval release have not run to a clean end would
      *price interest off half-posted balances, which is exactly
      *what this gate stops.
           MOVE 'S' TO WS-RUN-FUNC.
           MOVE 'PBINTACC' TO WS-RUN-PROGRAM.
           MOVE PRM-ACCRUE-DATE TO WS-RUN-DATE.
      *The accruals post through the regular PBEGIDX POST function so
      *every one of them hits the audit file like any other movement.
      *This program's own hold on the files is released first, and
      *the work file is read back from the top. The customer master
      *is read alongside for the tax each credit is subject to.
       H500-POST-ACCRUALS.
           CLOSE IDX-FILE.
           CLOSE CURR-FILE.
                 MOVE ACC-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              OPEN INPUT CUST-FILE
              IF (CUST-ST NOT = 0) AND (CUST-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN CUSTOMER FILE: ' CUST-ST
                 MOVE CUST-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE SPACES TO WS-SUB-DATA
              MOVE '1' TO WS-SUB-FUNC
              MOVE PRM-ACCRUE-DATE TO WS-SUB-BUS-DATE
              MOVE '9' TO WS-SUB-FUNC
              CALL WS-PBEGIDX USING WS-SUB-AREA
              CLOSE ACC-FILE
              CLOSE CUST-FILE
           END-IF.
       H500-END. EXIT.
      *--------------------------------
           CALL WS-PBEGIDX USING WS-SUB-AREA.
           IF (WS-SUB-RC = 0) OR (WS-SUB-RC = 97)
              ADD 1 TO WS-POSTED-COUNT
              IF ACC-AMOUNT > 0
                 PERFORM H520-WITHHOLD-TAX
              END-IF
           ELSE
              ADD 1 TO WS-POST-ERRORS
              DISPLAY 'ACCRUAL POST REJECTED RC ' WS-SUB-RC
              MOVE 10 TO ACC-ST
           END-READ.
       H510-END. EXIT.
      *--------------------------------
      *Tax is withheld at source only on interest credited to the
      *customer, never on debit interest charged, at the rate on the
      *customer master, and posts straight after the credit as its
      *own 'W' debit so the ledger books it to tax payable and the
      *year-end certificates can find it. A customer missing from
      *the master or a refused tax post is an error for the
      *operator, never a credit left untaxed in silence.
       H520-WITHHOLD-TAX.
           MOVE ACC-ID TO CUST-ID.
           READ CUST-FILE KEY IS CUST-ID
           INVALID KEY
              ADD 1 TO WS-POST-ERRORS
              DISPLAY 'NO CUSTOMER RECORD FOR TAX ' ACC-ID
           END-READ.
           IF CUST-SUCCESS AND (NOT CUST-TAX-EXEMPT)
              AND (CUST-TAX-RATE > 0)
              COMPUTE WS-TAX-AMOUNT ROUNDED =
                 (ACC-AMOUNT * CUST-TAX-RATE) / 100
              IF WS-TAX-AMOUNT > 0
                 MOVE SPACES TO WS-SUB-DATA
                 MOVE 'W' TO WS-SUB-FUNC
                 MOVE ACC-ID TO WS-SUB-ID
                 MOVE ACC-CURR TO WS-SUB-CURR
                 MOVE WS-TAX-AMOUNT TO WS-SUB-BALANCE-TO
                 MOVE 'D' TO WS-SUB-POST-IND
                 MOVE 0 TO WS-SUB-RC
                 CALL WS-PBEGIDX USING WS-SUB-AREA
                 IF (WS-SUB-RC = 0) OR (WS-SUB-RC = 97)
                    ADD 1 TO WS-TAX-COUNT
                    COMPUTE WS-CX = ACC-CURR + 1
                    ADD WS-TAX-AMOUNT TO WS-CURR-TAX(WS-CX)
                 ELSE
                    ADD 1 TO WS-POST-ERRORS
                    DISPLAY 'TAX POST REJECTED RC ' WS-SUB-RC
                       ' ACCOUNT ' WS-SUB-ID ' CURR ' WS-SUB-CURR
                 END-IF
              END-IF
           END-IF.
       H520-END. EXIT.
      *--------------------------------
       H600-WRITE-TRAILER.
           WRITE REP-REC FROM TRAILER-1.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE WS-POSTED-COUNT TO TRC-POSTED.
           WRITE REP-REC FROM TRAILER-POSTED-LINE.
           MOVE WS-TAX-COUNT TO TRC-TAX.
           WRITE REP-REC FROM TRAILER-TAX-LINE.
       H600-END. EXIT.
      *--------------------------------
       H610-WRITE-CURR-TOTAL.
           IF WS-CURR-SEEN(WS-CX) = 'Y'
              COMPUTE TRAILER-CURR = WS-CX - 1
              MOVE WS-CURR-TOTAL(WS-CX) TO TRAILER-TOTAL
              MOVE WS-CURR-TAX(WS-CX) TO TRAILER-TAX
              WRITE REP-REC FROM TRAILER-DETAIL
           END-IF.
       H610-END. EXIT.
