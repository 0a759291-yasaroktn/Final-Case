       IDENTIFICATION DIVISION.
      *--------------------------------
       PROGRAM-ID.    PBFEECHG.
       AUTHOR.        YASAR OKTEN.
      *--------------------------------
       ENVIRONMENT DIVISION.
      *--------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY IDX-KEY
                           STATUS IDX-ST.
           SELECT FEE-FILE ASSIGN TO FEESCHED
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY FEE-KEY
                           STATUS FEE-ST.
           SELECT AUDIT-FILE ASSIGN TO AUDITFIL
                           ORGANIZATION SEQUENTIAL
                           STATUS AUDIT-ST.
           SELECT PRM-FILE ASSIGN TO FEEPARM
                           STATUS PRM-ST.
           SELECT REP-FILE ASSIGN TO FEEREPT
                           STATUS REP-ST.
           SELECT FWK-FILE ASSIGN TO FEEWORK
                           ORGANIZATION SEQUENTIAL
                           STATUS FWK-ST.
           SELECT SRT-FILE ASSIGN TO SORTWK.
      *--------------------------------
       DATA DIVISION.
      *--------------------------------
       FILE SECTION.
       FD  IDX-FILE.
       01  IDX-REC.
           05 IDX-KEY.
              10 IDX-ID            PIC S9(5) COMP-3.
              10 IDX-CURR          PIC S9(3) COMP.
           05 IDX-NAME             PIC X(15).
           05 IDX-SURNAME          PIC X(15).
           05 IDX-DATE             PIC S9(8) COMP-3.
           05 IDX-BALANCE          PIC S9(15) COMP-3.
      *--------------------------------
      *One record per (currency, fee type). FEE-AMOUNT is the charge
      *in that currency; FEE-THRESHOLD means something different per
      *type:
      *  'M' maintenance  - a balance at or above it waives the fee
      *                     (zero: never waived)
      *  'B' below-minimum - the fee is charged when the balance is
      *                     below it
      *  'T' per transfer - the number of outbound transfers a day
      *                     that go free; each one past it is charged
      *Maintenance and below-minimum fees fall due on FEE-NEXT-DUE
      *and step forward by FEE-FREQ the way a standing order does.
      *The transfer fee counts the business date's own transfers, so
      *it is assessed on every run and its due date is not used.
       FD  FEE-FILE.
       01  FEE-REC.
           05 FEE-KEY.
              10 FEE-CURR          PIC S9(3) COMP.
              10 FEE-TYPE          PIC X.
                 88 FEE-MAINTENANCE           VALUE 'M'.
                 88 FEE-MIN-BALANCE           VALUE 'B'.
                 88 FEE-TRANSFER              VALUE 'T'.
           05 FEE-AMOUNT           PIC S9(15) COMP-3.
           05 FEE-THRESHOLD        PIC S9(15) COMP-3.
           05 FEE-FREQ             PIC X.
              88 FEE-FREQ-DAILY               VALUE 'D'.
              88 FEE-FREQ-WEEKLY              VALUE 'W'.
              88 FEE-FREQ-MONTHLY             VALUE 'M'.
           05 FEE-NEXT-DUE         PIC S9(8) COMP-3.
      *--------------------------------
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUDIT-REC.
           05 AUDIT-TS              PIC X(16).
           05 AUDIT-ID              PIC 9(5).
           05 AUDIT-CURR            PIC 9(3).
           05 AUDIT-TRANS-TYPE      PIC X.
           05 AUDIT-NAME-BEFORE     PIC X(15).
           05 AUDIT-SURNAME-BEFORE  PIC X(15).
           05 AUDIT-BALANCE-BEFORE  PIC S9(15).
           05 AUDIT-NAME-AFTER      PIC X(15).
           05 AUDIT-SURNAME-AFTER   PIC X(15).
           05 AUDIT-BALANCE-AFTER   PIC S9(15).
           05 AUDIT-BUS-DATE        PIC 9(8).
           05 AUDIT-REV-TS          PIC X(16).
           05 AUDIT-REV-TYPE        PIC X.
           05 AUDIT-APPROVER        PIC X(8).
      *--------------------------------
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           05 FPRM-BUS-DATE         PIC 9(8).
      *--------------------------------
       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                 PIC X(133).
      *--------------------------------
      *The assessment pass writes one record per fee to charge or
      *waive, in account order; the posting pass reads them back and
      *prints every one on the register with its outcome.
       FD  FWK-FILE RECORDING MODE F.
       01  FWK-REC.
           05 FWK-ID               PIC 9(5).
           05 FWK-CURR             PIC 9(3).
           05 FWK-TYPE             PIC X.
           05 FWK-AMOUNT           PIC S9(15).
           05 FWK-ACTION           PIC X.
              88 FWK-CHARGE                   VALUE 'C'.
              88 FWK-WAIVE                    VALUE 'W'.
           05 FWK-REASON           PIC X(30).
      *--------------------------------
      *The business date's outbound transfer legs and any fee already
      *charged on it, in account order, so the assessment can walk
      *them against the balance file without a table.
       SD  SRT-FILE.
       01  SRT-REC.
           05 SRT-ID                PIC 9(5).
           05 SRT-CURR              PIC 9(3).
           05 SRT-KIND              PIC X.
      *--------------------------------
       WORKING-STORAGE SECTION.
       01  WS-AREA.
           05 WS-PBEGIDX              PIC X(8) VALUE 'PBEGIDX'.
           05 WS-PBRUNREG             PIC X(8) VALUE 'PBRUNREG'.
           05 IDX-ST                  PIC 99.
              88 IDX-SUCCESS                      VALUE 00 97.
              88 IDX-EOF                          VALUE 10.
           05 FEE-ST                  PIC 99.
              88 FEE-SUCCESS                      VALUE 00 97.
              88 FEE-EOF                          VALUE 10.
           05 AUDIT-ST                PIC 99.
              88 AUDIT-SUCCESS                    VALUE 00 97.
              88 AUDIT-EOF                        VALUE 10.
           05 PRM-ST                  PIC 99.
              88 PRM-SUCCESS                      VALUE 00 97.
           05 REP-ST                  PIC 99.
              88 REP-SUCCESS                      VALUE 00 97.
           05 FWK-ST                  PIC 99.
              88 FWK-SUCCESS                      VALUE 00 97.
              88 FWK-EOF                          VALUE 10.
           05 WS-REC-COUNT            PIC 9(7)   VALUE 0.
           05 WS-SCHED-COUNT          PIC 9(7)   VALUE 0.
           05 WS-WORK-COUNT           PIC 9(7)   VALUE 0.
           05 WS-CHARGED-COUNT        PIC 9(7)   VALUE 0.
           05 WS-WAIVED-COUNT         PIC 9(7)   VALUE 0.
           05 WS-REFUSED-COUNT        PIC 9(7)   VALUE 0.
           05 WS-TAKEN-COUNT          PIC 9(7)   VALUE 0.
           05 WS-SKIP-COUNT           PIC 9(7)   VALUE 0.
           05 WS-POST-ERRORS          PIC 9(7)   VALUE 0.
           05 WS-CX                   PIC 9(4)   VALUE 0.
           05 WS-XFER-COUNT           PIC 9(5)   VALUE 0.
           05 WS-FEE-TAKEN            PIC X      VALUE 'N'.
           05 WS-SRT-EOF              PIC X      VALUE 'N'.
           05 WS-FEE-CHARGE           PIC S9(15) VALUE 0.
           05 WS-DUE-INT              PIC S9(7)  COMP VALUE 0.
           05 WS-DATE-WORK            PIC 9(8)   VALUE 0.
           05 WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
              10 WS-DATE-YY           PIC 9(4).
              10 WS-DATE-MM           PIC 9(2).
              10 WS-DATE-DD           PIC 9(2).
           05 WS-DATE-OK              PIC X      VALUE 'N'.
           05 WS-LEAP-QUOT            PIC 9(4)   VALUE 0.
           05 WS-LEAP-REM             PIC 9(4)   VALUE 0.
      *--------------------------------
      *The merge keys for the balance file and the sorted audit
      *extract, display digits so a plain group compare orders them;
      *the audit key goes to HIGH-VALUES when the sort runs out.
       01  WS-ACC-KEY.
           05 WS-ACC-ID               PIC 9(5).
           05 WS-ACC-CURR             PIC 9(3).
       01  WS-AUD-KEY.
           05 WS-AUD-ID               PIC 9(5).
           05 WS-AUD-CURR             PIC 9(3).
      *--------------------------------
       01  WS-MONTH-TABLE.
           05 FILLER                  PIC X(24)
              VALUE '312831303130313130313031'.
       01  WS-MONTH-TABLE-R REDEFINES WS-MONTH-TABLE.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 99.
      *--------------------------------
      *The schedule held in memory, one entry per currency code
      *(entry = code + 1), loaded once before the balance file is
      *read. A fee type with no schedule record, or one not due on
      *this run, stays 'N' and is never assessed.
       01  WS-FEE-TABLE.
           05 WS-FEE-ENTRY OCCURS 1000 TIMES.
              10 WS-FEE-M-DUE         PIC X            VALUE 'N'.
              10 WS-FEE-M-AMOUNT      PIC S9(15) COMP-3 VALUE 0.
              10 WS-FEE-M-WAIVE       PIC S9(15) COMP-3 VALUE 0.
              10 WS-FEE-B-DUE         PIC X            VALUE 'N'.
              10 WS-FEE-B-AMOUNT      PIC S9(15) COMP-3 VALUE 0.
              10 WS-FEE-B-MINIMUM     PIC S9(15) COMP-3 VALUE 0.
              10 WS-FEE-T-DUE         PIC X            VALUE 'N'.
              10 WS-FEE-T-AMOUNT      PIC S9(15) COMP-3 VALUE 0.
              10 WS-FEE-T-FREE        PIC S9(15) COMP-3 VALUE 0.
      *--------------------------------
       01  WS-CURR-TABLE.
           05 WS-CURR-ENTRY OCCURS 1000 TIMES.
              10 WS-CURR-SEEN          PIC X            VALUE 'N'.
              10 WS-CURR-TOTAL         PIC S9(15) COMP-3 VALUE 0.
      *--------------------------------
       01  WS-SUB-AREA.
           05 WS-SUB-FUNC                PIC X.
              88 WS-FUNC-OPEN                     VALUE '1'.
              88 WS-FUNC-FEE                      VALUE 'F'.
              88 WS-FUNC-CLOSE                    VALUE '9'.
           05 WS-SUB-ID                  PIC 9(5).
           05 WS-SUB-CURR                PIC 9(3).
           05 WS-SUB-RC                  PIC 9(2).
           05 WS-SUB-DATA.
              15 WS-SUB-WRONG-EXP        PIC X(30).
              15 WS-SUB-NAME-FROM        PIC X(15).
              15 WS-SUB-SURNAME-FROM     PIC X(15).
              15 WS-SUB-NAME-TO          PIC X(15).
              15 WS-SUB-SURNAME-TO       PIC X(15).
              15 WS-SUB-BALANCE-TO       PIC S9(15).
              15 WS-SUB-DATE-TO          PIC 9(8).
              15 WS-SUB-POST-IND         PIC X.
              15 WS-SUB-MORE-IND         PIC X.
           05 WS-SUB-BUS-DATE            PIC 9(8) VALUE ZEROES.
           05 WS-SUB-APPROVER            PIC X(8) VALUE SPACES.
      *--------------------------------
       01  WS-RUN-AREA.
           05 WS-RUN-FUNC            PIC X.
           05 WS-RUN-PROGRAM         PIC X(8).
           05 WS-RUN-DATE            PIC 9(8).
           05 WS-RUN-RC              PIC 9(2).
           05 WS-RUN-MSG             PIC X(40).
      *--------------------------------
       01  HEADER-1.
           05  FILLER         PIC X(12)           VALUE 'FEE REGISTER'.
           05  FILLER         PIC X(04)           VALUE SPACES.
           05  FILLER         PIC X(09)           VALUE 'AUTHOR : '.
           05  FILLER         PIC X(11)           VALUE 'YASAR OKTEN'.
           05  FILLER         PIC X(15)  VALUE ' CHARGE DATE  :'.
           05  HDR1-DATE      PIC 9(8).
           05  FILLER         PIC X(74)           VALUE SPACES.
      *--------------------------------
       01  HEADER-2.
           05 FILLER        PIC X(05) VALUE 'ID'.
           05 FILLER        PIC X(05) VALUE SPACES.
           05 FILLER        PIC X(04) VALUE 'CURR'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(04) VALUE 'TYPE'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE 'FEE AMOUNT'.
           05 FILLER        PIC X(05) VALUE SPACES.
           05 FILLER        PIC X(08) VALUE 'OUTCOME'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(30) VALUE 'REASON'.
           05 FILLER        PIC X(45) VALUE SPACES.
      *--------------------------------
       01  HEADER-3.
           05 FILLER        PIC X(05) VALUE '_____'.
           05 FILLER        PIC X(05) VALUE SPACES.
           05 FILLER        PIC X(04) VALUE '____'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(04) VALUE '____'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE '_______________'.
           05 FILLER        PIC X(05) VALUE SPACES.
           05 FILLER        PIC X(08) VALUE '________'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(30) VALUE ALL '_'.
           05 FILLER        PIC X(45) VALUE SPACES.
      *--------------------------------
       01  DETAIL-LINE.
           05 DL-ID          PIC 9(5).
           05 FILLER         PIC X(05) VALUE SPACES.
           05 DL-CURR        PIC 9(3).
           05 FILLER         PIC X(05) VALUE SPACES.
           05 DL-FEE-TYPE    PIC X.
           05 FILLER         PIC X(07) VALUE SPACES.
           05 DL-AMOUNT      PIC S9(15).
           05 FILLER         PIC X(05) VALUE SPACES.
           05 DL-OUTCOME     PIC X(08).
           05 FILLER         PIC X(04) VALUE SPACES.
           05 DL-REASON      PIC X(30).
           05 FILLER         PIC X(45) VALUE SPACES.
      *--------------------------------
       01  TRAILER-1.
           05 FILLER    PIC X(18) VALUE 'FEE CONTROL TOTALS'.
           05 FILLER    PIC X(115) VALUE SPACES.
      *--------------------------------
       01  TRAILER-2.
           05 FILLER        PIC X(04) VALUE 'CURR'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE 'FEES CHARGED'.
           05 FILLER        PIC X(110) VALUE SPACES.
      *--------------------------------
       01  TRAILER-3.
           05 FILLER        PIC X(04) VALUE '____'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE '_______________'.
           05 FILLER        PIC X(110) VALUE SPACES.
      *--------------------------------
       01  TRAILER-DETAIL.
           05 TRAILER-CURR   PIC 999.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 TRAILER-TOTAL  PIC S9(15).
           05 FILLER         PIC X(111) VALUE SPACES.
      *--------------------------------
       01  TRAILER-COUNT-LINE.
           05 TCL-LABEL       PIC X(25).
           05 TCL-COUNT       PIC ZZZZZZ9.
           05 FILLER          PIC X(101) VALUE SPACES.
      *--------------------------------
       PROCEDURE DIVISION.
      *--------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-SCHEDULE.
           PERFORM H200-WRITE-HEADERS.
           SORT SRT-FILE
              ON ASCENDING KEY SRT-ID SRT-CURR
              INPUT PROCEDURE IS H300-RELEASE-AUDIT THRU H300-END
              OUTPUT PROCEDURE IS H400-ASSESS-FEES THRU H400-END.
           PERFORM H600-POST-FEES.
           PERFORM H500-ADVANCE-SCHEDULE.
           PERFORM H700-WRITE-TRAILER.
           PERFORM H999-PROGRAM-EXIT.
       MAIN-END. EXIT.
      *--------------------------------
       H100-OPEN-FILES.
           OPEN INPUT PRM-FILE.
           IF (PRM-ST NOT = 0) AND (PRM-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN PARAMETER FILE: ' PRM-ST
              MOVE PRM-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PRM-FILE.
           IF (PRM-ST NOT = 0) AND (PRM-ST NOT = 97)
              DISPLAY 'UNABLE TO READ CHARGE DATE: ' PRM-ST
              MOVE PRM-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE FPRM-BUS-DATE TO WS-DATE-WORK.
           PERFORM H810-VALIDATE-DATE.
           IF WS-DATE-OK NOT = 'Y'
              DISPLAY 'INVALID CHARGE DATE: ' FPRM-BUS-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *Fees are charged after interest has posted and before the
      *unload cuts the snapshot, so the day's fee movements are in
      *the balances the reconciliation replays against.
           MOVE 'S' TO WS-RUN-FUNC.
           MOVE 'PBFEECHG' TO WS-RUN-PROGRAM.
           MOVE FPRM-BUS-DATE TO WS-RUN-DATE.
           CALL WS-PBRUNREG USING WS-RUN-AREA.
           IF WS-RUN-RC NOT = 0
              DISPLAY 'RUN CONTROL REFUSED START: ' WS-RUN-MSG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT IDX-FILE.
           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN INDEX FILE: ' IDX-ST
              MOVE IDX-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF (AUDIT-ST NOT = 0) AND (AUDIT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN AUDIT FILE: ' AUDIT-ST
              MOVE AUDIT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF (REP-ST NOT = 0) AND (REP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN REGISTER FILE: ' REP-ST
              MOVE REP-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT FWK-FILE.
           IF (FWK-ST NOT = 0) AND (FWK-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FEE WORK FILE: ' FWK-ST
              MOVE FWK-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H100-END. EXIT.
      *--------------------------------
      *A schedule record whose due date is not a real date is left
      *out of the run with a note rather than charged or stepped, so
      *one bad record cannot charge a whole currency every night.
       H150-LOAD-SCHEDULE.
           OPEN INPUT FEE-FILE.
           IF (FEE-ST NOT = 0) AND (FEE-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FEE SCHEDULE: ' FEE-ST
              MOVE FEE-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           READ FEE-FILE NEXT RECORD
           AT END
              MOVE 10 TO FEE-ST
           END-READ.
           PERFORM H160-LOAD-ONE UNTIL FEE-EOF.
           CLOSE FEE-FILE.
       H150-END. EXIT.
      *--------------------------------
       H160-LOAD-ONE.
           ADD 1 TO WS-SCHED-COUNT.
           COMPUTE WS-CX = FEE-CURR + 1.
           EVALUATE TRUE
              WHEN FEE-TRANSFER
                 MOVE 'Y' TO WS-FEE-T-DUE(WS-CX)
                 MOVE FEE-AMOUNT TO WS-FEE-T-AMOUNT(WS-CX)
                 MOVE FEE-THRESHOLD TO WS-FEE-T-FREE(WS-CX)
              WHEN FEE-MAINTENANCE OR FEE-MIN-BALANCE
                 IF FEE-NEXT-DUE NOT > FPRM-BUS-DATE
                    MOVE FEE-NEXT-DUE TO WS-DATE-WORK
                    PERFORM H810-VALIDATE-DATE
                    IF WS-DATE-OK = 'Y'
                       PERFORM H170-SET-DUE
                    ELSE
                       DISPLAY 'INVALID NEXT-DUE DATE, FEE SKIPPED: '
                          FEE-CURR ' ' FEE-TYPE
                       ADD 1 TO WS-SKIP-COUNT
                    END-IF
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNKNOWN FEE TYPE, SKIPPED: '
                    FEE-CURR ' ' FEE-TYPE
                 ADD 1 TO WS-SKIP-COUNT
           END-EVALUATE.
           READ FEE-FILE NEXT RECORD
           AT END
              MOVE 10 TO FEE-ST
           END-READ.
       H160-END. EXIT.
      *--------------------------------
       H170-SET-DUE.
           IF FEE-MAINTENANCE
              MOVE 'Y' TO WS-FEE-M-DUE(WS-CX)
              MOVE FEE-AMOUNT TO WS-FEE-M-AMOUNT(WS-CX)
              MOVE FEE-THRESHOLD TO WS-FEE-M-WAIVE(WS-CX)
           ELSE
              MOVE 'Y' TO WS-FEE-B-DUE(WS-CX)
              MOVE FEE-AMOUNT TO WS-FEE-B-AMOUNT(WS-CX)
              MOVE FEE-THRESHOLD TO WS-FEE-B-MINIMUM(WS-CX)
           END-IF.
       H170-END. EXIT.
      *--------------------------------
       H200-WRITE-HEADERS.
           MOVE FPRM-BUS-DATE TO HDR1-DATE.
           WRITE REP-REC FROM HEADER-1.
           MOVE SPACES TO REP-REC.
           WRITE REP-REC AFTER ADVANCING 1 LINES.
           WRITE REP-REC FROM HEADER-2.
           WRITE REP-REC FROM HEADER-3.
           WRITE REP-REC AFTER ADVANCING 1 LINES.
           MOVE SPACES TO REP-REC.
       H200-END. EXIT.
      *--------------------------------
      *Only two kinds of audit record matter here: the debit leg of a
      *transfer on the charge date, which the per-transfer fee
      *counts, and a fee already charged on the charge date, which
      *means this is a rerun after a failure and that account has
      *already been dealt with.
       H300-RELEASE-AUDIT.
           READ AUDIT-FILE
           AT END
              MOVE 10 TO AUDIT-ST
           END-READ.
           PERFORM H310-RELEASE-ONE UNTIL AUDIT-EOF.
       H300-END. EXIT.
      *--------------------------------
       H310-RELEASE-ONE.
           IF AUDIT-BUS-DATE = FPRM-BUS-DATE
              IF (AUDIT-TRANS-TYPE = 'T')
                 AND (AUDIT-BALANCE-AFTER < AUDIT-BALANCE-BEFORE)
                 MOVE AUDIT-ID TO SRT-ID
                 MOVE AUDIT-CURR TO SRT-CURR
                 MOVE 'T' TO SRT-KIND
                 RELEASE SRT-REC
              END-IF
              IF AUDIT-TRANS-TYPE = 'F'
                 MOVE AUDIT-ID TO SRT-ID
                 MOVE AUDIT-CURR TO SRT-CURR
                 MOVE 'F' TO SRT-KIND
                 RELEASE SRT-REC
              END-IF
           END-IF.
           READ AUDIT-FILE
           AT END
              MOVE 10 TO AUDIT-ST
           END-READ.
       H310-END. EXIT.
      *--------------------------------
      *The balance file and the sorted audit extract walked together
      *in key order. Extract records for an account no longer on file
      *are passed over.
       H400-ASSESS-FEES.
           PERFORM H410-NEXT-AUDIT.
           READ IDX-FILE NEXT RECORD
           AT END
              MOVE 10 TO IDX-ST
           END-READ.
           PERFORM H420-ASSESS-ACCOUNT UNTIL IDX-EOF.
       H400-END. EXIT.
      *--------------------------------
       H410-NEXT-AUDIT.
           RETURN SRT-FILE
           AT END
              MOVE 'Y' TO WS-SRT-EOF
           END-RETURN.
           IF WS-SRT-EOF = 'Y'
              MOVE HIGH-VALUES TO WS-AUD-KEY
           ELSE
              MOVE SRT-ID TO WS-AUD-ID
              MOVE SRT-CURR TO WS-AUD-CURR
           END-IF.
       H410-END. EXIT.
      *--------------------------------
       H420-ASSESS-ACCOUNT.
           ADD 1 TO WS-REC-COUNT.
           MOVE IDX-ID TO WS-ACC-ID.
           MOVE IDX-CURR TO WS-ACC-CURR.
           MOVE 0 TO WS-XFER-COUNT.
           MOVE 'N' TO WS-FEE-TAKEN.
           PERFORM H410-NEXT-AUDIT
              UNTIL WS-AUD-KEY NOT < WS-ACC-KEY.
           PERFORM H430-COUNT-ONE
              UNTIL WS-AUD-KEY NOT = WS-ACC-KEY.
           IF WS-FEE-TAKEN = 'Y'
              ADD 1 TO WS-TAKEN-COUNT
           ELSE
              COMPUTE WS-CX = IDX-CURR + 1
              PERFORM H440-ASSESS-MAINTENANCE
              PERFORM H450-ASSESS-MINIMUM
              PERFORM H460-ASSESS-TRANSFER
           END-IF.
           READ IDX-FILE NEXT RECORD
           AT END
              MOVE 10 TO IDX-ST
           END-READ.
       H420-END. EXIT.
      *--------------------------------
       H430-COUNT-ONE.
           IF SRT-KIND = 'F'
              MOVE 'Y' TO WS-FEE-TAKEN
           ELSE
              ADD 1 TO WS-XFER-COUNT
           END-IF.
           PERFORM H410-NEXT-AUDIT.
       H430-END. EXIT.
      *--------------------------------
       H440-ASSESS-MAINTENANCE.
           IF (WS-FEE-M-DUE(WS-CX) = 'Y')
              AND (WS-FEE-M-AMOUNT(WS-CX) > 0)
              MOVE 'M' TO FWK-TYPE
              MOVE WS-FEE-M-AMOUNT(WS-CX) TO FWK-AMOUNT
              IF (WS-FEE-M-WAIVE(WS-CX) > 0)
                 AND (IDX-BALANCE NOT < WS-FEE-M-WAIVE(WS-CX))
                 MOVE 'W' TO FWK-ACTION
                 MOVE 'BALANCE AT WAIVER LEVEL' TO FWK-REASON
              ELSE
                 MOVE 'C' TO FWK-ACTION
                 MOVE 'ACCOUNT MAINTENANCE' TO FWK-REASON
              END-IF
              PERFORM H470-WRITE-WORK
           END-IF.
       H440-END. EXIT.
      *--------------------------------
       H450-ASSESS-MINIMUM.
           IF (WS-FEE-B-DUE(WS-CX) = 'Y')
              AND (WS-FEE-B-AMOUNT(WS-CX) > 0)
              AND (IDX-BALANCE < WS-FEE-B-MINIMUM(WS-CX))
              MOVE 'B' TO FWK-TYPE
              MOVE WS-FEE-B-AMOUNT(WS-CX) TO FWK-AMOUNT
              MOVE 'C' TO FWK-ACTION
              MOVE 'BELOW MINIMUM BALANCE' TO FWK-REASON
              PERFORM H470-WRITE-WORK
           END-IF.
       H450-END. EXIT.
      *--------------------------------
      *Transfers up to the free allowance are listed as waived so the
      *register shows the customer was not charged for them.
       H460-ASSESS-TRANSFER.
           IF (WS-FEE-T-DUE(WS-CX) = 'Y')
              AND (WS-FEE-T-AMOUNT(WS-CX) > 0)
              AND (WS-XFER-COUNT > 0)
              MOVE 'T' TO FWK-TYPE
              IF WS-XFER-COUNT > WS-FEE-T-FREE(WS-CX)
                 COMPUTE FWK-AMOUNT = WS-FEE-T-AMOUNT(WS-CX)
                    * (WS-XFER-COUNT - WS-FEE-T-FREE(WS-CX))
                 MOVE 'C' TO FWK-ACTION
                 MOVE SPACES TO FWK-REASON
                 STRING 'TRANSFERS OUT : ' WS-XFER-COUNT
                    DELIMITED BY SIZE INTO FWK-REASON
              ELSE
                 COMPUTE FWK-AMOUNT =
                    WS-FEE-T-AMOUNT(WS-CX) * WS-XFER-COUNT
                 MOVE 'W' TO FWK-ACTION
                 MOVE 'WITHIN FREE TRANSFERS' TO FWK-REASON
              END-IF
              PERFORM H470-WRITE-WORK
           END-IF.
       H460-END. EXIT.
      *--------------------------------
       H470-WRITE-WORK.
           MOVE IDX-ID TO FWK-ID.
           MOVE IDX-CURR TO FWK-CURR.
           WRITE FWK-REC.
           IF (FWK-ST NOT = 0) AND (FWK-ST NOT = 97)
              DISPLAY 'FEE WORK WRITE FAILED RC ' FWK-ST
                 ' AT ' IDX-ID ' ' IDX-CURR
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-WORK-COUNT.
       H470-END. EXIT.
      *--------------------------------
      *Every maintenance and below-minimum schedule that fell due is
      *stepped past the charge date once the cycle's fees have
      *posted. A failure before then leaves the schedule due, so the
      *rerun assesses the cycle again; the already-charged check in
      *the assessment passes over every account that was charged
      *before the failure, and the rest are charged as normal.
       H500-ADVANCE-SCHEDULE.
           OPEN I-O FEE-FILE.
           IF (FEE-ST NOT = 0) AND (FEE-ST NOT = 97)
              DISPLAY 'UNABLE TO REOPEN FEE SCHEDULE: ' FEE-ST
              MOVE FEE-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ FEE-FILE NEXT RECORD
           AT END
              MOVE 10 TO FEE-ST
           END-READ.
           PERFORM H510-ADVANCE-ONE UNTIL FEE-EOF.
           CLOSE FEE-FILE.
       H500-END. EXIT.
      *--------------------------------
       H510-ADVANCE-ONE.
           IF (FEE-MAINTENANCE OR FEE-MIN-BALANCE)
              AND (FEE-NEXT-DUE NOT > FPRM-BUS-DATE)
              MOVE FEE-NEXT-DUE TO WS-DATE-WORK
              PERFORM H810-VALIDATE-DATE
              IF WS-DATE-OK = 'Y'
                 PERFORM H520-ADVANCE-DUE-DATE
                    UNTIL WS-DATE-WORK > FPRM-BUS-DATE
                 MOVE WS-DATE-WORK TO FEE-NEXT-DUE
                 REWRITE FEE-REC
                 IF (FEE-ST NOT = 0) AND (FEE-ST NOT = 97)
                    DISPLAY 'FEE SCHEDULE REWRITE FAILED RC '
                       FEE-ST ' AT ' FEE-CURR ' ' FEE-TYPE
                    MOVE 16 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              END-IF
           END-IF.
           READ FEE-FILE NEXT RECORD
           AT END
              MOVE 10 TO FEE-ST
           END-READ.
       H510-END. EXIT.
      *--------------------------------
      *One step of the schedule's frequency: a day, a week, or a
      *calendar month with the day clamped to the month's length.
       H520-ADVANCE-DUE-DATE.
           EVALUATE TRUE
              WHEN FEE-FREQ-DAILY
                 COMPUTE WS-DUE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) + 1
                 COMPUTE WS-DATE-WORK =
                    FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
              WHEN FEE-FREQ-WEEKLY
                 COMPUTE WS-DUE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) + 7
                 COMPUTE WS-DATE-WORK =
                    FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
              WHEN FEE-FREQ-MONTHLY
                 PERFORM H530-ADD-ONE-MONTH
              WHEN OTHER
                 DISPLAY 'INVALID FREQUENCY, FEE FORCED MONTHLY: '
                    FEE-CURR ' ' FEE-TYPE
                 PERFORM H530-ADD-ONE-MONTH
           END-EVALUATE.
       H520-END. EXIT.
      *--------------------------------
       H530-ADD-ONE-MONTH.
           IF WS-DATE-MM = 12
              MOVE 1 TO WS-DATE-MM
              ADD 1 TO WS-DATE-YY
           ELSE
              ADD 1 TO WS-DATE-MM
           END-IF.
           IF WS-DATE-DD > WS-MONTH-DAYS(WS-DATE-MM)
              MOVE WS-MONTH-DAYS(WS-DATE-MM) TO WS-DATE-DD
              IF WS-DATE-MM = 2
                 MOVE 'N' TO WS-DATE-OK
                 PERFORM H820-CHECK-LEAP-YEAR
                 IF WS-DATE-OK = 'Y'
                    MOVE 29 TO WS-DATE-DD
                 END-IF
              END-IF
           END-IF.
       H530-END. EXIT.
      *--------------------------------
      *Fees post through PBEGIDX with the dedicated fee function, so
      *each one lands on the audit trail as its own movement type and
      *goes through the same dormancy and overdraft checks as a keyed
      *debit. This program's own hold on the balance file is released
      *first, and the work file is read back from the top.
       H600-POST-FEES.
           CLOSE IDX-FILE.
           CLOSE AUDIT-FILE.
           CLOSE FWK-FILE.
           IF WS-WORK-COUNT > 0
              OPEN INPUT FWK-FILE
              IF (FWK-ST NOT = 0) AND (FWK-ST NOT = 97)
                 DISPLAY 'UNABLE TO REOPEN FEE WORK: ' FWK-ST
                 MOVE FWK-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              MOVE SPACES TO WS-SUB-DATA
              MOVE '1' TO WS-SUB-FUNC
              MOVE FPRM-BUS-DATE TO WS-SUB-BUS-DATE
              CALL WS-PBEGIDX USING WS-SUB-AREA
              READ FWK-FILE
              AT END
                 MOVE 10 TO FWK-ST
              END-READ
              PERFORM H610-POST-ONE UNTIL FWK-EOF
              MOVE SPACES TO WS-SUB-DATA
              MOVE '9' TO WS-SUB-FUNC
              CALL WS-PBEGIDX USING WS-SUB-AREA
              CLOSE FWK-FILE
           END-IF.
       H600-END. EXIT.
      *--------------------------------
      *A dormant account (RC 90) or a fee that would break the
      *overdraft limit (RC 94) is a business refusal and prints as
      *such; anything else coming back is a posting failure.
       H610-POST-ONE.
           MOVE FWK-ID TO DL-ID.
           MOVE FWK-CURR TO DL-CURR.
           MOVE FWK-TYPE TO DL-FEE-TYPE.
           MOVE FWK-AMOUNT TO DL-AMOUNT.
           MOVE FWK-REASON TO DL-REASON.
           IF FWK-WAIVE
              MOVE 'WAIVED' TO DL-OUTCOME
              ADD 1 TO WS-WAIVED-COUNT
           ELSE
              MOVE SPACES TO WS-SUB-DATA
              MOVE 'F' TO WS-SUB-FUNC
              MOVE FWK-ID TO WS-SUB-ID
              MOVE FWK-CURR TO WS-SUB-CURR
              MOVE FWK-AMOUNT TO WS-SUB-BALANCE-TO
              MOVE 'D' TO WS-SUB-POST-IND
              MOVE 0 TO WS-SUB-RC
              CALL WS-PBEGIDX USING WS-SUB-AREA
              IF (WS-SUB-RC = 0) OR (WS-SUB-RC = 97)
                 MOVE 'CHARGED' TO DL-OUTCOME
                 ADD 1 TO WS-CHARGED-COUNT
                 COMPUTE WS-CX = FWK-CURR + 1
                 MOVE 'Y' TO WS-CURR-SEEN(WS-CX)
                 ADD FWK-AMOUNT TO WS-CURR-TOTAL(WS-CX)
              ELSE
                 MOVE 'REFUSED' TO DL-OUTCOME
                 MOVE WS-SUB-WRONG-EXP TO DL-REASON
                 ADD 1 TO WS-REFUSED-COUNT
                 IF (WS-SUB-RC NOT = 90) AND (WS-SUB-RC NOT = 94)
                    ADD 1 TO WS-POST-ERRORS
                    DISPLAY 'FEE POST FAILED RC ' WS-SUB-RC
                       ' ACCOUNT ' FWK-ID ' CURR ' FWK-CURR
                 END-IF
              END-IF
           END-IF.
           WRITE REP-REC FROM DETAIL-LINE.
           READ FWK-FILE
           AT END
              MOVE 10 TO FWK-ST
           END-READ.
       H610-END. EXIT.
      *--------------------------------
       H700-WRITE-TRAILER.
           MOVE SPACES TO REP-REC.
           WRITE REP-REC AFTER ADVANCING 1 LINES.
           WRITE REP-REC FROM TRAILER-1.
           MOVE SPACES TO REP-REC.
           WRITE REP-REC AFTER ADVANCING 1 LINES.
           WRITE REP-REC FROM TRAILER-2.
           WRITE REP-REC FROM TRAILER-3.
           PERFORM H710-WRITE-CURR-TOTAL
              VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 1000.
           MOVE SPACES TO REP-REC.
           WRITE REP-REC AFTER ADVANCING 1 LINES.
           MOVE 'SCHEDULE RECORDS READ    ' TO TCL-LABEL.
           MOVE WS-SCHED-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'ACCOUNTS READ            ' TO TCL-LABEL.
           MOVE WS-REC-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'FEES CHARGED             ' TO TCL-LABEL.
           MOVE WS-CHARGED-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'FEES WAIVED              ' TO TCL-LABEL.
           MOVE WS-WAIVED-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'FEES REFUSED             ' TO TCL-LABEL.
           MOVE WS-REFUSED-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'ACCOUNTS ALREADY CHARGED ' TO TCL-LABEL.
           MOVE WS-TAKEN-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'SCHEDULE RECORDS SKIPPED ' TO TCL-LABEL.
           MOVE WS-SKIP-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
       H700-END. EXIT.
      *--------------------------------
       H710-WRITE-CURR-TOTAL.
           IF WS-CURR-SEEN(WS-CX) = 'Y'
              COMPUTE TRAILER-CURR = WS-CX - 1
              MOVE WS-CURR-TOTAL(WS-CX) TO TRAILER-TOTAL
              WRITE REP-REC FROM TRAILER-DETAIL
           END-IF.
       H710-END. EXIT.
      *--------------------------------
      *A date must be a real calendar day: month length is checked
      *against the month table and 29 FEB only passes in a leap year.
       H810-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-OK.
           IF (WS-DATE-WORK IS NUMERIC)
              AND (WS-DATE-YY > 1900)
              AND (WS-DATE-MM > 0) AND (WS-DATE-MM < 13)
              AND (WS-DATE-DD > 0)
              IF WS-DATE-DD NOT > WS-MONTH-DAYS(WS-DATE-MM)
                 MOVE 'Y' TO WS-DATE-OK
              ELSE
                 IF (WS-DATE-MM = 2) AND (WS-DATE-DD = 29)
                    PERFORM H820-CHECK-LEAP-YEAR
                 END-IF
              END-IF
           END-IF.
       H810-END. EXIT.
      *--------------------------------
       H820-CHECK-LEAP-YEAR.
           DIVIDE WS-DATE-YY BY 4
              GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = 0
              MOVE 'Y' TO WS-DATE-OK
              DIVIDE WS-DATE-YY BY 100
                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
              IF WS-LEAP-REM = 0
                 DIVIDE WS-DATE-YY BY 400
                    GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM NOT = 0
                    MOVE 'N' TO WS-DATE-OK
                 END-IF
              END-IF
           END-IF.
       H820-END. EXIT.
      *--------------------------------
      *Refused fees are a business outcome worked from the register,
      *so RC 4 still lets the chain move on; a posting failure or a
      *skipped schedule record is RC 8 and leaves the step 'S' for
      *the operator, the way a rejected accrual does.
       H999-PROGRAM-EXIT.
           IF (WS-POST-ERRORS > 0) OR (WS-SKIP-COUNT > 0)
              IF RETURN-CODE = 0
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              IF (WS-REFUSED-COUNT > 0) AND (RETURN-CODE = 0)
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           IF (RETURN-CODE = 0) OR (RETURN-CODE = 4)
              MOVE 'C' TO WS-RUN-FUNC
              MOVE 'PBFEECHG' TO WS-RUN-PROGRAM
              MOVE FPRM-BUS-DATE TO WS-RUN-DATE
              CALL WS-PBRUNREG USING WS-RUN-AREA
           END-IF.
           CLOSE PRM-FILE.
           CLOSE REP-FILE.
           STOP RUN.
       H999-END. EXIT.
      *--------------------------------
