       IDENTIFICATION DIVISION.
      *--------------------------------
       PROGRAM-ID.    PBFXREVL.
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
           SELECT CURR-FILE ASSIGN TO CURRFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CURR-CODE
                           STATUS CURR-ST.
           SELECT RTH-FILE ASSIGN TO RATEHIST
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY RTH-KEY
                           STATUS RTH-ST.
           SELECT PRM-FILE ASSIGN TO RVPARM
                           STATUS PRM-ST.
           SELECT GLJ-FILE ASSIGN TO REVJRNL
                           ORGANIZATION SEQUENTIAL
                           STATUS GLJ-ST.
           SELECT REP-FILE ASSIGN TO REVALRPT
                           STATUS REP-ST.
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
      *CURR-RATE carries the exchange rate as units of the base
      *currency per one unit of this currency.
       FD  CURR-FILE.
       01  CURR-REC.
           05 CURR-CODE             PIC S9(3) COMP.
           05 CURR-NAME             PIC X(15).
           05 CURR-RATE             PIC S9(7)V9(8) COMP-3.
           05 CURR-INT-RATE         PIC S9(3)V9(4) COMP-3.
      *--------------------------------
      *The rate history PBCURRM keeps: every applied rate under the
      *date it took effect.
       FD  RTH-FILE.
       01  RTH-REC.
           05 RTH-KEY.
              10 RTH-CODE          PIC S9(3) COMP.
              10 RTH-EFF-DATE      PIC S9(8) COMP-3.
           05 RTH-RATE             PIC S9(7)V9(8) COMP-3.
           05 RTH-INT-RATE         PIC S9(3)V9(4) COMP-3.
           05 RTH-OLD-RATE         PIC S9(7)V9(8) COMP-3.
      *--------------------------------
      *RPRM-REVAL-DATE is the day being revalued; RPRM-BASE-CURR is
      *the currency code the book is valued in, which the journal
      *lines carry since every revaluation amount is in base.
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           05 RPRM-REVAL-DATE       PIC 9(8).
           05 RPRM-BASE-CURR        PIC 9(3).
      *--------------------------------
      *The PBGLEXT journal interface, unchanged, so the ledger takes
      *the revaluation with the same header and trailer checks.
       FD  GLJ-FILE RECORDING MODE F.
       01  GLJ-REC.
           05 GLJ-REC-TYPE          PIC X.
           05 GLJ-BUS-DATE          PIC 9(8).
           05 GLJ-TRANS-TYPE        PIC X.
           05 GLJ-CURR              PIC 9(3).
           05 GLJ-GL-ACCOUNT        PIC X(8).
           05 GLJ-CUST-ID           PIC 9(5).
           05 GLJ-DR-CR             PIC X.
           05 GLJ-AMOUNT            PIC 9(15).
           05 FILLER                PIC X(23).
       01  GLJ-HDR-REC.
           05 GHR-REC-TYPE          PIC X.
           05 GHR-BUS-DATE          PIC 9(8).
           05 GHR-SOURCE            PIC X(8).
           05 FILLER                PIC X(48).
       01  GLJ-TRL-REC.
           05 GTR-REC-TYPE          PIC X.
           05 GTR-REC-COUNT         PIC 9(9).
           05 GTR-HASH-TOTAL        PIC S9(17).
           05 FILLER                PIC X(38).
      *--------------------------------
       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                 PIC X(133).
      *--------------------------------
       WORKING-STORAGE SECTION.
       01  WS-AREA.
           05 IDX-ST                  PIC 99.
              88 IDX-SUCCESS                      VALUE 00 97.
              88 IDX-EOF                          VALUE 10.
           05 CURR-ST                 PIC 99.
              88 CURR-SUCCESS                     VALUE 00 97.
           05 RTH-ST                  PIC 99.
              88 RTH-SUCCESS                      VALUE 00 97.
              88 RTH-EOF                          VALUE 10.
           05 PRM-ST                  PIC 99.
              88 PRM-SUCCESS                      VALUE 00 97.
           05 GLJ-ST                  PIC 99.
              88 GLJ-SUCCESS                      VALUE 00 97.
           05 REP-ST                  PIC 99.
              88 REP-SUCCESS                      VALUE 00 97.
           05 WS-READ-COUNT           PIC 9(9)   VALUE 0.
           05 WS-CURR-COUNT           PIC 9(7)   VALUE 0.
           05 WS-MOVED-COUNT          PIC 9(7)   VALUE 0.
           05 WS-NOHIST-COUNT         PIC 9(7)   VALUE 0.
           05 WS-NORATE-COUNT         PIC 9(7)   VALUE 0.
           05 WS-LINE-COUNT           PIC 9(9)   VALUE 0.
           05 WS-LINE-HASH            PIC S9(17) VALUE 0.
           05 WS-TOTAL-DR             PIC S9(17) VALUE 0.
           05 WS-TOTAL-CR             PIC S9(17) VALUE 0.
           05 WS-CX                   PIC 9(4)   VALUE 0.
           05 WS-SCAN-CODE            PIC S9(3)  COMP VALUE 0.
           05 WS-RATE-TODAY           PIC S9(7)V9(8) COMP-3 VALUE 0.
           05 WS-RATE-PREV            PIC S9(7)V9(8) COMP-3 VALUE 0.
           05 WS-RATE-FIRST-OLD       PIC S9(7)V9(8) COMP-3 VALUE 0.
           05 WS-HAVE-TODAY           PIC X      VALUE 'N'.
           05 WS-HAVE-PREV            PIC X      VALUE 'N'.
           05 WS-BASE-TODAY           PIC S9(17) VALUE 0.
           05 WS-BASE-PREV            PIC S9(17) VALUE 0.
           05 WS-REVAL-DIFF           PIC S9(17) VALUE 0.
           05 WS-AMOUNT               PIC 9(15)  VALUE 0.
           05 WS-SUM-BASE-TODAY       PIC S9(17) VALUE 0.
           05 WS-SUM-BASE-PREV        PIC S9(17) VALUE 0.
           05 WS-SUM-DIFF             PIC S9(17) VALUE 0.
           05 WS-DEPOSIT-DR-CR        PIC X      VALUE SPACE.
           05 WS-RESULT-DR-CR         PIC X      VALUE SPACE.
           05 WS-DATE-WORK            PIC 9(8)   VALUE 0.
           05 WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
              10 WS-DATE-YY           PIC 9(4).
              10 WS-DATE-MM           PIC 9(2).
              10 WS-DATE-DD           PIC 9(2).
           05 WS-DATE-OK              PIC X      VALUE 'N'.
           05 WS-LEAP-QUOT            PIC 9(4)   VALUE 0.
           05 WS-LEAP-REM             PIC 9(4)   VALUE 0.
      *--------------------------------
       01  WS-MONTH-TABLE.
           05 FILLER                  PIC X(24)
              VALUE '312831303130313130313031'.
       01  WS-MONTH-TABLE-R REDEFINES WS-MONTH-TABLE.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 99.
      *--------------------------------
      *The book totalled in its own currencies, one entry per
      *currency code (entry = code + 1), from one pass of the
      *balance file.
       01  WS-CURR-TABLE.
           05 WS-CURR-ENTRY OCCURS 1000 TIMES.
              10 WS-CURR-SEEN          PIC X            VALUE 'N'.
              10 WS-CURR-TOTAL         PIC S9(17) COMP-3 VALUE 0.
      *--------------------------------
       01  HEADER-1.
           05  FILLER         PIC X(22)
               VALUE 'FX REVALUATION REPORT '.
           05  FILLER         PIC X(04)           VALUE SPACES.
           05  FILLER         PIC X(09)           VALUE 'AUTHOR : '.
           05  FILLER         PIC X(11)           VALUE 'YASAR OKTEN'.
           05  FILLER         PIC X(15)  VALUE '  REVAL DATE : '.
           05  HDR1-DATE      PIC 9(8).
           05  FILLER         PIC X(14)  VALUE '  BASE CURR : '.
           05  HDR1-BASE      PIC 9(3).
           05  FILLER         PIC X(47)           VALUE SPACES.
      *--------------------------------
       01  HEADER-2.
           05 FILLER        PIC X(04) VALUE 'CURR'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 FILLER        PIC X(10) VALUE 'NAME'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE 'BALANCE'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(16) VALUE 'PREVIOUS RATE'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(16) VALUE 'TODAY RATE'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE 'BASE AT PREV'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE 'BASE AT TODAY'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE 'UNREAL GAIN/LOS'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(12) VALUE 'REMARK'.
      *--------------------------------
       01  HEADER-3.
           05 FILLER        PIC X(04) VALUE '____'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 FILLER        PIC X(10) VALUE ALL '_'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE ALL '_'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(16) VALUE ALL '_'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(16) VALUE ALL '_'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE ALL '_'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE ALL '_'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE ALL '_'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(12) VALUE ALL '_'.
      *--------------------------------
       01  DETAIL-LINE.
           05 DL-CURR        PIC 9(3).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DL-NAME        PIC X(10).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DL-BALANCE     PIC S9(15).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DL-PREV-RATE   PIC Z(6)9.9(8).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DL-TODAY-RATE  PIC Z(6)9.9(8).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DL-BASE-PREV   PIC S9(15).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DL-BASE-TODAY  PIC S9(15).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DL-DIFF        PIC S9(15).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 DL-REMARK      PIC X(12).
      *--------------------------------
       01  TOTAL-LINE.
           05 FILLER         PIC X(70) VALUE 'BOOK TOTAL IN BASE'.
           05 TL-BASE-PREV   PIC S9(15).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 TL-BASE-TODAY  PIC S9(15).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 TL-DIFF        PIC S9(15).
           05 FILLER         PIC X(14) VALUE SPACES.
      *--------------------------------
       01  TRAILER-COUNT-LINE.
           05 TCL-LABEL       PIC X(25).
           05 TCL-COUNT       PIC ZZZZZZZZ9.
           05 FILLER          PIC X(99) VALUE SPACES.
      *--------------------------------
       PROCEDURE DIVISION.
      *--------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-WRITE-HEADERS.
           PERFORM H300-TOTAL-ONE UNTIL IDX-EOF.
           PERFORM H400-REVALUE-CURRENCY
              VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 1000.
           PERFORM H600-WRITE-TRAILER.
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
              DISPLAY 'UNABLE TO READ REVALUATION PARMS: ' PRM-ST
              MOVE PRM-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE RPRM-REVAL-DATE TO WS-DATE-WORK.
           PERFORM H710-VALIDATE-DATE.
           IF WS-DATE-OK NOT = 'Y'
              DISPLAY 'INVALID REVALUATION DATE: ' RPRM-REVAL-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RPRM-BASE-CURR NOT NUMERIC
              DISPLAY 'INVALID BASE CURRENCY PARM: ' RPRM-BASE-CURR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT IDX-FILE.
           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN INDEX FILE: ' IDX-ST
              MOVE IDX-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CURR-FILE.
           IF (CURR-ST NOT = 0) AND (CURR-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN CURRENCY FILE: ' CURR-ST
              MOVE CURR-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT RTH-FILE.
           IF (RTH-ST NOT = 0) AND (RTH-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN RATE HISTORY FILE: ' RTH-ST
              MOVE RTH-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT GLJ-FILE.
           IF (GLJ-ST NOT = 0) AND (GLJ-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN JOURNAL FILE: ' GLJ-ST
              MOVE GLJ-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF (REP-ST NOT = 0) AND (REP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN REVALUATION REPORT: ' REP-ST
              MOVE REP-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           READ IDX-FILE NEXT RECORD
           AT END
              MOVE 10 TO IDX-ST
           END-READ.
       H100-END. EXIT.
      *--------------------------------
       H200-WRITE-HEADERS.
           MOVE RPRM-REVAL-DATE TO HDR1-DATE.
           MOVE RPRM-BASE-CURR TO HDR1-BASE.
           WRITE REP-REC FROM HEADER-1.
           MOVE SPACES TO REP-REC.
           WRITE REP-REC AFTER ADVANCING 1 LINES.
           WRITE REP-REC FROM HEADER-2.
           WRITE REP-REC FROM HEADER-3.
           MOVE SPACES TO REP-REC.
           MOVE SPACES TO GLJ-HDR-REC.
           MOVE 'H' TO GHR-REC-TYPE.
           MOVE RPRM-REVAL-DATE TO GHR-BUS-DATE.
           MOVE 'PBFXREVL' TO GHR-SOURCE.
           WRITE GLJ-HDR-REC.
       H200-END. EXIT.
      *--------------------------------
       H300-TOTAL-ONE.
           ADD 1 TO WS-READ-COUNT.
           COMPUTE WS-CX = IDX-CURR + 1.
           MOVE 'Y' TO WS-CURR-SEEN(WS-CX).
           ADD IDX-BALANCE TO WS-CURR-TOTAL(WS-CX).
           READ IDX-FILE NEXT RECORD
           AT END
              MOVE 10 TO IDX-ST
           END-READ.
       H300-END. EXIT.
      *--------------------------------
      *Each currency's book is valued in base at the rate in force
      *on the revaluation date and at the rate in force the day
      *before; the difference is the unrealised gain or loss the day
      *brought. A currency whose rate has never changed since the
      *history began has no history entry and is valued at CURR-RATE
      *both ways; one first added to the master on the day itself
      *has no earlier rate and is likewise not moved.
       H400-REVALUE-CURRENCY.
           IF WS-CURR-SEEN(WS-CX) = 'Y'
              ADD 1 TO WS-CURR-COUNT
              COMPUTE WS-SCAN-CODE = WS-CX - 1
              MOVE SPACES TO DL-REMARK
              PERFORM H410-FIND-RATES
              IF WS-RATE-TODAY NOT > 0
                 MOVE 'NO RATE' TO DL-REMARK
                 ADD 1 TO WS-NORATE-COUNT
              END-IF
              COMPUTE WS-BASE-TODAY ROUNDED =
                 WS-CURR-TOTAL(WS-CX) * WS-RATE-TODAY
              COMPUTE WS-BASE-PREV ROUNDED =
                 WS-CURR-TOTAL(WS-CX) * WS-RATE-PREV
              COMPUTE WS-REVAL-DIFF = WS-BASE-TODAY - WS-BASE-PREV
              ADD WS-BASE-TODAY TO WS-SUM-BASE-TODAY
              ADD WS-BASE-PREV TO WS-SUM-BASE-PREV
              ADD WS-REVAL-DIFF TO WS-SUM-DIFF
              MOVE WS-SCAN-CODE TO DL-CURR
              MOVE CURR-NAME TO DL-NAME
              MOVE WS-CURR-TOTAL(WS-CX) TO DL-BALANCE
              MOVE WS-RATE-PREV TO DL-PREV-RATE
              MOVE WS-RATE-TODAY TO DL-TODAY-RATE
              MOVE WS-BASE-PREV TO DL-BASE-PREV
              MOVE WS-BASE-TODAY TO DL-BASE-TODAY
              MOVE WS-REVAL-DIFF TO DL-DIFF
              WRITE REP-REC FROM DETAIL-LINE
              IF WS-REVAL-DIFF NOT = 0
                 ADD 1 TO WS-MOVED-COUNT
                 PERFORM H500-WRITE-JOURNAL-PAIR
              END-IF
           END-IF.
       H400-END. EXIT.
      *--------------------------------
      *The history only starts when rates are first changed, so the
      *earliest entry's replaced rate is the rate that was in force
      *before it: it is the day-before rate when that entry took
      *effect on the revaluation date, and the rate for both days
      *when every entry is later than the revaluation date. Only a
      *currency with no usable history at all falls back to the
      *master's current rate.
       H410-FIND-RATES.
           MOVE 'N' TO WS-HAVE-TODAY.
           MOVE 'N' TO WS-HAVE-PREV.
           MOVE 0 TO WS-RATE-TODAY.
           MOVE 0 TO WS-RATE-PREV.
           MOVE 0 TO WS-RATE-FIRST-OLD.
           MOVE WS-SCAN-CODE TO CURR-CODE.
           READ CURR-FILE KEY IS CURR-CODE
           INVALID KEY
              MOVE 23 TO CURR-ST
           END-READ.
           IF NOT CURR-SUCCESS
              MOVE SPACES TO CURR-NAME
              MOVE 0 TO CURR-RATE
           END-IF.
           MOVE WS-SCAN-CODE TO RTH-CODE.
           MOVE 0 TO RTH-EFF-DATE.
           START RTH-FILE KEY IS NOT LESS THAN RTH-KEY
           INVALID KEY
              MOVE 10 TO RTH-ST
           END-START.
           IF NOT RTH-EOF
              READ RTH-FILE NEXT RECORD
              AT END
                 MOVE 10 TO RTH-ST
              END-READ
           END-IF.
           IF (NOT RTH-EOF) AND (RTH-CODE = WS-SCAN-CODE)
              MOVE RTH-OLD-RATE TO WS-RATE-FIRST-OLD
           END-IF.
           PERFORM H420-SCAN-HISTORY
              UNTIL RTH-EOF OR (RTH-CODE NOT = WS-SCAN-CODE)
                 OR (RTH-EFF-DATE > RPRM-REVAL-DATE).
           IF WS-HAVE-TODAY = 'N'
              IF WS-RATE-FIRST-OLD > 0
                 MOVE WS-RATE-FIRST-OLD TO WS-RATE-TODAY
                 MOVE WS-RATE-FIRST-OLD TO WS-RATE-PREV
                 MOVE 'Y' TO WS-HAVE-PREV
                 MOVE 'PRIOR RATE' TO DL-REMARK
              ELSE
                 MOVE CURR-RATE TO WS-RATE-TODAY
                 MOVE 'NO HISTORY' TO DL-REMARK
                 ADD 1 TO WS-NOHIST-COUNT
              END-IF
           END-IF.
           IF WS-HAVE-PREV = 'N'
              IF (WS-HAVE-TODAY = 'Y') AND (WS-RATE-FIRST-OLD > 0)
                 MOVE WS-RATE-FIRST-OLD TO WS-RATE-PREV
              ELSE
                 MOVE WS-RATE-TODAY TO WS-RATE-PREV
                 IF WS-HAVE-TODAY = 'Y'
                    MOVE 'FIRST RATE' TO DL-REMARK
                 END-IF
              END-IF
           END-IF.
       H410-END. EXIT.
      *--------------------------------
      *History entries come in date order, so the last one on or
      *before the day is the rate in force that day, and the last
      *one before it the rate in force the day before.
       H420-SCAN-HISTORY.
           MOVE RTH-RATE TO WS-RATE-TODAY.
           MOVE 'Y' TO WS-HAVE-TODAY.
           IF RTH-EFF-DATE < RPRM-REVAL-DATE
              MOVE RTH-RATE TO WS-RATE-PREV
              MOVE 'Y' TO WS-HAVE-PREV
           END-IF.
           READ RTH-FILE NEXT RECORD
           AT END
              MOVE 10 TO RTH-ST
           END-READ.
       H420-END. EXIT.
      *--------------------------------
      *Customer balances are deposits, a liability, so a rise in
      *their base value is a loss to the bank: it credits the deposit
      *revaluation account 20190000 and debits the unrealised FX
      *result account 40300000. A fall does the opposite. The lines
      *carry the base currency - the amounts are base - and type 'Y'.
       H500-WRITE-JOURNAL-PAIR.
           IF WS-REVAL-DIFF > 0
              MOVE WS-REVAL-DIFF TO WS-AMOUNT
              MOVE 'C' TO WS-DEPOSIT-DR-CR
              MOVE 'D' TO WS-RESULT-DR-CR
           ELSE
              COMPUTE WS-AMOUNT = 0 - WS-REVAL-DIFF
              MOVE 'D' TO WS-DEPOSIT-DR-CR
              MOVE 'C' TO WS-RESULT-DR-CR
           END-IF.
           MOVE SPACES TO GLJ-REC.
           MOVE 'D' TO GLJ-REC-TYPE.
           MOVE RPRM-REVAL-DATE TO GLJ-BUS-DATE.
           MOVE 'Y' TO GLJ-TRANS-TYPE.
           MOVE RPRM-BASE-CURR TO GLJ-CURR.
           MOVE '20190000' TO GLJ-GL-ACCOUNT.
           MOVE 0 TO GLJ-CUST-ID.
           MOVE WS-DEPOSIT-DR-CR TO GLJ-DR-CR.
           MOVE WS-AMOUNT TO GLJ-AMOUNT.
           PERFORM H520-WRITE-ONE-LINE.
           MOVE SPACES TO GLJ-REC.
           MOVE 'D' TO GLJ-REC-TYPE.
           MOVE RPRM-REVAL-DATE TO GLJ-BUS-DATE.
           MOVE 'Y' TO GLJ-TRANS-TYPE.
           MOVE RPRM-BASE-CURR TO GLJ-CURR.
           MOVE '40300000' TO GLJ-GL-ACCOUNT.
           MOVE 0 TO GLJ-CUST-ID.
           MOVE WS-RESULT-DR-CR TO GLJ-DR-CR.
           MOVE WS-AMOUNT TO GLJ-AMOUNT.
           PERFORM H520-WRITE-ONE-LINE.
       H500-END. EXIT.
      *--------------------------------
       H520-WRITE-ONE-LINE.
           WRITE GLJ-REC.
           IF (GLJ-ST NOT = 0) AND (GLJ-ST NOT = 97)
              DISPLAY 'JOURNAL WRITE FAILED RC ' GLJ-ST
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           ADD GLJ-AMOUNT TO WS-LINE-HASH.
           IF GLJ-DR-CR = 'D'
              ADD GLJ-AMOUNT TO WS-TOTAL-DR
           ELSE
              ADD GLJ-AMOUNT TO WS-TOTAL-CR
           END-IF.
       H520-END. EXIT.
      *--------------------------------
      *The day's revaluation goes to the ledger as one 'S' summary
      *pair for type 'Y' in base, then the trailer.
       H600-WRITE-TRAILER.
           MOVE SPACES TO GLJ-REC.
           MOVE 'S' TO GLJ-REC-TYPE.
           MOVE RPRM-REVAL-DATE TO GLJ-BUS-DATE.
           MOVE 'Y' TO GLJ-TRANS-TYPE.
           MOVE RPRM-BASE-CURR TO GLJ-CURR.
           MOVE 0 TO GLJ-CUST-ID.
           MOVE 'D' TO GLJ-DR-CR.
           MOVE WS-TOTAL-DR TO GLJ-AMOUNT.
           WRITE GLJ-REC.
           MOVE 'C' TO GLJ-DR-CR.
           MOVE WS-TOTAL-CR TO GLJ-AMOUNT.
           WRITE GLJ-REC.
           MOVE SPACES TO GLJ-TRL-REC.
           MOVE 'T' TO GTR-REC-TYPE.
           MOVE WS-LINE-COUNT TO GTR-REC-COUNT.
           MOVE WS-LINE-HASH TO GTR-HASH-TOTAL.
           WRITE GLJ-TRL-REC.
           MOVE SPACES TO REP-REC.
           WRITE REP-REC AFTER ADVANCING 1 LINES.
           MOVE WS-SUM-BASE-PREV TO TL-BASE-PREV.
           MOVE WS-SUM-BASE-TODAY TO TL-BASE-TODAY.
           MOVE WS-SUM-DIFF TO TL-DIFF.
           WRITE REP-REC FROM TOTAL-LINE.
           MOVE SPACES TO REP-REC.
           WRITE REP-REC AFTER ADVANCING 1 LINES.
           MOVE 'BALANCE RECORDS READ     ' TO TCL-LABEL.
           MOVE WS-READ-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'CURRENCIES VALUED        ' TO TCL-LABEL.
           MOVE WS-CURR-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'CURRENCIES REVALUED      ' TO TCL-LABEL.
           MOVE WS-MOVED-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'NO RATE HISTORY          ' TO TCL-LABEL.
           MOVE WS-NOHIST-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'NO RATE AT ALL           ' TO TCL-LABEL.
           MOVE WS-NORATE-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'JOURNAL LINES WRITTEN    ' TO TCL-LABEL.
           MOVE WS-LINE-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
       H600-END. EXIT.
      *--------------------------------
      *A date must be a real calendar day: month length is checked
      *against the month table and 29 FEB only passes in a leap year.
       H710-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-OK.
           IF (WS-DATE-WORK IS NUMERIC)
              AND (WS-DATE-YY > 1900)
              AND (WS-DATE-MM > 0) AND (WS-DATE-MM < 13)
              AND (WS-DATE-DD > 0)
              IF WS-DATE-DD NOT > WS-MONTH-DAYS(WS-DATE-MM)
                 MOVE 'Y' TO WS-DATE-OK
              ELSE
                 IF (WS-DATE-MM = 2) AND (WS-DATE-DD = 29)
                    PERFORM H720-CHECK-LEAP-YEAR
                 END-IF
              END-IF
           END-IF.
       H710-END. EXIT.
      *--------------------------------
       H720-CHECK-LEAP-YEAR.
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
       H720-END. EXIT.
      *--------------------------------
      *A journal that does not balance must not reach the ledger,
      *as in PBGLEXT. A currency held with no rate at all cannot be
      *valued and ends the run RC 4 for treasury to supply one.
       H999-PROGRAM-EXIT.
           IF WS-TOTAL-DR NOT = WS-TOTAL-CR
              DISPLAY 'JOURNAL OUT OF BALANCE, DR ' WS-TOTAL-DR
                 ' CR ' WS-TOTAL-CR
              MOVE 16 TO RETURN-CODE
           END-IF.
           IF (WS-NORATE-COUNT > 0) AND (RETURN-CODE = 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE IDX-FILE.
           CLOSE CURR-FILE.
           CLOSE RTH-FILE.
           CLOSE PRM-FILE.
           CLOSE GLJ-FILE.
           CLOSE REP-FILE.
           STOP RUN.
       H999-END. EXIT.
      *--------------------------------
