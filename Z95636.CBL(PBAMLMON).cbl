       IDENTIFICATION DIVISION.
      *--------------------------------
       PROGRAM-ID.    PBAMLMON.
       AUTHOR.        YASAR OKTEN.
      *--------------------------------
       ENVIRONMENT DIVISION.
      *--------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDITFIL
                           ORGANIZATION SEQUENTIAL
                           STATUS AUDIT-ST.
           SELECT CURR-FILE ASSIGN TO CURRFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CURR-CODE
                           STATUS CURR-ST.
           SELECT CUST-FILE ASSIGN TO CUSTFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CUST-ID
                           STATUS CUST-ST.
           SELECT BDT-FILE ASSIGN TO BDATEFIL
                           ORGANIZATION RELATIVE
                           ACCESS RANDOM
                           RELATIVE KEY BDT-RK
                           STATUS BDT-ST.
           SELECT PRM-FILE ASSIGN TO MONPARM
                           STATUS PRM-ST.
           SELECT MHS-FILE ASSIGN TO MONHIST
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY MHS-ID
                           STATUS MHS-ST.
           SELECT CASE-FILE ASSIGN TO MONCASE
                           ORGANIZATION SEQUENTIAL
                           STATUS CASE-ST.
           SELECT REP-FILE ASSIGN TO MONRPT
                           STATUS REP-ST.
           SELECT SRT-FILE ASSIGN TO SORTWK.
      *--------------------------------
       DATA DIVISION.
      *--------------------------------
       FILE SECTION.
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
      *CURR-RATE carries the exchange rate as units of the base
      *currency per one unit of this currency.
       FD  CURR-FILE.
       01  CURR-REC.
           05 CURR-CODE             PIC S9(3) COMP.
           05 CURR-NAME             PIC X(15).
           05 CURR-RATE             PIC S9(7)V9(8) COMP-3.
           05 CURR-INT-RATE         PIC S9(3)V9(4) COMP-3.
      *--------------------------------
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
       FD  BDT-FILE RECORDING MODE F.
       01  BDT-REC.
           05 BDT-DATE              PIC 9(8).
           05 BDT-STATUS            PIC X.
              88 BDT-DAY-OPEN                 VALUE 'O'.
              88 BDT-DAY-COMPLETE             VALUE 'C'.
      *--------------------------------
      *Compliance's own control values, all in whole base-currency
      *units or plain counts, changed by them without a program
      *change:
      *  MPRM-THRESHOLD      reporting threshold for one movement,
      *                      and for a customer's day taken together
      *  MPRM-STRUCT-COUNT   fewest under-threshold movements in a
      *                      day that can make up a structuring case
      *  MPRM-HIST-DAYS      calendar days of history the velocity
      *                      norm is averaged over (up to 30)
      *  MPRM-MIN-ACTIVE     active days needed inside that window
      *                      before a customer has a norm at all
      *  MPRM-VELOCITY-PCT   the day's total, as a percent of the
      *                      customer's daily norm, that alerts
      *  MPRM-VELOCITY-FLOOR day totals below this never alert on
      *                      velocity, however quiet the history
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           05 MPRM-THRESHOLD        PIC 9(15).
           05 MPRM-STRUCT-COUNT     PIC 9(3).
           05 MPRM-HIST-DAYS        PIC 9(3).
           05 MPRM-MIN-ACTIVE       PIC 9(3).
           05 MPRM-VELOCITY-PCT     PIC 9(5).
           05 MPRM-VELOCITY-FLOOR   PIC 9(15).
      *--------------------------------
      *One record per customer who has ever moved money: the base
      *total and movement count of each of the customer's last
      *thirty active days, oldest first. Days with no movement are
      *not stored; they count as zero in the average.
       FD  MHS-FILE.
       01  MHS-REC.
           05 MHS-ID                PIC S9(5) COMP-3.
           05 MHS-USED              PIC S9(3) COMP.
           05 MHS-DAY OCCURS 30 TIMES.
              10 MHS-DATE           PIC S9(8) COMP-3.
              10 MHS-COUNT          PIC S9(5) COMP-3.
              10 MHS-TOTAL          PIC S9(17) COMP-3.
      *--------------------------------
      *The case file compliance loads into its own case system: one
      *record per alert. CASE-TYPE 'L' is a single large movement
      *(currency and timestamp of that movement), 'S' a structuring
      *pattern and 'V' a velocity break, both for the customer's day
      *across all currencies. CASE-COMPARE is what the amount was
      *measured against - the threshold, or the customer's norm.
       FD  CASE-FILE RECORDING MODE F.
       01  CASE-REC.
           05 CASE-BUS-DATE         PIC 9(8).
           05 CASE-ID               PIC 9(5).
           05 CASE-NAME             PIC X(15).
           05 CASE-SURNAME          PIC X(15).
           05 CASE-TYPE             PIC X.
           05 CASE-CURR             PIC 9(3).
           05 CASE-TS               PIC X(16).
           05 CASE-MOVE-COUNT       PIC 9(5).
           05 CASE-BASE-AMOUNT      PIC 9(17).
           05 CASE-COMPARE          PIC 9(17).
      *--------------------------------
       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                 PIC X(133).
      *--------------------------------
      *Each movement arrives already valued in base currency, so the
      *customer's currencies can be added together.
       SD  SRT-FILE.
       01  SRT-REC.
           05 SRT-ID                PIC 9(5).
           05 SRT-CURR              PIC 9(3).
           05 SRT-TS                PIC X(16).
           05 SRT-TRANS-TYPE        PIC X.
           05 SRT-BASE-AMOUNT       PIC 9(17).
      *--------------------------------
       WORKING-STORAGE SECTION.
       01  WS-AREA.
           05 AUDIT-ST                PIC 99.
              88 AUDIT-SUCCESS                    VALUE 00 97.
              88 AUDIT-EOF                        VALUE 10.
           05 CURR-ST                 PIC 99.
              88 CURR-SUCCESS                     VALUE 00 97.
           05 CUST-ST                 PIC 99.
              88 CUST-SUCCESS                     VALUE 00 97.
           05 BDT-ST                  PIC 99.
              88 BDT-SUCCESS                      VALUE 00 97.
           05 BDT-RK                  PIC 9(9) VALUE 1.
           05 PRM-ST                  PIC 99.
              88 PRM-SUCCESS                      VALUE 00 97.
           05 MHS-ST                  PIC 99.
              88 MHS-SUCCESS                      VALUE 00 97.
           05 CASE-ST                 PIC 99.
              88 CASE-SUCCESS                     VALUE 00 97.
           05 REP-ST                  PIC 99.
              88 REP-SUCCESS                      VALUE 00 97.
           05 WS-READ-COUNT           PIC 9(9)   VALUE 0.
           05 WS-SELECTED-COUNT       PIC 9(7)   VALUE 0.
           05 WS-NORATE-COUNT         PIC 9(7)   VALUE 0.
           05 WS-CUSTOMER-COUNT       PIC 9(7)   VALUE 0.
           05 WS-LARGE-COUNT          PIC 9(7)   VALUE 0.
           05 WS-STRUCT-COUNT         PIC 9(7)   VALUE 0.
           05 WS-VELOCITY-COUNT       PIC 9(7)   VALUE 0.
           05 WS-ALERTED-COUNT        PIC 9(7)   VALUE 0.
           05 WS-SRT-EOF              PIC X      VALUE 'N'.
           05 WS-HAVE-PREV            PIC X      VALUE 'N'.
           05 WS-PREV-ID              PIC 9(5)   VALUE 0.
           05 WS-CUST-SHOWN           PIC X      VALUE 'N'.
           05 WS-DELTA                PIC S9(15) VALUE 0.
           05 WS-BASE-AMOUNT          PIC 9(17)  VALUE 0.
           05 WS-BUS-INT              PIC S9(7)  COMP VALUE 0.
           05 WS-DAY-AGE              PIC S9(7)  VALUE 0.
           05 WS-HX                   PIC S9(3)  COMP VALUE 0.
           05 WS-HY                   PIC S9(3)  COMP VALUE 0.
           05 WS-HIST-FOUND           PIC X      VALUE 'N'.
           05 WS-HIST-ACTIVE          PIC 9(3)   VALUE 0.
           05 WS-HIST-SUM             PIC S9(17) VALUE 0.
           05 WS-NORM                 PIC S9(17) VALUE 0.
           05 WS-DATE-WORK            PIC 9(8)   VALUE 0.
           05 WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
              10 WS-DATE-YY           PIC 9(4).
              10 WS-DATE-MM           PIC 9(2).
              10 WS-DATE-DD           PIC 9(2).
           05 WS-DATE-OK              PIC X      VALUE 'N'.
           05 WS-LEAP-QUOT            PIC 9(4)   VALUE 0.
           05 WS-LEAP-REM             PIC 9(4)   VALUE 0.
      *--------------------------------
      *The customer's day, across every currency: all movements, and
      *separately those that each stayed under the threshold.
       01  WS-DAY-AREA.
           05 WS-DAY-COUNT            PIC 9(5)   VALUE 0.
           05 WS-DAY-TOTAL            PIC 9(17)  VALUE 0.
           05 WS-UNDER-COUNT          PIC 9(5)   VALUE 0.
           05 WS-UNDER-TOTAL          PIC 9(17)  VALUE 0.
           05 WS-CUST-NAME            PIC X(15)  VALUE SPACES.
           05 WS-CUST-SURNAME         PIC X(15)  VALUE SPACES.
      *--------------------------------
       01  WS-MONTH-TABLE.
           05 FILLER                  PIC X(24)
              VALUE '312831303130313130313031'.
       01  WS-MONTH-TABLE-R REDEFINES WS-MONTH-TABLE.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 99.
      *--------------------------------
       01  HEADER-1.
           05  FILLER         PIC X(29)
               VALUE 'TRANSACTION MONITORING ALERTS'.
           05  FILLER         PIC X(04)           VALUE SPACES.
           05  FILLER         PIC X(09)           VALUE 'AUTHOR : '.
           05  FILLER         PIC X(11)           VALUE 'YASAR OKTEN'.
           05  FILLER         PIC X(13)  VALUE '  BUS DATE : '.
           05  HDR1-DATE      PIC 9(8).
           05  FILLER         PIC X(59)           VALUE SPACES.
      *--------------------------------
       01  PARM-LINE.
           05  FILLER         PIC X(20) VALUE 'THRESHOLD (BASE) : '.
           05  PL-THRESHOLD   PIC Z(14)9.
           05  FILLER         PIC X(18) VALUE '   VELOCITY PCT : '.
           05  PL-VELOCITY    PIC ZZZZ9.
           05  FILLER         PIC X(17) VALUE '   HISTORY DAYS :'.
           05  PL-HIST-DAYS   PIC ZZ9.
           05  FILLER         PIC X(55)           VALUE SPACES.
      *--------------------------------
       01  HEADER-2.
           05 FILLER        PIC X(22) VALUE 'ALERT'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(04) VALUE 'CURR'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(16) VALUE 'TIMESTAMP'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(05) VALUE 'MOVES'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(17) VALUE 'BASE AMOUNT'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(17) VALUE 'THRESHOLD/NORM'.
           05 FILLER        PIC X(38) VALUE SPACES.
      *--------------------------------
       01  HEADER-3.
           05 FILLER        PIC X(22) VALUE ALL '_'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(04) VALUE '____'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(16) VALUE ALL '_'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(05) VALUE '_____'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(17) VALUE ALL '_'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(17) VALUE ALL '_'.
           05 FILLER        PIC X(38) VALUE SPACES.
      *--------------------------------
       01  CUSTOMER-LINE.
           05 FILLER        PIC X(09) VALUE 'CUSTOMER '.
           05 CL-ID         PIC 9(5).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 CL-NAME       PIC X(15).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 CL-SURNAME    PIC X(15).
           05 FILLER        PIC X(86) VALUE SPACES.
      *--------------------------------
       01  DETAIL-LINE.
           05 DL-ALERT      PIC X(22).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 DL-CURR       PIC X(3).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 DL-TS         PIC X(16).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 DL-COUNT      PIC ZZZZ9.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 DL-AMOUNT     PIC 9(17).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 DL-COMPARE    PIC 9(17).
           05 FILLER        PIC X(38) VALUE SPACES.
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
           SORT SRT-FILE
              ON ASCENDING KEY SRT-ID SRT-CURR SRT-TS
              INPUT PROCEDURE IS H300-SELECT-MOVES THRU H300-END
              OUTPUT PROCEDURE IS H400-MONITOR-CUSTOMERS THRU H400-END.
           PERFORM H600-WRITE-TRAILER.
           PERFORM H999-PROGRAM-EXIT.
       MAIN-END. EXIT.
      *--------------------------------
      *The run monitors the business date on the control record,
      *open or already complete - compliance runs it after the day's
      *postings are in, and may rerun a day once the thresholds have
      *been changed.
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
           MOVE BDT-DATE TO WS-DATE-WORK.
           PERFORM H710-VALIDATE-DATE.
           IF WS-DATE-OK NOT = 'Y'
              DISPLAY 'BUSINESS DATE NOT A VALID DATE: ' BDT-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(BDT-DATE).
           OPEN INPUT PRM-FILE.
           IF (PRM-ST NOT = 0) AND (PRM-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN PARAMETER FILE: ' PRM-ST
              MOVE PRM-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PRM-FILE.
           IF (PRM-ST NOT = 0) AND (PRM-ST NOT = 97)
              DISPLAY 'UNABLE TO READ MONITORING PARMS: ' PRM-ST
              MOVE PRM-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM H120-CHECK-PARMS.
           OPEN INPUT AUDIT-FILE.
           IF (AUDIT-ST NOT = 0) AND (AUDIT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN AUDIT FILE: ' AUDIT-ST
              MOVE AUDIT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CURR-FILE.
           IF (CURR-ST NOT = 0) AND (CURR-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN CURRENCY FILE: ' CURR-ST
              MOVE CURR-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CUST-FILE.
           IF (CUST-ST NOT = 0) AND (CUST-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN CUSTOMER FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O MHS-FILE.
           IF MHS-ST = 35
              OPEN OUTPUT MHS-FILE
              CLOSE MHS-FILE
              OPEN I-O MHS-FILE
           END-IF.
           IF (MHS-ST NOT = 0) AND (MHS-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN MONITORING HISTORY: ' MHS-ST
              MOVE MHS-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CASE-FILE.
           IF (CASE-ST NOT = 0) AND (CASE-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN CASE FILE: ' CASE-ST
              MOVE CASE-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF (REP-ST NOT = 0) AND (REP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN ALERT REPORT: ' REP-ST
              MOVE REP-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H100-END. EXIT.
      *--------------------------------
      *The thresholds are control values: a missing or nonsensical
      *one stops the run rather than monitoring against a guess.
       H120-CHECK-PARMS.
           IF (MPRM-THRESHOLD NOT NUMERIC) OR (MPRM-THRESHOLD = 0)
              DISPLAY 'INVALID THRESHOLD PARM: ' MPRM-THRESHOLD
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (MPRM-STRUCT-COUNT NOT NUMERIC)
              OR (MPRM-STRUCT-COUNT < 2)
              DISPLAY 'INVALID STRUCTURING COUNT PARM: '
                 MPRM-STRUCT-COUNT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (MPRM-HIST-DAYS NOT NUMERIC) OR (MPRM-HIST-DAYS = 0)
              OR (MPRM-HIST-DAYS > 30)
              DISPLAY 'INVALID HISTORY DAYS PARM: ' MPRM-HIST-DAYS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (MPRM-MIN-ACTIVE NOT NUMERIC) OR (MPRM-MIN-ACTIVE = 0)
              OR (MPRM-MIN-ACTIVE > MPRM-HIST-DAYS)
              DISPLAY 'INVALID MINIMUM ACTIVE DAYS PARM: '
                 MPRM-MIN-ACTIVE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (MPRM-VELOCITY-PCT NOT NUMERIC)
              OR (MPRM-VELOCITY-PCT NOT > 100)
              DISPLAY 'INVALID VELOCITY PCT PARM: ' MPRM-VELOCITY-PCT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF MPRM-VELOCITY-FLOOR NOT NUMERIC
              DISPLAY 'INVALID VELOCITY FLOOR PARM: '
                 MPRM-VELOCITY-FLOOR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       H120-END. EXIT.
      *--------------------------------
       H200-WRITE-HEADERS.
           MOVE BDT-DATE TO HDR1-DATE.
           WRITE REP-REC FROM HEADER-1.
           MOVE MPRM-THRESHOLD TO PL-THRESHOLD.
           MOVE MPRM-VELOCITY-PCT TO PL-VELOCITY.
           MOVE MPRM-HIST-DAYS TO PL-HIST-DAYS.
           WRITE REP-REC FROM PARM-LINE.
           MOVE SPACES TO REP-REC.
           WRITE REP-REC AFTER ADVANCING 1 LINES.
           WRITE REP-REC FROM HEADER-2.
           WRITE REP-REC FROM HEADER-3.
           MOVE SPACES TO REP-REC.
       H200-END. EXIT.
      *--------------------------------
       H300-SELECT-MOVES.
           READ AUDIT-FILE
           AT END
              MOVE 10 TO AUDIT-ST
           END-READ.
           PERFORM H310-FILTER-RELEASE UNTIL AUDIT-EOF.
       H300-END. EXIT.
      *--------------------------------
      *Every balance movement on the business date is monitored,
      *whichever way it went - cash out is as much a concern as cash
      *in. Interest, the tax withheld from it and fees are the
      *bank's own postings, and a customer merge only moves a
      *balance between two records of the same person; none of them
      *is the customer moving money, and they are left out. An
      *archive trailer ('T' in the first byte) is not a movement.
       H310-FILTER-RELEASE.
           ADD 1 TO WS-READ-COUNT.
           IF (AUDIT-TS(1:1) NOT = 'T')
              AND (AUDIT-BUS-DATE = BDT-DATE)
              AND (AUDIT-TRANS-TYPE NOT = 'I')
              AND (AUDIT-TRANS-TYPE NOT = 'W')
              AND (AUDIT-TRANS-TYPE NOT = 'F')
              AND (AUDIT-TRANS-TYPE NOT = 'M')
              COMPUTE WS-DELTA =
                 AUDIT-BALANCE-AFTER - AUDIT-BALANCE-BEFORE
              IF WS-DELTA NOT = 0
                 PERFORM H320-VALUE-IN-BASE
              END-IF
           END-IF.
           READ AUDIT-FILE
           AT END
              MOVE 10 TO AUDIT-ST
           END-READ.
       H310-END. EXIT.
      *--------------------------------
      *A movement in a currency with no rate cannot be valued; it is
      *named on the console and counted, and the run ends RC 4 so
      *treasury's missing rate is chased, not silently unmonitored.
       H320-VALUE-IN-BASE.
           IF WS-DELTA < 0
              COMPUTE WS-DELTA = 0 - WS-DELTA
           END-IF.
           MOVE AUDIT-CURR TO CURR-CODE.
           READ CURR-FILE KEY IS CURR-CODE
           INVALID KEY
              MOVE 23 TO CURR-ST
           END-READ.
           IF (NOT CURR-SUCCESS) OR (CURR-RATE NOT > 0)
              DISPLAY 'NO EXCHANGE RATE FOR CURR ' AUDIT-CURR
                 ' - MOVEMENT ' AUDIT-TS ' ID ' AUDIT-ID
                 ' NOT MONITORED'
              ADD 1 TO WS-NORATE-COUNT
           ELSE
              COMPUTE WS-BASE-AMOUNT ROUNDED = WS-DELTA * CURR-RATE
              MOVE AUDIT-ID TO SRT-ID
              MOVE AUDIT-CURR TO SRT-CURR
              MOVE AUDIT-TS TO SRT-TS
              MOVE AUDIT-TRANS-TYPE TO SRT-TRANS-TYPE
              MOVE WS-BASE-AMOUNT TO SRT-BASE-AMOUNT
              RELEASE SRT-REC
              ADD 1 TO WS-SELECTED-COUNT
           END-IF.
       H320-END. EXIT.
      *--------------------------------
      *One customer's day at a time: each movement is tested on its
      *own as it comes, the day taken together when the customer
      *changes.
       H400-MONITOR-CUSTOMERS.
           RETURN SRT-FILE
           AT END
              MOVE 'Y' TO WS-SRT-EOF
           END-RETURN.
           PERFORM H410-ONE-MOVEMENT UNTIL WS-SRT-EOF = 'Y'.
           IF WS-HAVE-PREV = 'Y'
              PERFORM H450-CLOSE-CUSTOMER
           END-IF.
       H400-END. EXIT.
      *--------------------------------
       H410-ONE-MOVEMENT.
           IF WS-HAVE-PREV = 'N'
              PERFORM H420-OPEN-CUSTOMER
              MOVE 'Y' TO WS-HAVE-PREV
           ELSE
              IF SRT-ID NOT = WS-PREV-ID
                 PERFORM H450-CLOSE-CUSTOMER
                 PERFORM H420-OPEN-CUSTOMER
              END-IF
           END-IF.
           ADD 1 TO WS-DAY-COUNT.
           ADD SRT-BASE-AMOUNT TO WS-DAY-TOTAL.
           IF SRT-BASE-AMOUNT NOT < MPRM-THRESHOLD
              PERFORM H430-LARGE-MOVEMENT
           ELSE
              ADD 1 TO WS-UNDER-COUNT
              ADD SRT-BASE-AMOUNT TO WS-UNDER-TOTAL
           END-IF.
           RETURN SRT-FILE
           AT END
              MOVE 'Y' TO WS-SRT-EOF
           END-RETURN.
       H410-END. EXIT.
      *--------------------------------
       H420-OPEN-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE SRT-ID TO WS-PREV-ID.
           MOVE 0 TO WS-DAY-COUNT.
           MOVE 0 TO WS-DAY-TOTAL.
           MOVE 0 TO WS-UNDER-COUNT.
           MOVE 0 TO WS-UNDER-TOTAL.
           MOVE 'N' TO WS-CUST-SHOWN.
           MOVE SRT-ID TO CUST-ID.
           READ CUST-FILE KEY IS CUST-ID
           INVALID KEY
              MOVE 23 TO CUST-ST
           END-READ.
           IF CUST-SUCCESS
              MOVE CUST-NAME TO WS-CUST-NAME
              MOVE CUST-SURNAME TO WS-CUST-SURNAME
           ELSE
              MOVE '*** NOT ON' TO WS-CUST-NAME
              MOVE 'CUSTOMER FILE' TO WS-CUST-SURNAME
           END-IF.
       H420-END. EXIT.
      *--------------------------------
       H430-LARGE-MOVEMENT.
           MOVE 'L' TO CASE-TYPE.
           MOVE SRT-CURR TO CASE-CURR.
           MOVE SRT-TS TO CASE-TS.
           MOVE 1 TO CASE-MOVE-COUNT.
           MOVE SRT-BASE-AMOUNT TO CASE-BASE-AMOUNT.
           MOVE MPRM-THRESHOLD TO CASE-COMPARE.
           MOVE 'LARGE MOVEMENT' TO DL-ALERT.
           MOVE SRT-CURR TO DL-CURR.
           PERFORM H500-RAISE-ALERT.
           ADD 1 TO WS-LARGE-COUNT.
       H430-END. EXIT.
      *--------------------------------
      *Structuring is several movements that each stayed under the
      *threshold but together crossed it, whatever the currencies.
      *Velocity measures the day against the customer's own recent
      *days; a customer without enough history to have a norm is not
      *judged on velocity, only on the other two.
       H450-CLOSE-CUSTOMER.
           IF (WS-UNDER-COUNT NOT < MPRM-STRUCT-COUNT)
              AND (WS-UNDER-TOTAL NOT < MPRM-THRESHOLD)
              MOVE 'S' TO CASE-TYPE
              MOVE 0 TO CASE-CURR
              MOVE SPACES TO CASE-TS
              MOVE WS-UNDER-COUNT TO CASE-MOVE-COUNT
              MOVE WS-UNDER-TOTAL TO CASE-BASE-AMOUNT
              MOVE MPRM-THRESHOLD TO CASE-COMPARE
              MOVE 'POSSIBLE STRUCTURING' TO DL-ALERT
              MOVE 'ALL' TO DL-CURR
              PERFORM H500-RAISE-ALERT
              ADD 1 TO WS-STRUCT-COUNT
           END-IF.
           PERFORM H460-READ-HISTORY.
           IF (WS-HIST-ACTIVE NOT < MPRM-MIN-ACTIVE)
              AND (WS-DAY-TOTAL NOT < MPRM-VELOCITY-FLOOR)
              AND ((WS-DAY-TOTAL * 100) >
                   (WS-NORM * MPRM-VELOCITY-PCT))
              MOVE 'V' TO CASE-TYPE
              MOVE 0 TO CASE-CURR
              MOVE SPACES TO CASE-TS
              MOVE WS-DAY-COUNT TO CASE-MOVE-COUNT
              MOVE WS-DAY-TOTAL TO CASE-BASE-AMOUNT
              MOVE WS-NORM TO CASE-COMPARE
              MOVE 'UNUSUAL VELOCITY' TO DL-ALERT
              MOVE 'ALL' TO DL-CURR
              PERFORM H500-RAISE-ALERT
              ADD 1 TO WS-VELOCITY-COUNT
           END-IF.
           PERFORM H480-UPDATE-HISTORY.
       H450-END. EXIT.
      *--------------------------------
      *The norm is the customer's average daily base total over the
      *history window, quiet days counting as zero. The business
      *date's own entry, present when a day is rerun, is not part of
      *its own norm.
       H460-READ-HISTORY.
           MOVE 0 TO WS-HIST-ACTIVE.
           MOVE 0 TO WS-HIST-SUM.
           MOVE 0 TO WS-NORM.
           MOVE 'N' TO WS-HIST-FOUND.
           MOVE WS-PREV-ID TO MHS-ID.
           READ MHS-FILE KEY IS MHS-ID
           INVALID KEY
              MOVE 23 TO MHS-ST
           END-READ.
           IF MHS-SUCCESS
              MOVE 'Y' TO WS-HIST-FOUND
              PERFORM H470-ADD-HISTORY-DAY
                 VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > MHS-USED
              COMPUTE WS-NORM = WS-HIST-SUM / MPRM-HIST-DAYS
           END-IF.
       H460-END. EXIT.
      *--------------------------------
       H470-ADD-HISTORY-DAY.
           IF MHS-DATE(WS-HX) < BDT-DATE
              COMPUTE WS-DAY-AGE = WS-BUS-INT -
                 FUNCTION INTEGER-OF-DATE(MHS-DATE(WS-HX))
              IF WS-DAY-AGE NOT > MPRM-HIST-DAYS
                 ADD 1 TO WS-HIST-ACTIVE
                 ADD MHS-TOTAL(WS-HX) TO WS-HIST-SUM
              END-IF
           END-IF.
       H470-END. EXIT.
      *--------------------------------
      *The day goes on the end of the customer's history; a full
      *history drops its oldest day. A rerun replaces the day it
      *already stored, and a rerun of an older day leaves the
      *history alone rather than put it out of date order.
       H480-UPDATE-HISTORY.
           IF WS-HIST-FOUND = 'N'
              MOVE WS-PREV-ID TO MHS-ID
              MOVE 0 TO MHS-USED
           END-IF.
           IF MHS-USED = 0
              PERFORM H485-STORE-DAY
           ELSE
              IF MHS-DATE(MHS-USED) NOT > BDT-DATE
                 PERFORM H485-STORE-DAY
              END-IF
           END-IF.
       H480-END. EXIT.
      *--------------------------------
       H485-STORE-DAY.
           IF MHS-USED > 0
              IF MHS-DATE(MHS-USED) = BDT-DATE
                 SUBTRACT 1 FROM MHS-USED
              END-IF
           END-IF.
           IF MHS-USED = 30
              PERFORM H490-SHIFT-HISTORY
                 VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 29
              MOVE 29 TO MHS-USED
           END-IF.
           ADD 1 TO MHS-USED.
           MOVE BDT-DATE TO MHS-DATE(MHS-USED).
           MOVE WS-DAY-COUNT TO MHS-COUNT(MHS-USED).
           MOVE WS-DAY-TOTAL TO MHS-TOTAL(MHS-USED).
           IF WS-HIST-FOUND = 'Y'
              REWRITE MHS-REC
           ELSE
              WRITE MHS-REC
           END-IF.
           IF (MHS-ST NOT = 0) AND (MHS-ST NOT = 97)
              DISPLAY 'MONITORING HISTORY UPDATE FAILED RC ' MHS-ST
                 ' AT ' WS-PREV-ID
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H485-END. EXIT.
      *--------------------------------
       H490-SHIFT-HISTORY.
           COMPUTE WS-HY = WS-HX + 1.
           MOVE MHS-DAY(WS-HY) TO MHS-DAY(WS-HX).
       H490-END. EXIT.
      *--------------------------------
      *Every alert is one case record and one report line under the
      *customer's name, which is printed once, ahead of the first.
       H500-RAISE-ALERT.
           MOVE BDT-DATE TO CASE-BUS-DATE.
           MOVE WS-PREV-ID TO CASE-ID.
           MOVE WS-CUST-NAME TO CASE-NAME.
           MOVE WS-CUST-SURNAME TO CASE-SURNAME.
           WRITE CASE-REC.
           IF (CASE-ST NOT = 0) AND (CASE-ST NOT = 97)
              DISPLAY 'CASE FILE WRITE FAILED RC ' CASE-ST
                 ' AT ' CASE-ID
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-CUST-SHOWN = 'N'
              MOVE SPACES TO REP-REC
              WRITE REP-REC AFTER ADVANCING 1 LINES
              MOVE CASE-ID TO CL-ID
              MOVE CASE-NAME TO CL-NAME
              MOVE CASE-SURNAME TO CL-SURNAME
              WRITE REP-REC FROM CUSTOMER-LINE
              MOVE 'Y' TO WS-CUST-SHOWN
              ADD 1 TO WS-ALERTED-COUNT
           END-IF.
           MOVE CASE-TS TO DL-TS.
           MOVE CASE-MOVE-COUNT TO DL-COUNT.
           MOVE CASE-BASE-AMOUNT TO DL-AMOUNT.
           MOVE CASE-COMPARE TO DL-COMPARE.
           WRITE REP-REC FROM DETAIL-LINE.
       H500-END. EXIT.
      *--------------------------------
       H600-WRITE-TRAILER.
           MOVE SPACES TO REP-REC.
           WRITE REP-REC AFTER ADVANCING 1 LINES.
           MOVE 'AUDIT RECORDS READ       ' TO TCL-LABEL.
           MOVE WS-READ-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'MOVEMENTS MONITORED      ' TO TCL-LABEL.
           MOVE WS-SELECTED-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'NOT VALUED - NO RATE     ' TO TCL-LABEL.
           MOVE WS-NORATE-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'CUSTOMERS MONITORED      ' TO TCL-LABEL.
           MOVE WS-CUSTOMER-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'LARGE MOVEMENT ALERTS    ' TO TCL-LABEL.
           MOVE WS-LARGE-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'STRUCTURING ALERTS       ' TO TCL-LABEL.
           MOVE WS-STRUCT-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'VELOCITY ALERTS          ' TO TCL-LABEL.
           MOVE WS-VELOCITY-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'CUSTOMERS WITH ALERTS    ' TO TCL-LABEL.
           MOVE WS-ALERTED-COUNT TO TCL-COUNT.
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
      *Alerts are compliance's to work from the case file; the run
      *ends RC 4 only when movements could not be valued, which is
      *an operations problem.
       H999-PROGRAM-EXIT.
           IF (WS-NORATE-COUNT > 0) AND (RETURN-CODE = 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE AUDIT-FILE.
           CLOSE CURR-FILE.
           CLOSE CUST-FILE.
           CLOSE BDT-FILE.
           CLOSE PRM-FILE.
           CLOSE MHS-FILE.
           CLOSE CASE-FILE.
           CLOSE REP-FILE.
           STOP RUN.
       H999-END. EXIT.
      *--------------------------------
