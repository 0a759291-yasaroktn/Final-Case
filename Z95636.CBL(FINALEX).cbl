                           ACCESS RANDOM
                           RELATIVE KEY BDT-RK
                           STATUS BDT-ST.
           SELECT ATH-FILE ASSIGN TO APPRLIM
                           STATUS ATH-ST.
           SELECT PND-FILE ASSIGN TO PENDAPPR
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY PND-KEY
                           STATUS PND-ST.
           SELECT PRP-FILE ASSIGN TO PENDRPT
                           STATUS PRP-ST.
           SELECT DPP-FILE ASSIGN TO DUPPARM
                           STATUS DPP-ST.
           SELECT DPH-FILE ASSIGN TO DUPHIST
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY DPH-KEY
                           STATUS DPH-ST.
           SELECT DHD-FILE ASSIGN TO DUPHELD
                           STATUS DHD-ST.
      *--------------------------------
       DATA DIVISION.
      *--------------------------------
      *INP-RETRY-COUNT is zero or spaces on a fresh transaction and
      *is carried by the reject recycle so a transaction that keeps
      *failing eventually dead-letters instead of circling forever.
      *INP-DUP-OVERRIDE is set to 'Y' by operations to force through
      *a POST, TRANSFER or REVERSAL the duplicate check held that
      *turned out to be genuine; it is spaces on everything else.
       FD  INP-FILE RECORDING MODE F.
       01  INP-REC.
           05 PROCESS-TYPE    PIC X.
           05 INP-DATE        PIC 9(8).
           05 INP-POST-IND    PIC X.
           05 INP-RETRY-COUNT PIC X(2).
           05 INP-DUP-OVERRIDE PIC X.
              88 INP-DUP-FORCE              VALUE 'Y'.
      *The transmission wraps the day's transactions in one 'H'
      *header and one 'E' trailer; recycled rejects may ride in
      *front of the header and are not part of the batch totals.
           05 IHR-SOURCE      PIC X(8).
           05 IHR-BUS-DATE    PIC 9(8).
           05 IHR-BATCH-NO    PIC 9(6).
           05 FILLER          PIC X(43).
       01  INP-TRL-REC.
           05 ITR-TYPE        PIC X.
           05 ITR-REC-COUNT   PIC 9(9).
           05 ITR-HASH-TOTAL  PIC S9(17).
           05 FILLER          PIC X(39).
      *--------------------------------
      *One record per currency that needs a second officer's approval
      *above a set amount: a POST, TRANSFER or REVERSAL for more than
      *ATH-LIMIT in ATH-CURR, either direction, is parked instead of
      *applied. A currency with no record here never parks.
       FD  ATH-FILE RECORDING MODE F.
       01  ATH-REC.
           05 ATH-CURR        PIC 9(3).
           05 ATH-LIMIT       PIC 9(15).
      *--------------------------------
      *A parked transaction, kept whole in the input layout so the
      *release can apply it exactly as keyed. The key is the business
      *date it was parked on and its record position in that day's
      *input - a checkpoint restart parks the same record under the
      *same key, so it can never be parked twice. The duplicate
      *override has done its work by the time an item parks and is
      *not kept.
       FD  PND-FILE.
       01  PND-REC.
           05 PND-KEY.
              10 PND-DATE          PIC 9(8).
              10 PND-REF           PIC 9(9).
           05 PND-TRANS.
              10 PND-PROCESS-TYPE  PIC X.
              10 PND-ID            PIC X(5).
              10 PND-CURR          PIC X(3).
              10 PND-NAME          PIC X(15).
              10 PND-SURNAME       PIC X(15).
              10 PND-BALANCE       PIC S9(15).
              10 PND-DATE-TO       PIC 9(8).
              10 PND-POST-IND      PIC X.
              10 PND-RETRY-COUNT   PIC X(2).
           05 PND-BATCH-NO         PIC 9(6).
           05 PND-SOURCE           PIC X(8).
      *--------------------------------
       FD  PRP-FILE RECORDING MODE F.
       01  PRP-REC                 PIC X(133).
      *--------------------------------
      *DPRM-HIST-DAYS is how many days back a POST, TRANSFER or
      *REVERSAL is compared against for a repeat of itself.
       FD  DPP-FILE RECORDING MODE F.
       01  DPP-REC.
           05 DPRM-HIST-DAYS        PIC 9(3).
      *--------------------------------
      *One record per fingerprint seen in the window: the account,
      *currency, amount and direction, the target account of a
      *transfer and the business date of the original a reversal
      *names - the two fields that tell otherwise equal movements
      *apart. DPH-BUS-DATE and DPH-REF are the business date and
      *input record position of the item that last posted it, which
      *is also how a checkpoint restart knows the item it meets is
      *itself and not a repeat.
       FD  DPH-FILE.
       01  DPH-REC.
           05 DPH-KEY.
              10 DPH-ID            PIC 9(5).
              10 DPH-CURR          PIC 9(3).
              10 DPH-AMOUNT        PIC S9(15).
              10 DPH-DIR           PIC X.
              10 DPH-TARGET        PIC X(8).
              10 DPH-ORIG-DATE     PIC 9(8).
           05 DPH-BUS-DATE         PIC 9(8).
           05 DPH-REF              PIC 9(9).
           05 DPH-BATCH-NO         PIC 9(6).
           05 DPH-SOURCE           PIC X(8).
      *--------------------------------
      *A held duplicate: the transaction exactly as received in the
      *first bytes, so operations can set the override and feed it
      *back in front of the next batch header, then the earlier
      *item it repeats.
       FD  DHD-FILE RECORDING MODE F.
       01  DHD-REC.
           05 DHD-TRANS            PIC X(66).
           05 DHD-RC               PIC 9(2).
           05 DHD-REASON           PIC X(30).
           05 DHD-BUS-DATE         PIC 9(8).
           05 DHD-BATCH-NO         PIC 9(6).
           05 DHD-SOURCE           PIC X(8).
           05 DHD-SEEN-DATE        PIC 9(8).
           05 DHD-SEEN-REF         PIC 9(9).
           05 DHD-SEEN-BATCH       PIC 9(6).
           05 DHD-SEEN-SOURCE      PIC X(8).
      *--------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 WS-CNT-SO                     PIC 9(7) VALUE 0.
           05 WS-CNT-REACT                  PIC 9(7) VALUE 0.
           05 WS-CNT-REVERSAL               PIC 9(7) VALUE 0.
           05 WS-CNT-CLOSE-ACCT             PIC 9(7) VALUE 0.
           05 WS-CNT-HOLD                   PIC 9(7) VALUE 0.
           05 WS-CNT-PENDING                PIC 9(7) VALUE 0.
           05 WS-CNT-DUP-HELD               PIC 9(7) VALUE 0.
           05 WS-CNT-DUP-FORCED             PIC 9(7) VALUE 0.
           05 DPP-ST                        PIC 99.
              88 DPP-SUCCESS                         VALUE 00 97.
           05 DPH-ST                        PIC 99.
              88 DPH-SUCCESS                         VALUE 00 97.
              88 DPH-EOF                             VALUE 10.
           05 DHD-ST                        PIC 99.
              88 DHD-SUCCESS                         VALUE 00 97.
           05 WS-DUP-OPEN                   PIC X    VALUE 'N'.
           05 WS-DUP-CHECK                  PIC X    VALUE 'N'.
           05 WS-DUP-ON-FILE                PIC X    VALUE 'N'.
           05 WS-DUP-HELD                   PIC X    VALUE 'N'.
           05 WS-DUP-FORCED                 PIC X    VALUE 'N'.
           05 WS-DUP-TODAY-INT              PIC S9(7) COMP VALUE 0.
           05 WS-DUP-SEEN-INT               PIC S9(7) COMP VALUE 0.
           05 WS-DUP-KEY.
              10 WS-DUP-ID                  PIC 9(5).
              10 WS-DUP-CURR                PIC 9(3).
              10 WS-DUP-AMOUNT              PIC S9(15).
              10 WS-DUP-DIR                 PIC X.
              10 WS-DUP-TARGET              PIC X(8).
              10 WS-DUP-ORIG-DATE           PIC 9(8).
           05 ATH-ST                        PIC 99.
              88 ATH-SUCCESS                         VALUE 00 97.
              88 ATH-EOF                             VALUE 10.
           05 PND-ST                        PIC 99.
              88 PND-SUCCESS                         VALUE 00 97.
           05 PRP-ST                        PIC 99.
              88 PRP-SUCCESS                         VALUE 00 97.
           05 WS-PND-OPEN                   PIC X    VALUE 'N'.
           05 WS-NEEDS-APPROVAL             PIC X    VALUE 'N'.
           05 WS-AX                         PIC 9(4) VALUE 0.
           05 WS-CUR-RETRY                  PIC X(2) VALUE SPACES.
           05 WS-IN-BATCH                   PIC X    VALUE 'N'.
           05 WS-BATCH-NO                   PIC 9(6) VALUE 0.
                 88 WS-FUNC-SO                       VALUE 'S'.
                 88 WS-FUNC-REACT                    VALUE 'R'.
                 88 WS-FUNC-REVERSAL                 VALUE 'V'.
                 88 WS-FUNC-CLOSE-ACCT               VALUE 'X'.
                 88 WS-FUNC-HOLD                     VALUE 'B'.
              10 WS-SUB-ID                  PIC 9(5).
              10 WS-SUB-CURR                PIC 9(3).
              10 WS-SUB-RC                  PIC 9(2).
                 15 WS-SUB-SURNAME-FROM     PIC X(15).
                 15 WS-SUB-NAME-TO          PIC X(15).
                 15 WS-SUB-SURNAME-TO       PIC X(15).
                 15 WS-SUB-HOLD-DETAIL REDEFINES WS-SUB-SURNAME-TO.
                    20 WS-SUB-HOLD-ACTION   PIC X.
                       88 WS-SUB-HOLD-PLACE          VALUE 'P'.
                    20 FILLER               PIC X(14).
                 15 WS-SUB-BALANCE-TO       PIC S9(15).
                 15 WS-SUB-DATE-TO          PIC 9(8).
                 15 WS-SUB-POST-IND         PIC X.
                 15 WS-SUB-MORE-IND         PIC X.
              10 WS-SUB-BUS-DATE            PIC 9(8) VALUE ZEROES.
              10 WS-SUB-APPROVER            PIC X(8) VALUE SPACES.
       01  WS-MONTH-TABLE.
           05 FILLER                        PIC X(24)
              VALUE '312831303130313130313031'.
                 88 WS-BAT-GOOD                VALUE 'G'.
                 88 WS-BAT-BAD                 VALUE 'B'.
              10 WS-BAT-REASON        PIC X(30).
      *--------------------------------
      *The authorisation thresholds in memory, one entry per currency
      *code (entry = code + 1).
       01  WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 1000 TIMES.
              10 WS-AUTH-SET          PIC X          VALUE 'N'.
              10 WS-AUTH-LIMIT        PIC 9(15)      VALUE 0.
      *--------------------------------
       01  WS-RUN-AREA.
           05 WS-RUN-FUNC            PIC X.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 TBL-STATUS    PIC X(41).
           05 FILLER        PIC X(64) VALUE SPACES.
      *--------------------------------
       01  PND-HEADER-1.
           05  FILLER         PIC X(23)
               VALUE 'PENDING APPROVAL REPORT'.
           05  FILLER         PIC X(04)           VALUE SPACES.
           05  FILLER         PIC X(09)           VALUE 'AUTHOR : '.
           05  FILLER         PIC X(11)           VALUE 'YASAR OKTEN'.
           05  FILLER         PIC X(13)  VALUE '  BUS DATE : '.
           05  PHR1-DATE      PIC 9(8).
           05  FILLER         PIC X(65)           VALUE SPACES.
      *--------------------------------
       01  PND-HEADER-2.
           05 FILLER        PIC X(18) VALUE 'REFERENCE'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(04) VALUE 'TYPE'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 FILLER        PIC X(05) VALUE 'ID'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(04) VALUE 'CURR'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE 'AMOUNT'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(03) VALUE 'DIR'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE 'TARGET'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(06) VALUE 'BATCH'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(08) VALUE 'SOURCE'.
           05 FILLER        PIC X(36) VALUE SPACES.
      *--------------------------------
       01  PND-HEADER-3.
           05 FILLER        PIC X(18) VALUE ALL '_'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(04) VALUE '____'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 FILLER        PIC X(05) VALUE '_____'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(04) VALUE '____'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE ALL '_'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(03) VALUE '___'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE ALL '_'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(06) VALUE '______'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(08) VALUE '________'.
           05 FILLER        PIC X(36) VALUE SPACES.
      *--------------------------------
      *The reference prints as date/position, the way the approver
      *keys it back on the decision file.
       01  PND-DETAIL-LINE.
           05 PDL-DATE      PIC 9(8).
           05 FILLER        PIC X(01) VALUE '/'.
           05 PDL-REF       PIC 9(9).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 PDL-TYPE      PIC X.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 PDL-ID        PIC X(5).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 PDL-CURR      PIC X(3).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 PDL-AMOUNT    PIC S9(15).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 PDL-DIR       PIC X.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 PDL-TARGET    PIC X(15).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 PDL-BATCH     PIC 9(6).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 PDL-SOURCE    PIC X(8).
           05 FILLER        PIC X(36) VALUE SPACES.
      *--------------------------------
       01  PND-TRAILER-LINE.
           05 PTL-LABEL     PIC X(25) VALUE 'ITEMS PENDING APPROVAL'.
           05 PTL-COUNT     PIC ZZZZZZ9.
           05 FILLER        PIC X(101) VALUE SPACES.
      *--------------------------------
       PROCEDURE DIVISION.
      *--------------------------------
           MOVE 'Y' TO WS-REJ-OPEN.
           PERFORM H115-OPEN-BUSDATE.
           PERFORM H117-REGISTER-START.
           PERFORM H118-OPEN-APPROVAL.
           PERFORM H160-OPEN-DUPCHECK.
           PERFORM H130-VERIFY-BATCH.
           PERFORM H120-OPEN-CHECKPOINT.
           SET WS-FUNC-OPEN TO TRUE.
           END-IF.
       H117-END. EXIT.
      *--------------------------------
      *The threshold file is a control like the business date: it is
      *not created here, and a missing or unreadable one stops the
      *run rather than let everything through unchecked. The pending
      *file carries over from day to day and is created on first use.
       H118-OPEN-APPROVAL.
           OPEN INPUT ATH-FILE.
           IF (ATH-ST NOT = 0) AND (ATH-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN APPROVAL LIMIT FILE: ' ATH-ST
              PERFORM H150-BATCH-ABEND
           END-IF.
           READ ATH-FILE
           AT END
              MOVE 10 TO ATH-ST
           END-READ.
           PERFORM H119-LOAD-ONE-LIMIT UNTIL ATH-EOF.
           CLOSE ATH-FILE.
           OPEN I-O PND-FILE.
           IF PND-ST = 35
              OPEN OUTPUT PND-FILE
              CLOSE PND-FILE
              OPEN I-O PND-FILE
           END-IF.
           IF (PND-ST NOT = 0) AND (PND-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN PENDING APPROVAL FILE: ' PND-ST
              PERFORM H150-BATCH-ABEND
           END-IF.
           OPEN OUTPUT PRP-FILE.
           IF (PRP-ST NOT = 0) AND (PRP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN PENDING REPORT FILE: ' PRP-ST
              CLOSE PND-FILE
              PERFORM H150-BATCH-ABEND
           END-IF.
           MOVE 'Y' TO WS-PND-OPEN.
           MOVE BDT-DATE TO PHR1-DATE.
           WRITE PRP-REC FROM PND-HEADER-1.
           MOVE SPACES TO PRP-REC.
           WRITE PRP-REC AFTER ADVANCING 1 LINES.
           WRITE PRP-REC FROM PND-HEADER-2.
           WRITE PRP-REC FROM PND-HEADER-3.
       H118-END. EXIT.
      *--------------------------------
       H119-LOAD-ONE-LIMIT.
           IF (ATH-ST NOT = 0) AND (ATH-ST NOT = 97)
              DISPLAY 'UNABLE TO READ APPROVAL LIMIT FILE: ' ATH-ST
              PERFORM H150-BATCH-ABEND
           END-IF.
           IF (ATH-CURR NOT NUMERIC) OR (ATH-LIMIT NOT NUMERIC)
              DISPLAY 'INVALID APPROVAL LIMIT RECORD: ' ATH-REC
              PERFORM H150-BATCH-ABEND
           END-IF.
           COMPUTE WS-AX = ATH-CURR + 1.
           MOVE 'Y' TO WS-AUTH-SET(WS-AX).
           MOVE ATH-LIMIT TO WS-AUTH-LIMIT(WS-AX).
           READ ATH-FILE
           AT END
              MOVE 10 TO ATH-ST
           END-READ.
       H119-END. EXIT.
      *--------------------------------
      *Full pass over the input before anything is applied. The input
      *may carry several concatenated header/trailer batches; each
      *one's record count and INP-BALANCE hash total are checked
           MOVE 'Y' TO WS-ABEND.
           PERFORM H999-PROGRAM-EXIT.
       H150-END. EXIT.
      *--------------------------------
      *The duplicate window is a control like the approval limits:
      *it is not created here, and a missing or unreadable one stops
      *the run. The fingerprint history carries over from day to day
      *and is created on first use; every open ages out what has
      *fallen outside the window, so a match found later in the run
      *is always a recent one.
       H160-OPEN-DUPCHECK.
           OPEN INPUT DPP-FILE.
           IF (DPP-ST NOT = 0) AND (DPP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN DUPLICATE PARM FILE: ' DPP-ST
              PERFORM H150-BATCH-ABEND
           END-IF.
           READ DPP-FILE.
           IF (DPP-ST NOT = 0) AND (DPP-ST NOT = 97)
              DISPLAY 'UNABLE TO READ DUPLICATE WINDOW: ' DPP-ST
              CLOSE DPP-FILE
              PERFORM H150-BATCH-ABEND
           END-IF.
           CLOSE DPP-FILE.
           IF (DPRM-HIST-DAYS NOT NUMERIC) OR (DPRM-HIST-DAYS = 0)
              DISPLAY 'INVALID DUPLICATE WINDOW: ' DPRM-HIST-DAYS
              PERFORM H150-BATCH-ABEND
           END-IF.
           COMPUTE WS-DUP-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(BDT-DATE).
           OPEN I-O DPH-FILE.
           IF DPH-ST = 35
              OPEN OUTPUT DPH-FILE
              CLOSE DPH-FILE
              OPEN I-O DPH-FILE
           END-IF.
           IF (DPH-ST NOT = 0) AND (DPH-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN DUPLICATE HISTORY FILE: ' DPH-ST
              PERFORM H150-BATCH-ABEND
           END-IF.
           OPEN OUTPUT DHD-FILE.
           IF (DHD-ST NOT = 0) AND (DHD-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN HELD DUPLICATE FILE: ' DHD-ST
              CLOSE DPH-FILE
              PERFORM H150-BATCH-ABEND
           END-IF.
           MOVE 'Y' TO WS-DUP-OPEN.
           MOVE LOW-VALUES TO DPH-KEY.
           START DPH-FILE KEY IS NOT LESS THAN DPH-KEY
           INVALID KEY
              MOVE 10 TO DPH-ST
           END-START.
           IF DPH-SUCCESS
              READ DPH-FILE NEXT RECORD
              AT END
                 MOVE 10 TO DPH-ST
              END-READ
           END-IF.
           PERFORM H165-AGE-ONE UNTIL NOT DPH-SUCCESS.
       H160-END. EXIT.
      *--------------------------------
       H165-AGE-ONE.
           COMPUTE WS-DUP-SEEN-INT =
              FUNCTION INTEGER-OF-DATE(DPH-BUS-DATE).
           IF WS-DUP-SEEN-INT < (WS-DUP-TODAY-INT - DPRM-HIST-DAYS)
              DELETE DPH-FILE RECORD
           END-IF.
           READ DPH-FILE NEXT RECORD
           AT END
              MOVE 10 TO DPH-ST
           END-READ.
       H165-END. EXIT.
      *--------------------------------
       H200-WRITE-HEADERS.
           MOVE WS-BATCH-NO TO HDR1-BATCH-NO.
      *--------------------------------
      *POST and TRANSFER apply a delta (debit/credit) rather than
      *setting an absolute value, so replaying one after an abend
      *would post it twice; an account closure that sweeps a balance
      *to its settlement account is the same. A REVERSAL and a
      *DELETE are journalled by the subprogram, which finishes an
      *interrupted one itself when it is next opened, so a replay
      *would only be refused as already reversed or not on file and
      *circle through the recycle. The checkpoint is advanced before
      *the CALL for those only, trading "an abend between checkpoint
      *and CALL skips one un-applied item on restart" for the far
      *worse alternative of a double posting or a needless reject.
      *Every other process type keeps the checkpoint-after-CALL
      *ordering used since req004, since retrying
      *WRITE/UPDATE/READ/BROWSE is either rejected outright or
      *simply reapplies the same end-state.
       H305-APPLY-TRANSACTION.
           MOVE PROCESS-TYPE TO WS-SUB-FUNC.
           MOVE SPACE TO WS-SUB-MORE-IND.
      *Only WRITE and UPDATE carry INP-DATE onto the balance record,
      *so only they are held to "a real calendar date, not after the
      *business date". A hold being placed carries its expiry date
      *there instead, so it is held to "zero for no expiry, or a real
      *date not before the business date". A bad date rejects here
      *without calling the subprogram.
      *Process type 'I' is the interest function PBINTACC posts its
      *accruals with, 'W' the tax it withholds from them, and 'F'
      *the fee function PBFEECHG charges with; keyed business may
      *not use any of them, or a hand-keyed movement would print as
      *interest, tax or a fee on statements and book to the income
      *or tax ledgers. 'M' is the customer merge, which only the
      *merge run may drive. It rejects here without calling the
      *subprogram, the way a transaction always did before the
      *functions existed.
           IF (PROCESS-TYPE = 'I') OR (PROCESS-TYPE = 'F')
              OR (PROCESS-TYPE = 'W') OR (PROCESS-TYPE = 'M')
              MOVE 96 TO WS-SUB-RC
              MOVE 'RESERVED PROCESS TYPE' TO WS-SUB-WRONG-EXP
              PERFORM H320-WRITE-RESULT
                    MOVE 'N' TO WS-DATE-VALID
                 END-IF
              END-IF
              IF WS-FUNC-HOLD AND WS-SUB-HOLD-PLACE
                 IF INP-DATE NOT NUMERIC
                    MOVE 'N' TO WS-DATE-VALID
                 ELSE
                    IF INP-DATE NOT = 0
                       MOVE INP-DATE TO WS-DATE-WORK
                       PERFORM H330-VALIDATE-DATE
                       IF (WS-DATE-OK NOT = 'Y')
                          OR (INP-DATE < BDT-DATE)
                          MOVE 'N' TO WS-DATE-VALID
                       END-IF
                    END-IF
                 END-IF
              END-IF
              IF WS-DATE-VALID = 'N'
                 MOVE 92 TO WS-SUB-RC
                 MOVE 'INVALID TRANSACTION DATE' TO WS-SUB-WRONG-EXP
                 MOVE WS-NEXT-COUNT TO CHK-COUNT
                 MOVE 1 TO CHK-RK
                 REWRITE CHK-REC
      *A suspect duplicate is held before it can park or post; an
      *item that does go on is remembered once it has posted or
      *parked, so a later repeat of it is caught.
              ELSE
                 PERFORM H370-CHECK-DUPLICATE
                 IF WS-DUP-HELD = 'N'
                    PERFORM H350-CHECK-AUTHORITY
                    IF WS-NEEDS-APPROVAL = 'Y'
                       PERFORM H360-PARK-TRANSACTION
                    ELSE
                       PERFORM H307-CALL-SUBPROGRAM
                    END-IF
                    IF WS-DUP-CHECK = 'Y'
                       PERFORM H376-RECORD-FINGERPRINT
                    END-IF
                 END-IF
              END-IF
           END-IF.
       H305-END. EXIT.
       H315-END. EXIT.
      *--------------------------------
       H307-CALL-SUBPROGRAM.
           IF WS-FUNC-POST OR WS-FUNC-XFER OR WS-FUNC-CLOSE-ACCT
              OR WS-FUNC-REVERSAL OR WS-FUNC-DELETE
              MOVE WS-NEXT-COUNT TO CHK-COUNT
              MOVE 1 TO CHK-RK
              REWRITE CHK-REC
                    ADD 1 TO WS-CNT-REACT
                 WHEN WS-FUNC-REVERSAL
                    ADD 1 TO WS-CNT-REVERSAL
                 WHEN WS-FUNC-CLOSE-ACCT
                    ADD 1 TO WS-CNT-CLOSE-ACCT
                 WHEN WS-FUNC-HOLD
                    ADD 1 TO WS-CNT-HOLD
              END-EVALUATE
           END-IF.
           IF NOT (WS-FUNC-POST OR WS-FUNC-XFER
                   OR WS-FUNC-CLOSE-ACCT OR WS-FUNC-REVERSAL
                   OR WS-FUNC-DELETE)
              MOVE WS-NEXT-COUNT TO CHK-COUNT
              MOVE 1 TO CHK-RK
              REWRITE CHK-REC
              END-IF
           END-IF.
       H340-END. EXIT.
      *--------------------------------
      *A POST, TRANSFER or REVERSAL for more than its currency's
      *authorisation threshold, in either direction, needs a second
      *officer. Anything the threshold cannot be read for - a
      *non-numeric currency or amount - goes on to the subprogram,
      *which rejects it the way it always has.
       H350-CHECK-AUTHORITY.
           MOVE 'N' TO WS-NEEDS-APPROVAL.
           IF (WS-FUNC-POST OR WS-FUNC-XFER OR WS-FUNC-REVERSAL)
              AND (INP-CURR IS NUMERIC) AND (INP-BALANCE IS NUMERIC)
              COMPUTE WS-AX = WS-SUB-CURR + 1
              IF WS-AUTH-SET(WS-AX) = 'Y'
                 IF (INP-BALANCE > WS-AUTH-LIMIT(WS-AX))
                    OR (INP-BALANCE < (0 - WS-AUTH-LIMIT(WS-AX)))
                    MOVE 'Y' TO WS-NEEDS-APPROVAL
                 END-IF
              END-IF
           END-IF.
       H350-END. EXIT.
      *--------------------------------
      *Parks the transaction on the pending file for the release run
      *and lists it on the pending report. Nothing has moved, so the
      *checkpoint follows the write like any non-posting type; a
      *restart that meets the record already parked (duplicate key)
      *simply lists it again. The detail report shows the item with
      *RC 00 and its reference, so the maker can see where it went.
       H360-PARK-TRANSACTION.
           MOVE BDT-DATE TO PND-DATE.
           MOVE WS-NEXT-COUNT TO PND-REF.
           MOVE INP-REC TO PND-TRANS.
           IF WS-CUR-BATCH > 0
              MOVE WS-BAT-NO(WS-CUR-BATCH) TO PND-BATCH-NO
              MOVE WS-BAT-SOURCE(WS-CUR-BATCH) TO PND-SOURCE
           ELSE
              MOVE 0 TO PND-BATCH-NO
              MOVE 'RECYCLE' TO PND-SOURCE
           END-IF.
           WRITE PND-REC
           INVALID KEY
              CONTINUE
           END-WRITE.
           IF (PND-ST NOT = 0) AND (PND-ST NOT = 22)
              DISPLAY 'PENDING APPROVAL WRITE FAILED RC ' PND-ST
                 ' AT INPUT RECORD ' WS-NEXT-COUNT
              PERFORM H150-BATCH-ABEND
           END-IF.
           MOVE 0 TO WS-SUB-RC.
           MOVE SPACES TO WS-SUB-WRONG-EXP.
           STRING 'PENDING APPROVAL REF ' PND-REF
              DELIMITED BY SIZE INTO WS-SUB-WRONG-EXP.
           MOVE SPACES TO WS-SUB-NAME-FROM.
           MOVE SPACES TO WS-SUB-SURNAME-FROM.
           PERFORM H320-WRITE-RESULT.
           MOVE PND-DATE TO PDL-DATE.
           MOVE PND-REF TO PDL-REF.
           MOVE PND-PROCESS-TYPE TO PDL-TYPE.
           MOVE PND-ID TO PDL-ID.
           MOVE PND-CURR TO PDL-CURR.
           MOVE PND-BALANCE TO PDL-AMOUNT.
           MOVE PND-POST-IND TO PDL-DIR.
           IF WS-FUNC-XFER
              MOVE PND-NAME TO PDL-TARGET
           ELSE
              MOVE SPACES TO PDL-TARGET
           END-IF.
           MOVE PND-BATCH-NO TO PDL-BATCH.
           MOVE PND-SOURCE TO PDL-SOURCE.
           WRITE PRP-REC FROM PND-DETAIL-LINE.
           ADD 1 TO WS-CNT-PENDING.
           MOVE WS-NEXT-COUNT TO CHK-COUNT.
           MOVE 1 TO CHK-RK.
           REWRITE CHK-REC.
       H360-END. EXIT.
      *--------------------------------
      *A POST, TRANSFER or REVERSAL is fingerprinted and looked up in
      *the history. A match left by an earlier item is a suspect
      *duplicate - a transmission re-sent under a new batch number,
      *or a recycled reject someone has since keyed again by hand -
      *and is held, unless operations set the override on it, in
      *which case it goes on and is counted as forced. A match that
      *carries this very item's business date and input position is
      *the item itself met again after a checkpoint restart, not a
      *repeat. Standing-order batches repeat the same payment by
      *design and are not checked, and neither is anything the
      *subprogram will reject as unreadable.
       H370-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUP-CHECK.
           MOVE 'N' TO WS-DUP-ON-FILE.
           MOVE 'N' TO WS-DUP-HELD.
           MOVE 'N' TO WS-DUP-FORCED.
           IF (WS-FUNC-POST OR WS-FUNC-XFER OR WS-FUNC-REVERSAL)
              AND (INP-ID IS NUMERIC) AND (INP-CURR IS NUMERIC)
              AND (INP-BALANCE IS NUMERIC)
              MOVE 'Y' TO WS-DUP-CHECK
              IF WS-CUR-BATCH > 0
                 IF WS-BAT-SOURCE(WS-CUR-BATCH) = 'STANDORD'
                    MOVE 'N' TO WS-DUP-CHECK
                 END-IF
              END-IF
           END-IF.
           IF WS-DUP-CHECK = 'Y'
              PERFORM H372-BUILD-FINGERPRINT
              MOVE WS-DUP-KEY TO DPH-KEY
              READ DPH-FILE KEY IS DPH-KEY
              INVALID KEY
                 MOVE 23 TO DPH-ST
              END-READ
              IF DPH-SUCCESS
                 MOVE 'Y' TO WS-DUP-ON-FILE
                 IF (DPH-BUS-DATE NOT = BDT-DATE)
                    OR (DPH-REF NOT = WS-NEXT-COUNT)
                    IF INP-DUP-FORCE
                       MOVE 'Y' TO WS-DUP-FORCED
                       ADD 1 TO WS-CNT-DUP-FORCED
                    ELSE
                       PERFORM H374-HOLD-DUPLICATE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       H370-END. EXIT.
      *--------------------------------
      *The target is only part of a transfer and the original's
      *business date only part of a reversal; both are blank or zero
      *on a plain POST.
       H372-BUILD-FINGERPRINT.
           MOVE INP-ID TO WS-DUP-ID.
           MOVE INP-CURR TO WS-DUP-CURR.
           MOVE INP-BALANCE TO WS-DUP-AMOUNT.
           MOVE INP-POST-IND TO WS-DUP-DIR.
           MOVE SPACES TO WS-DUP-TARGET.
           MOVE 0 TO WS-DUP-ORIG-DATE.
           IF WS-FUNC-XFER
              MOVE INP-NAME(1:8) TO WS-DUP-TARGET
           END-IF.
           IF WS-FUNC-REVERSAL AND (INP-DATE IS NUMERIC)
              MOVE INP-DATE TO WS-DUP-ORIG-DATE
           END-IF.
       H372-END. EXIT.
      *--------------------------------
      *A held item has moved nothing, so the checkpoint follows the
      *write like any non-posting type.
       H374-HOLD-DUPLICATE.
           MOVE 'Y' TO WS-DUP-HELD.
           MOVE SPACES TO DHD-REC.
           MOVE INP-REC TO DHD-TRANS.
           MOVE 83 TO DHD-RC.
           MOVE 'SUSPECTED DUPLICATE' TO DHD-REASON.
           MOVE BDT-DATE TO DHD-BUS-DATE.
           IF WS-CUR-BATCH > 0
              MOVE WS-BAT-NO(WS-CUR-BATCH) TO DHD-BATCH-NO
              MOVE WS-BAT-SOURCE(WS-CUR-BATCH) TO DHD-SOURCE
           ELSE
              MOVE 0 TO DHD-BATCH-NO
              MOVE 'RECYCLE' TO DHD-SOURCE
           END-IF.
           MOVE DPH-BUS-DATE TO DHD-SEEN-DATE.
           MOVE DPH-REF TO DHD-SEEN-REF.
           MOVE DPH-BATCH-NO TO DHD-SEEN-BATCH.
           MOVE DPH-SOURCE TO DHD-SEEN-SOURCE.
           WRITE DHD-REC.
           IF (DHD-ST NOT = 0) AND (DHD-ST NOT = 97)
              DISPLAY 'HELD DUPLICATE WRITE FAILED RC ' DHD-ST
                 ' AT INPUT RECORD ' WS-NEXT-COUNT
              PERFORM H150-BATCH-ABEND
           END-IF.
           ADD 1 TO WS-CNT-DUP-HELD.
           MOVE WS-NEXT-COUNT TO CHK-COUNT.
           MOVE 1 TO CHK-RK.
           REWRITE CHK-REC.
       H374-END. EXIT.
      *--------------------------------
      *Only an item that posted or parked is remembered; one the
      *subprogram refused moved nothing, and its recycle or re-key
      *must not be held against it. A parked item is remembered so
      *a repeat of it is held while it waits; if it is declined,
      *ages out or is refused at release, the release run forgets it
      *again. A forced item, or one whose fingerprint was already on
      *file, takes over the existing record.
       H376-RECORD-FINGERPRINT.
           IF (WS-SUB-RC = 0) OR (WS-SUB-RC = 97)
              MOVE WS-DUP-KEY TO DPH-KEY
              MOVE BDT-DATE TO DPH-BUS-DATE
              MOVE WS-NEXT-COUNT TO DPH-REF
              IF WS-CUR-BATCH > 0
                 MOVE WS-BAT-NO(WS-CUR-BATCH) TO DPH-BATCH-NO
                 MOVE WS-BAT-SOURCE(WS-CUR-BATCH) TO DPH-SOURCE
              ELSE
                 MOVE 0 TO DPH-BATCH-NO
                 MOVE 'RECYCLE' TO DPH-SOURCE
              END-IF
              IF WS-DUP-ON-FILE = 'Y'
                 REWRITE DPH-REC
              ELSE
                 WRITE DPH-REC
              END-IF
              IF (DPH-ST NOT = 0) AND (DPH-ST NOT = 97)
                 DISPLAY 'DUPLICATE HISTORY WRITE FAILED RC ' DPH-ST
                    ' AT INPUT RECORD ' WS-NEXT-COUNT
                 PERFORM H150-BATCH-ABEND
              END-IF
           END-IF.
       H376-END. EXIT.
      *--------------------------------
       H400-WRITE-TRAILER.
           WRITE OUT-REC FROM TRAILER-1.
           MOVE 'REVERSAL (V)' TO TRAILER-LABEL.
           MOVE WS-CNT-REVERSAL TO TRAILER-COUNT.
           WRITE OUT-REC FROM TRAILER-DETAIL.
           MOVE 'CLOSE ACCT (X)' TO TRAILER-LABEL.
           MOVE WS-CNT-CLOSE-ACCT TO TRAILER-COUNT.
           WRITE OUT-REC FROM TRAILER-DETAIL.
           MOVE 'FUNDS HOLD (B)' TO TRAILER-LABEL.
           MOVE WS-CNT-HOLD TO TRAILER-COUNT.
           WRITE OUT-REC FROM TRAILER-DETAIL.
           MOVE 'PENDING APPR' TO TRAILER-LABEL.
           MOVE WS-CNT-PENDING TO TRAILER-COUNT.
           WRITE OUT-REC FROM TRAILER-DETAIL.
           MOVE 'DUPLICATE HELD' TO TRAILER-LABEL.
           MOVE WS-CNT-DUP-HELD TO TRAILER-COUNT.
           WRITE OUT-REC FROM TRAILER-DETAIL.
           MOVE 'DUP FORCED' TO TRAILER-LABEL.
           MOVE WS-CNT-DUP-FORCED TO TRAILER-COUNT.
           WRITE OUT-REC FROM TRAILER-DETAIL.
           MOVE 'TOTAL REJECTED' TO TRAILER-LABEL.
           MOVE WS-CNT-REJECTED TO TRAILER-COUNT.
           WRITE OUT-REC FROM TRAILER-DETAIL.
              CLOSE CHK-FILE
           END-IF.
      *A clean end marks the FINALEX step complete on the run
      *control, which releases PBAPPREL; the business date itself is
      *only marked 'C' once the whole chain is done, by the last
      *step's completion. An abend leaves the step 'S' so the
      *checkpoint restart is allowed back in.
              END-IF
              CLOSE BDT-FILE
           END-IF.
           IF WS-PND-OPEN = 'Y'
              MOVE SPACES TO PRP-REC
              WRITE PRP-REC AFTER ADVANCING 1 LINES
              MOVE WS-CNT-PENDING TO PTL-COUNT
              WRITE PRP-REC FROM PND-TRAILER-LINE
              CLOSE PND-FILE
              CLOSE PRP-FILE
           END-IF.
           IF WS-DUP-OPEN = 'Y'
              CLOSE DPH-FILE
              CLOSE DHD-FILE
           END-IF.
           CLOSE INP-FILE.
           CLOSE OUT-FILE.
           IF WS-REJ-OPEN = 'Y'
