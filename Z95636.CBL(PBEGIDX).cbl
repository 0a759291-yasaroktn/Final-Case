                           STATUS CUST-ST.
           SELECT LIM-FILE ASSIGN TO LIMFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY LIM-KEY
                           STATUS LIM-ST.
           SELECT SO-FILE ASSIGN TO STANDORD
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY SO-KEY
                           STATUS SO-ST.
           SELECT DMT-FILE ASSIGN TO DORMFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY DMT-KEY
                           STATUS DMT-ST.
           SELECT HLD-FILE ASSIGN TO HOLDFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY HLD-KEY
                           STATUS HLD-ST.
           SELECT CLS-FILE ASSIGN TO CLOSEHST
                           ORGANIZATION SEQUENTIAL
                           STATUS CLS-ST.
           SELECT JRN-FILE ASSIGN TO INFLIGHT
                           ORGANIZATION RELATIVE
                           ACCESS RANDOM
                           RELATIVE KEY JRN-RK
                           STATUS JRN-ST.
           SELECT RCV-FILE ASSIGN TO RCVREPT
                           STATUS RCV-ST.
      *--------------------------------
       DATA DIVISION.
      *--------------------------------
      *is how a correction ties to its original instead of looking
      *like new business - and how the ledger extract books the
      *back-out against the same contra account as the original.
      *AUDIT-APPROVER is spaces unless the movement was over its
      *currency's authorisation threshold and released by a second
      *officer, whose ID it then carries.
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUDIT-REC.
           05 AUDIT-TS              PIC X(16).
           05 AUDIT-BUS-DATE        PIC 9(8).
           05 AUDIT-REV-TS          PIC X(16).
           05 AUDIT-REV-TYPE        PIC X.
           05 AUDIT-APPROVER        PIC X(8).
      *--------------------------------
      *CURR-RATE carries the exchange rate as units of the base
      *currency per one unit of this currency, so an amount converts
           05 CURR-RATE             PIC S9(7)V9(8) COMP-3.
           05 CURR-INT-RATE         PIC S9(3)V9(4) COMP-3.
      *--------------------------------
      *CUST-TAX-CLASS and CUST-TAX-RATE drive the tax withheld at
      *source on credited interest: a resident or non-resident is
      *taxed at CUST-TAX-RATE percent, an exempt customer carries a
      *zero rate. CUST-MERGED-INTO is zero on a live customer; a
      *customer merged into another keeps its record, retired, with
      *the surviving customer's ID here.
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
              88 CUST-LIVE                   VALUE 0.
      *--------------------------------
      *LIM-AMOUNT is the approved overdraft for one (customer,
      *currency): a debit may take the balance down to minus this
              10 DMT-CURR          PIC S9(3) COMP.
           05 DMT-MARK-DATE        PIC S9(8) COMP-3.
           05 DMT-LAST-ACTIVITY    PIC S9(8) COMP-3.
      *--------------------------------
      *One record per funds hold (earmark), keyed (customer,
      *currency, sequence) so one account can carry several. An
      *active hold counts against the available balance from the day
      *it is placed through its expiry date; a zero expiry means the
      *hold stays until it is released. A release only marks the
      *record - the nightly hold run reports it and removes it, and
      *removes the lapsed ones the same way.
       FD  HLD-FILE.
       01  HLD-REC.
           05 HLD-KEY.
              10 HLD-ID            PIC S9(5) COMP-3.
              10 HLD-CURR          PIC S9(3) COMP.
              10 HLD-SEQ           PIC S9(3) COMP.
           05 HLD-AMOUNT           PIC S9(15) COMP-3.
           05 HLD-REASON           PIC X(2).
           05 HLD-PLACED-DATE      PIC S9(8) COMP-3.
           05 HLD-EXPIRY-DATE      PIC S9(8) COMP-3.
           05 HLD-STATUS           PIC X.
              88 HLD-ACTIVE                   VALUE 'A'.
              88 HLD-RELEASED                 VALUE 'R'.
           05 HLD-RELEASED-DATE    PIC S9(8) COMP-3.
      *--------------------------------
      *One record per account closed, written in the same call that
      *removes it, so "when and why was this closed" can still be
      *answered once the audit trail itself has been archived. A
      *closure that swept a balance away names the settlement
      *account and the amount it received in its own currency.
       FD  CLS-FILE RECORDING MODE F.
       01  CLS-REC.
           05 CLS-TS                PIC X(16).
           05 CLS-ID                PIC 9(5).
           05 CLS-CURR              PIC 9(3).
           05 CLS-NAME              PIC X(15).
           05 CLS-SURNAME           PIC X(15).
           05 CLS-CLOSE-DATE        PIC 9(8).
           05 CLS-REASON            PIC X(2).
           05 CLS-FINAL-BALANCE     PIC S9(15).
           05 CLS-SETTLE-ID         PIC 9(5).
           05 CLS-SETTLE-CURR       PIC 9(3).
           05 CLS-SETTLE-AMOUNT     PIC S9(15).
           05 CLS-ORDERS-CANCELLED  PIC 9(3).
      *--------------------------------
      *The in-flight journal slot, laid out as JRN-REC in working
      *storage: a merge writes it again and again, and the layout
      *has to outlive each write.
       FD  JRN-FILE RECORDING MODE F.
       01  JRN-FILE-REC            PIC X(330).
      *--------------------------------
       FD  RCV-FILE RECORDING MODE F.
       01  RCV-REC                 PIC X(133).
      *--------------------------------
       WORKING-STORAGE SECTION.
       01  WS-AREA.
              88 CUST-SUCCESS                     VALUE 00 97.
           05 LIM-ST                  PIC 99.
              88 LIM-SUCCESS                      VALUE 00 97.
              88 LIM-EOF                          VALUE 10.
           05 SO-ST                   PIC 99.
              88 SO-SUCCESS                       VALUE 00 97.
              88 SO-EOF                           VALUE 10.
           05 DMT-ST                  PIC 99.
              88 DMT-SUCCESS                      VALUE 00 97.
              88 DMT-EOF                          VALUE 10.
           05 CLS-ST                  PIC 99.
              88 CLS-SUCCESS                      VALUE 00 97.
              88 CLS-EOF                          VALUE 10.
           05 JRN-ST                  PIC 99.
              88 JRN-SUCCESS                      VALUE 00 97.
           05 JRN-RK                  PIC 9(9)    VALUE 1.
           05 RCV-ST                  PIC 99.
              88 RCV-SUCCESS                      VALUE 00 97.
           05 HLD-ST                  PIC 99.
              88 HLD-SUCCESS                      VALUE 00 97.
              88 HLD-EOF                          VALUE 10.
           05 WS-HOLD-ID              PIC 9(5)          VALUE 0.
           05 WS-HOLD-CURR            PIC 9(3)          VALUE 0.
           05 WS-HOLD-ASOF            PIC 9(8)          VALUE 0.
           05 WS-HOLD-TOTAL           PIC S9(15) COMP-3 VALUE 0.
           05 WS-LIMIT-AMOUNT         PIC S9(15) COMP-3 VALUE 0.
           05 WS-AUD-NAME-BEFORE      PIC X(15).
           05 WS-AUD-SURNAME-BEFORE   PIC X(15).
                 88 WS-FUNC-REACT                 VALUE 'R'.
                 88 WS-FUNC-INT                   VALUE 'I'.
                 88 WS-FUNC-REVERSAL              VALUE 'V'.
                 88 WS-FUNC-FEE                   VALUE 'F'.
                 88 WS-FUNC-WHT                   VALUE 'W'.
                 88 WS-FUNC-CLOSE-ACCT            VALUE 'X'.
                 88 WS-FUNC-HOLD                  VALUE 'B'.
                 88 WS-FUNC-MERGE                 VALUE 'M'.
           05 WS-XFER-AMT-FROM        PIC S9(15).
           05 WS-XFER-AMT-TO          PIC S9(15).
           05 WS-RATE-FROM            PIC S9(7)V9(8) COMP-3.
           05 WS-EFF-POST-IND          PIC X            VALUE SPACE.
              88 WS-EFF-DEBIT                           VALUE 'D'.
              88 WS-EFF-CREDIT                          VALUE 'C'.
           05 WS-CLOSE-SWEEP           PIC X            VALUE 'N'.
           05 WS-CLOSE-REASON          PIC X(2)         VALUE SPACES.
           05 WS-CLOSE-NAME            PIC X(15)        VALUE SPACES.
           05 WS-CLOSE-SURNAME         PIC X(15)        VALUE SPACES.
           05 WS-CLOSE-FINAL           PIC S9(15)       VALUE 0.
           05 WS-CLOSE-SETTLE-ID       PIC 9(5)         VALUE 0.
           05 WS-CLOSE-SETTLE-CURR     PIC 9(3)         VALUE 0.
           05 WS-SO-CANCELLED          PIC 9(3)         VALUE 0.
           05 WS-MRG-SURVIVOR          PIC 9(5)         VALUE 0.
           05 WS-MRG-NAME              PIC X(15)        VALUE SPACES.
           05 WS-MRG-SURNAME           PIC X(15)        VALUE SPACES.
           05 WS-MRG-SUM               PIC S9(16)       VALUE 0.
           05 WS-MRG-DATE              PIC S9(8)        VALUE 0.
           05 WS-MRG-ACCT-MAX          PIC 9(4)         VALUE 0.
           05 WS-MRG-SO-MAX            PIC 9(4)         VALUE 0.
           05 WS-MX                    PIC 9(4)         VALUE 0.
           05 WS-MRG-SEQ-CURR          PIC 9(3)         VALUE 0.
           05 WS-MRG-WORK-CURR         PIC 9(3)         VALUE 0.
           05 WS-MRG-NEXT-SEQ          PIC 9(4)         VALUE 0.
           05 WS-MRG-DONE              PIC X            VALUE 'N'.
           05 WS-MRG-LIMITS            PIC 9(4)         VALUE 0.
           05 WS-MRG-ORDERS            PIC 9(4)         VALUE 0.
           05 WS-MRG-DORMANT           PIC 9(4)         VALUE 0.
           05 WS-MRG-CANCELLED         PIC 9(4)         VALUE 0.
           05 WS-MRG-MARK-DATE         PIC S9(8)        VALUE 0.
           05 WS-MRG-LAST-ACTIVITY     PIC S9(8)        VALUE 0.
           05 WS-LX                    PIC 9            VALUE 0.
           05 WS-RCV-PENDING           PIC X            VALUE 'N'.
           05 WS-RCV-DOUBT             PIC X            VALUE 'N'.
           05 WS-RCV-DOUBT-LEG         PIC 9            VALUE 0.
           05 WS-RCV-BEFORE-STATE      PIC X            VALUE 'N'.
           05 WS-RCV-AFTER-STATE       PIC X            VALUE 'N'.
           05 WS-RCV-HIST-FOUND        PIC X            VALUE 'N'.
           05 WS-RCV-OUTCOME           PIC X(40)        VALUE SPACES.
           05 WS-RCV-SAVE-CALL         PIC X(142)       VALUE SPACES.
      *--------------------------------
      *Work tables for one reversal lookup: the timestamps of the
      *movements that match the keyed original, and the timestamps
              10 WS-ORIG-TYPE         PIC X.
       01  WS-REVD-TABLE.
           05 WS-REVD-TS OCCURS 100 TIMES PIC X(16).
      *--------------------------------
      *Work tables for one customer merge: the merging customer's
      *accounts, and its standing orders with the sequence each will
      *take under the surviving customer. Both are filled while the
      *merge is checked and worked off once every check has passed;
      *a currency code is three digits, so a customer can never hold
      *more accounts than the first table has room for.
       01  WS-MRG-ACCT-TABLE.
           05 WS-MRG-ACCT OCCURS 1000 TIMES.
              10 WS-MRG-CURR          PIC 9(3).
              10 WS-MRG-BAL           PIC S9(15) COMP-3.
       01  WS-MRG-SO-TABLE.
           05 WS-MRG-SO OCCURS 999 TIMES.
              10 WS-MRG-SO-REC        PIC X(27).
              10 WS-MRG-SO-NEWSEQ     PIC 9(3).
      *--------------------------------
      *The in-flight journal: one slot, written before the first
      *record of a multi-record update is touched and cleared once
      *the last is written, so a slot still marked in flight at the
      *next open is an update the previous run died in the middle
      *of. JRN-CALL keeps the call as it came in; each leg is one
      *balance record the update changes - rewritten, written new or
      *deleted - with the balance it had and the balance it is to
      *have, which is all the open needs to tell from the balance
      *file and the audit trail how far the update got. A merge
      *keeps the slot for the whole merge and puts the account it
      *is moving in the legs one at a time.
       01  JRN-REC.
           05 JRN-STATUS            PIC X.
              88 JRN-IN-FLIGHT               VALUE 'P'.
           05 JRN-TS                PIC X(16).
           05 JRN-CALL              PIC X(142).
           05 JRN-REV-TS            PIC X(16).
           05 JRN-REV-TYPE          PIC X.
           05 JRN-LEGS.
              10 JRN-LEG OCCURS 2 TIMES.
                 15 JRN-LEG-KIND    PIC X.
                    88 JRN-LEG-REWRITE       VALUE 'R'.
                    88 JRN-LEG-WRITE         VALUE 'W'.
                    88 JRN-LEG-DELETE        VALUE 'D'.
                 15 JRN-LEG-ID      PIC 9(5).
                 15 JRN-LEG-CURR    PIC 9(3).
                 15 JRN-LEG-NAME    PIC X(15).
                 15 JRN-LEG-SURNAME PIC X(15).
                 15 JRN-LEG-DATE    PIC 9(8).
                 15 JRN-LEG-BEFORE  PIC S9(15).
                 15 JRN-LEG-AFTER   PIC S9(15).
      *--------------------------------
      *What the open found for each leg of an in-flight update: the
      *leg's audit record, if it got that far, and the balance
      *record as it stands.
       01  WS-RCV-LEG-TABLE.
           05 WS-RCV-LEG OCCURS 2 TIMES.
              10 WS-RCV-AUD-FOUND      PIC X.
              10 WS-RCV-AUD-TS         PIC X(16).
              10 WS-RCV-IDX-FOUND      PIC X.
              10 WS-RCV-IDX-BAL        PIC S9(15).
              10 WS-RCV-RESULT         PIC X(16).
      *--------------------------------
       01  RCV-HEADER-1.
           05 FILLER          PIC X(24)
                              VALUE 'IN-DOUBT RECOVERY REPORT'.
           05 FILLER          PIC X(04)           VALUE SPACES.
           05 FILLER          PIC X(09)           VALUE 'AUTHOR : '.
           05 FILLER          PIC X(11)           VALUE 'YASAR OKTEN'.
           05 FILLER          PIC X(12)  VALUE ' RUN DATE : '.
           05 RH1-DATE        PIC X(08).
           05 FILLER          PIC X(65)           VALUE SPACES.
      *--------------------------------
       01  RCV-HEADER-2.
           05 FILLER          PIC X(17)  VALUE 'INTENT WRITTEN : '.
           05 RH2-TS          PIC X(16).
           05 FILLER          PIC X(13)  VALUE '  FUNCTION : '.
           05 RH2-FUNC        PIC X.
           05 FILLER          PIC X(13)  VALUE '  CUSTOMER : '.
           05 RH2-ID          PIC 9(5).
           05 FILLER          PIC X(09)  VALUE '  CURR : '.
           05 RH2-CURR        PIC 9(3).
           05 FILLER          PIC X(18)  VALUE '  BUSINESS DATE : '.
           05 RH2-BUS-DATE    PIC 9(8).
           05 FILLER          PIC X(30)           VALUE SPACES.
      *--------------------------------
       01  RCV-HEADER-3.
           05 FILLER          PIC X(06)  VALUE 'LEG'.
           05 FILLER          PIC X(09)  VALUE 'ACCOUNT'.
           05 FILLER          PIC X(06)  VALUE 'CURR'.
           05 FILLER          PIC X(06)  VALUE 'KIND'.
           05 FILLER          PIC X(17)  VALUE 'BALANCE BEFORE'.
           05 FILLER          PIC X(17)  VALUE 'BALANCE AFTER'.
           05 FILLER          PIC X(09)  VALUE 'ON FILE'.
           05 FILLER          PIC X(17)  VALUE 'BALANCE FOUND'.
           05 FILLER          PIC X(16)  VALUE 'RESOLUTION'.
           05 FILLER          PIC X(30)           VALUE SPACES.
      *--------------------------------
       01  RCV-DETAIL-LINE.
           05 RDL-LEG         PIC 9.
           05 FILLER          PIC X(05)           VALUE SPACES.
           05 RDL-ID          PIC 9(5).
           05 FILLER          PIC X(04)           VALUE SPACES.
           05 RDL-CURR        PIC 9(3).
           05 FILLER          PIC X(03)           VALUE SPACES.
           05 RDL-KIND        PIC X(04).
           05 FILLER          PIC X(02)           VALUE SPACES.
           05 RDL-BEFORE      PIC S9(15).
           05 FILLER          PIC X(02)           VALUE SPACES.
           05 RDL-AFTER       PIC S9(15).
           05 FILLER          PIC X(02)           VALUE SPACES.
           05 RDL-ON-FILE     PIC X(03).
           05 FILLER          PIC X(06)           VALUE SPACES.
           05 RDL-FOUND       PIC S9(15).
           05 FILLER          PIC X(02)           VALUE SPACES.
           05 RDL-RESULT      PIC X(16).
           05 FILLER          PIC X(30)           VALUE SPACES.
      *--------------------------------
       01  RCV-OUTCOME-LINE.
           05 FILLER          PIC X(10)  VALUE 'OUTCOME : '.
           05 ROL-OUTCOME     PIC X(40).
           05 FILLER          PIC X(83)           VALUE SPACES.
      *--------------------------------
       01  RCV-SIGNOFF-LINE.
           05 FILLER          PIC X(22)
                              VALUE 'OPERATIONS SIGN-OFF : '.
           05 FILLER          PIC X(20)
                              VALUE '____________________'.
           05 FILLER          PIC X(10)  VALUE '   DATE : '.
           05 FILLER          PIC X(10)  VALUE '__________'.
           05 FILLER          PIC X(71)           VALUE SPACES.
      *--------------------------------
       LINKAGE SECTION.
       01  LS-SUB-AREA.
                 15 LS-SO-FREQ       PIC X.
                    88 LS-SO-FREQ-VALID VALUE 'D' 'W' 'M'.
                 15 FILLER           PIC X(10).
      *An account closure carries its reason code in the same bytes,
      *and its settlement account, if any, in LS-XFER-TARGET.
              10 LS-CLOSE-DETAIL REDEFINES LS-SURNAME-TO.
                 15 LS-CLOSE-REASON  PIC X(2).
                 15 FILLER           PIC X(13).
      *A funds hold carries its action, sequence and reason code
      *there too; the amount rides in LS-BALANCE-TO and the expiry
      *date in LS-DATE-TO.
              10 LS-HOLD-DETAIL REDEFINES LS-SURNAME-TO.
                 15 LS-HOLD-ACTION   PIC X.
                    88 LS-HOLD-PLACE          VALUE 'P'.
                    88 LS-HOLD-RELEASE        VALUE 'R'.
                 15 LS-HOLD-SEQ      PIC 9(3).
                 15 LS-HOLD-REASON   PIC X(2).
                 15 FILLER           PIC X(9).
      *A customer merge names the surviving customer in
      *LS-XFER-ID-TO and gets back, in these bytes, how many
      *accounts, limits, standing orders and dormancy flags went
      *across and how many orders fell away as payments from an
      *account to itself.
              10 LS-MERGE-DETAIL REDEFINES LS-SURNAME-TO.
                 15 LS-MRG-ACCOUNTS  PIC 9(3).
                 15 LS-MRG-LIMITS    PIC 9(3).
                 15 LS-MRG-ORDERS    PIC 9(3).
                 15 LS-MRG-DORMANT   PIC 9(3).
                 15 LS-MRG-CANCELLED PIC 9(3).
              10 LS-BALANCE-TO       PIC S9(15).
              10 LS-DATE-TO          PIC 9(8).
      *Customer maintenance carries the tax rate in the date bytes
      *and the tax class in the post indicator, neither of which a
      *customer record uses.
              10 LS-TAX-RATE REDEFINES LS-DATE-TO
                                     PIC 9(4)V9(4).
              10 LS-POST-IND         PIC X.
                 88 LS-POST-DEBIT              VALUE 'D'.
                 88 LS-POST-CREDIT             VALUE 'C'.
              10 LS-TAX-CLASS REDEFINES LS-POST-IND
                                     PIC X.
                 88 LS-TAX-CLASS-NONE          VALUE SPACE.
                 88 LS-TAX-CLASS-VALID         VALUE 'R' 'N' 'E'.
                 88 LS-TAX-EXEMPT              VALUE 'E'.
              10 LS-MORE-IND         PIC X.
                 88 LS-MORE-YES                VALUE 'Y'.
                 88 LS-MORE-NO                 VALUE 'N'.
      *activity date. Zero means no business-date control (utility
      *callers).
           05 LS-BUS-DATE            PIC 9(8).
      *The releasing officer's ID for a movement that needed a
      *second approval; spaces for everything else.
           05 LS-APPROVER            PIC X(8).
      *--------------------------------
       PROCEDURE DIVISION USING LS-SUB-AREA.
      *--------------------------------
      *from keyed business.
              WHEN WS-FUNC-INT
                 PERFORM H600-POST-BALANCE
      *A service charge is posted the same way under its own type,
      *so the ledger books it to fee income rather than customer
      *cash.
              WHEN WS-FUNC-FEE
                 PERFORM H600-POST-BALANCE
      *Tax withheld at source on credited interest is a debit under
      *its own type, so the ledger books it to tax payable and the
      *year-end certificates can find it.
              WHEN WS-FUNC-WHT
                 PERFORM H600-POST-BALANCE
              WHEN WS-FUNC-XFER
                 PERFORM H250-TRANSFER-BALANCE
              WHEN WS-FUNC-REVERSAL
                 PERFORM H280-REVERSAL
              WHEN WS-FUNC-CLOSE-ACCT
                 PERFORM H380-CLOSE-ACCOUNT
              WHEN WS-FUNC-HOLD
                 PERFORM H340-FUNDS-HOLD
              WHEN WS-FUNC-MERGE
                 PERFORM H420-MERGE-CUSTOMER
              WHEN WS-FUNC-LIMIT
                 PERFORM H350-LIMIT-MAINT
              WHEN WS-FUNC-SO
              MOVE DMT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O HLD-FILE.
           IF HLD-ST = 35
              OPEN OUTPUT HLD-FILE
              CLOSE HLD-FILE
              OPEN I-O HLD-FILE
           END-IF.
           IF (HLD-ST NOT = 0) AND (HLD-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN HOLD FILE: ' HLD-ST
              MOVE HLD-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND CLS-FILE.
           IF CLS-ST = 35
              OPEN OUTPUT CLS-FILE
              CLOSE CLS-FILE
              OPEN EXTEND CLS-FILE
           END-IF.
           IF (CLS-ST NOT = 0) AND (CLS-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN CLOSED ACCOUNT FILE: ' CLS-ST
              MOVE CLS-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM H110-OPEN-JOURNAL.
           GOBACK.
       H100-END.
      *--------------------------------
      *Every other file is open by now, so an update left in flight
      *by the previous run is settled here, before the first call of
      *this one can touch the same records.
       H110-OPEN-JOURNAL.
           OPEN I-O JRN-FILE.
           IF JRN-ST = 35
              OPEN OUTPUT JRN-FILE
              MOVE SPACES TO JRN-REC
              MOVE 1 TO JRN-RK
              WRITE JRN-FILE-REC FROM JRN-REC
              CLOSE JRN-FILE
              OPEN I-O JRN-FILE
           END-IF.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN IN-FLIGHT JOURNAL: ' JRN-ST
              MOVE JRN-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 1 TO JRN-RK.
           READ JRN-FILE INTO JRN-REC
           INVALID KEY
              MOVE SPACES TO JRN-REC
              MOVE 1 TO JRN-RK
              WRITE JRN-FILE-REC FROM JRN-REC
           END-READ.
           IF JRN-IN-FLIGHT
              PERFORM H112-RECOVER-IN-FLIGHT
           END-IF.
       H110-END. EXIT.
      *--------------------------------
      *The journal is only written once every check on the update
      *has passed, so what it describes was good to apply: the legs
      *the previous run did not reach are completed, and a leg it
      *did reach but died before auditing gets its audit record
      *now. Legs apply in order, so once one is found not applied
      *none after it can have been. Only when a balance is found at
      *neither the before nor the after image of its leg - changed
      *by something outside this program since - is the update
      *backed out instead, the first leg reversed under type 'V'
      *against its own audit record the way a keyed reversal would
      *be. Whatever cannot be settled either way is left for
      *operations on the recovery report.
      *The paragraphs that finish an update work from the call area,
      *so the interrupted call is lent the opener's area for the
      *length of the recovery and the opener's own is put back
      *after.
       H112-RECOVER-IN-FLIGHT.
           MOVE LS-SUB-AREA TO WS-RCV-SAVE-CALL.
           MOVE JRN-CALL TO LS-SUB-AREA.
           MOVE LS-FUNC TO WS-FUNC.
           INITIALIZE WS-RCV-LEG-TABLE.
           MOVE 'N' TO WS-RCV-AUD-FOUND(1).
           MOVE 'N' TO WS-RCV-AUD-FOUND(2).
           MOVE 'N' TO WS-RCV-PENDING.
           MOVE 'N' TO WS-RCV-DOUBT.
           MOVE 0 TO WS-RCV-DOUBT-LEG.
           MOVE SPACES TO WS-RCV-OUTCOME.
           PERFORM H114-SCAN-AUDIT-FOR-LEGS.
           PERFORM H116-RESOLVE-ONE-LEG
              VARYING WS-LX FROM 1 BY 1
              UNTIL (WS-LX > 2) OR (WS-RCV-DOUBT = 'Y').
           IF WS-RCV-DOUBT = 'Y'
              IF (WS-RCV-DOUBT-LEG = 2)
                 AND (JRN-LEG-KIND(1) NOT = SPACE)
                 PERFORM H124-BACK-OUT-FIRST-LEG
              ELSE
                 MOVE 'UNRESOLVED - CHECK BY HAND' TO WS-RCV-OUTCOME
              END-IF
           ELSE
              PERFORM H126-FINISH-UPDATE
           END-IF.
           PERFORM H130-PRINT-RECOVERY.
           DISPLAY 'IN-FLIGHT UPDATE ' LS-FUNC ' FOR CUSTOMER '
              LS-ID ' FROM ' JRN-TS ' : ' WS-RCV-OUTCOME.
           MOVE WS-RCV-SAVE-CALL TO LS-SUB-AREA.
           MOVE LS-FUNC TO WS-FUNC.
           PERFORM H760-JOURNAL-CLEAR.
       H112-END. EXIT.
      *--------------------------------
      *Finds the audit records the interrupted update did write. The
      *trail is borrowed the way the reversal scan borrows it; only
      *records written since the intent can belong to it.
       H114-SCAN-AUDIT-FOR-LEGS.
           CLOSE AUDIT-FILE.
           OPEN INPUT AUDIT-FILE.
           IF (AUDIT-ST NOT = 0) AND (AUDIT-ST NOT = 97)
              DISPLAY 'UNABLE TO READ AUDIT FILE: ' AUDIT-ST
              MOVE AUDIT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-SCAN-EOF.
           READ AUDIT-FILE
           AT END
              MOVE 'Y' TO WS-SCAN-EOF
           END-READ.
           PERFORM H115-CHECK-ONE-AUDIT UNTIL WS-SCAN-EOF = 'Y'.
           CLOSE AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF (AUDIT-ST NOT = 0) AND (AUDIT-ST NOT = 97)
              DISPLAY 'UNABLE TO REOPEN AUDIT FILE: ' AUDIT-ST
              MOVE AUDIT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H114-END. EXIT.
      *--------------------------------
       H115-CHECK-ONE-AUDIT.
           IF (AUDIT-TS NOT < JRN-TS)
              AND (AUDIT-TRANS-TYPE = LS-FUNC)
              PERFORM H117-MATCH-AUDIT-LEG
                 VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 2
           END-IF.
           READ AUDIT-FILE
           AT END
              MOVE 'Y' TO WS-SCAN-EOF
           END-READ.
       H115-END. EXIT.
      *--------------------------------
       H116-RESOLVE-ONE-LEG.
           IF JRN-LEG-KIND(WS-LX) NOT = SPACE
              PERFORM H118-READ-LEG-ACCOUNT
              EVALUATE TRUE
                 WHEN (WS-RCV-PENDING = 'N')
                    AND (WS-RCV-AUD-FOUND(WS-LX) = 'Y')
                    MOVE 'ALREADY APPLIED' TO WS-RCV-RESULT(WS-LX)
                 WHEN (WS-RCV-PENDING = 'N')
                    AND (WS-RCV-AFTER-STATE = 'Y')
                    PERFORM H122-WRITE-LEG-AUDIT
                    MOVE 'AUDIT WRITTEN' TO WS-RCV-RESULT(WS-LX)
                 WHEN WS-RCV-BEFORE-STATE = 'Y'
                    PERFORM H120-APPLY-LEG
                    MOVE 'COMPLETED' TO WS-RCV-RESULT(WS-LX)
                    MOVE 'Y' TO WS-RCV-PENDING
                 WHEN OTHER
                    MOVE 'IN DOUBT' TO WS-RCV-RESULT(WS-LX)
                    MOVE 'Y' TO WS-RCV-DOUBT
                    MOVE WS-LX TO WS-RCV-DOUBT-LEG
              END-EVALUATE
           END-IF.
       H116-END. EXIT.
      *--------------------------------
       H117-MATCH-AUDIT-LEG.
           IF (JRN-LEG-KIND(WS-LX) NOT = SPACE)
              AND (AUDIT-ID = JRN-LEG-ID(WS-LX))
              AND (AUDIT-CURR = JRN-LEG-CURR(WS-LX))
              AND (AUDIT-BALANCE-BEFORE = JRN-LEG-BEFORE(WS-LX))
              AND (AUDIT-BALANCE-AFTER = JRN-LEG-AFTER(WS-LX))
              MOVE 'Y' TO WS-RCV-AUD-FOUND(WS-LX)
              MOVE AUDIT-TS TO WS-RCV-AUD-TS(WS-LX)
           END-IF.
       H117-END. EXIT.
      *--------------------------------
      *A leg is at its after image when a delete has gone or a
      *rewrite or write shows the new balance, and at its before
      *image when a write has not happened yet or the balance is
      *still the one the leg started from.
       H118-READ-LEG-ACCOUNT.
           MOVE JRN-LEG-ID(WS-LX) TO IDX-ID.
           MOVE JRN-LEG-CURR(WS-LX) TO IDX-CURR.
           MOVE 'Y' TO WS-RCV-IDX-FOUND(WS-LX).
           READ IDX-FILE KEY IS IDX-KEY
           INVALID KEY
              MOVE 'N' TO WS-RCV-IDX-FOUND(WS-LX)
           END-READ.
           IF WS-RCV-IDX-FOUND(WS-LX) = 'Y'
              MOVE IDX-BALANCE TO WS-RCV-IDX-BAL(WS-LX)
           ELSE
              MOVE 0 TO WS-RCV-IDX-BAL(WS-LX)
           END-IF.
           MOVE 'N' TO WS-RCV-AFTER-STATE.
           MOVE 'N' TO WS-RCV-BEFORE-STATE.
           IF JRN-LEG-DELETE(WS-LX)
              IF WS-RCV-IDX-FOUND(WS-LX) = 'N'
                 MOVE 'Y' TO WS-RCV-AFTER-STATE
              END-IF
           ELSE
              IF (WS-RCV-IDX-FOUND(WS-LX) = 'Y')
                 AND (IDX-BALANCE = JRN-LEG-AFTER(WS-LX))
                 MOVE 'Y' TO WS-RCV-AFTER-STATE
              END-IF
           END-IF.
           IF JRN-LEG-WRITE(WS-LX)
              IF WS-RCV-IDX-FOUND(WS-LX) = 'N'
                 MOVE 'Y' TO WS-RCV-BEFORE-STATE
              END-IF
           ELSE
              IF (WS-RCV-IDX-FOUND(WS-LX) = 'Y')
                 AND (IDX-BALANCE = JRN-LEG-BEFORE(WS-LX))
                 MOVE 'Y' TO WS-RCV-BEFORE-STATE
              END-IF
           END-IF.
       H118-END. EXIT.
      *--------------------------------
       H120-APPLY-LEG.
           MOVE JRN-LEG-ID(WS-LX) TO IDX-ID.
           MOVE JRN-LEG-CURR(WS-LX) TO IDX-CURR.
           EVALUATE TRUE
              WHEN JRN-LEG-WRITE(WS-LX)
                 MOVE JRN-LEG-NAME(WS-LX) TO IDX-NAME
                 MOVE JRN-LEG-SURNAME(WS-LX) TO IDX-SURNAME
                 MOVE JRN-LEG-DATE(WS-LX) TO IDX-DATE
                 MOVE JRN-LEG-AFTER(WS-LX) TO IDX-BALANCE
                 WRITE IDX-REC
              WHEN JRN-LEG-DELETE(WS-LX)
                 DELETE IDX-FILE
              WHEN OTHER
                 MOVE JRN-LEG-DATE(WS-LX) TO IDX-DATE
                 MOVE JRN-LEG-AFTER(WS-LX) TO IDX-BALANCE
                 REWRITE IDX-REC
           END-EVALUATE.
           PERFORM H122-WRITE-LEG-AUDIT.
       H120-END. EXIT.
      *--------------------------------
      *The audit record a leg would have written: no before-image
      *names on an account the leg opens, no after-image names on
      *one it deletes, and the original's tie-back on a reversal.
       H122-WRITE-LEG-AUDIT.
           IF JRN-LEG-WRITE(WS-LX)
              MOVE SPACES TO WS-AUD-NAME-BEFORE
              MOVE SPACES TO WS-AUD-SURNAME-BEFORE
           ELSE
              MOVE JRN-LEG-NAME(WS-LX) TO WS-AUD-NAME-BEFORE
              MOVE JRN-LEG-SURNAME(WS-LX) TO WS-AUD-SURNAME-BEFORE
           END-IF.
           MOVE JRN-LEG-BEFORE(WS-LX) TO WS-AUD-BALANCE-BEFORE.
           IF JRN-LEG-DELETE(WS-LX)
              MOVE SPACES TO WS-AUD-NAME-AFTER
              MOVE SPACES TO WS-AUD-SURNAME-AFTER
           ELSE
              MOVE JRN-LEG-NAME(WS-LX) TO WS-AUD-NAME-AFTER
              MOVE JRN-LEG-SURNAME(WS-LX) TO WS-AUD-SURNAME-AFTER
           END-IF.
           MOVE JRN-LEG-AFTER(WS-LX) TO WS-AUD-BALANCE-AFTER.
           IF WS-FUNC-REVERSAL
              MOVE JRN-REV-TS TO WS-AUD-REV-TS
              MOVE JRN-REV-TYPE TO WS-AUD-REV-TYPE
           END-IF.
           MOVE JRN-LEG-ID(WS-LX) TO IDX-ID.
           MOVE JRN-LEG-CURR(WS-LX) TO IDX-CURR.
           PERFORM H700-WRITE-AUDIT.
           MOVE AUDIT-TS TO WS-RCV-AUD-TS(WS-LX).
       H122-END. EXIT.
      *--------------------------------
      *Only a rewritten balance can be put back; an account a leg
      *deleted or opened is for operations to settle by hand.
       H124-BACK-OUT-FIRST-LEG.
           MOVE 1 TO WS-LX.
           PERFORM H118-READ-LEG-ACCOUNT.
           IF JRN-LEG-REWRITE(1) AND (WS-RCV-AFTER-STATE = 'Y')
              MOVE JRN-LEG-BEFORE(1) TO IDX-BALANCE
              REWRITE IDX-REC
              MOVE JRN-LEG-NAME(1) TO WS-AUD-NAME-BEFORE
              MOVE JRN-LEG-SURNAME(1) TO WS-AUD-SURNAME-BEFORE
              MOVE JRN-LEG-AFTER(1) TO WS-AUD-BALANCE-BEFORE
              MOVE JRN-LEG-NAME(1) TO WS-AUD-NAME-AFTER
              MOVE JRN-LEG-SURNAME(1) TO WS-AUD-SURNAME-AFTER
              MOVE JRN-LEG-BEFORE(1) TO WS-AUD-BALANCE-AFTER
              MOVE WS-RCV-AUD-TS(1) TO WS-AUD-REV-TS
              MOVE LS-FUNC TO WS-AUD-REV-TYPE
              MOVE 'V' TO WS-FUNC
              PERFORM H700-WRITE-AUDIT
              MOVE LS-FUNC TO WS-FUNC
              MOVE 'BACKED OUT' TO WS-RCV-RESULT(1)
              MOVE 'BACKED OUT' TO WS-RCV-OUTCOME
           ELSE
              MOVE 'UNRESOLVED - CHECK BY HAND' TO WS-RCV-OUTCOME
           END-IF.
       H124-END. EXIT.
      *--------------------------------
      *With the legs settled, a closure or delete still owes the
      *removal of what hung off the account - which finds nothing
      *the second time round if the run got that far - and its
      *closed-account history, unless that was written already. A
      *merge owes the history of the account it was moving; the
      *rest of a merge the run did not reach is left to the merge
      *card, which takes up where the run stopped when it is run
      *again.
       H126-FINISH-UPDATE.
           MOVE 'COMPLETED' TO WS-RCV-OUTCOME.
           EVALUATE TRUE
              WHEN WS-FUNC-CLOSE-ACCT OR WS-FUNC-DELETE
                 PERFORM H390-REMOVE-DEPENDENTS
                 PERFORM H128-FIND-HISTORY
                 IF WS-RCV-HIST-FOUND = 'N'
                    MOVE JRN-LEG-NAME(2) TO WS-CLOSE-NAME
                    MOVE JRN-LEG-SURNAME(2) TO WS-CLOSE-SURNAME
                    IF WS-FUNC-DELETE
                       MOVE 'DL' TO WS-CLOSE-REASON
                       MOVE 0 TO WS-CLOSE-FINAL
                    ELSE
                       MOVE LS-CLOSE-REASON TO WS-CLOSE-REASON
                       MOVE JRN-LEG-BEFORE(2) TO WS-CLOSE-FINAL
                    END-IF
                    IF JRN-LEG-KIND(1) = SPACE
                       MOVE 0 TO WS-CLOSE-SETTLE-ID
                       MOVE 0 TO WS-CLOSE-SETTLE-CURR
                       MOVE 0 TO WS-XFER-AMT-TO
                    ELSE
                       MOVE JRN-LEG-ID(1) TO WS-CLOSE-SETTLE-ID
                       MOVE JRN-LEG-CURR(1) TO WS-CLOSE-SETTLE-CURR
                       COMPUTE WS-XFER-AMT-TO =
                          JRN-LEG-AFTER(1) - JRN-LEG-BEFORE(1)
                    END-IF
                    PERFORM H395-WRITE-HISTORY
                 END-IF
              WHEN WS-FUNC-MERGE
                 IF JRN-LEG-KIND(1) NOT = SPACE
                    MOVE JRN-LEG-CURR(1) TO LS-CURR
                    PERFORM H128-FIND-HISTORY
                    IF WS-RCV-HIST-FOUND = 'N'
                       MOVE JRN-LEG-NAME(1) TO WS-CLOSE-NAME
                       MOVE JRN-LEG-SURNAME(1) TO WS-CLOSE-SURNAME
                       MOVE 'MG' TO WS-CLOSE-REASON
                       MOVE JRN-LEG-BEFORE(1) TO WS-CLOSE-FINAL
                       MOVE LS-XFER-ID-TO TO WS-CLOSE-SETTLE-ID
                       MOVE LS-CURR TO WS-CLOSE-SETTLE-CURR
                       MOVE WS-CLOSE-FINAL TO WS-XFER-AMT-TO
                       MOVE 0 TO WS-SO-CANCELLED
                       PERFORM H395-WRITE-HISTORY
                    END-IF
                 END-IF
                 MOVE LS-ID TO CUST-ID
                 READ CUST-FILE KEY IS CUST-ID
                 INVALID KEY
                    CONTINUE
                 END-READ
                 IF (NOT CUST-SUCCESS)
                    OR (CUST-MERGED-INTO NOT = LS-XFER-ID-TO)
                    MOVE 'MERGE INCOMPLETE - RERUN MERGE CARD' TO
                       WS-RCV-OUTCOME
                 END-IF
           END-EVALUATE.
       H126-END. EXIT.
      *--------------------------------
      *Looks for the closed-account history of (LS-ID, LS-CURR)
      *written since the intent, borrowing the history file the way
      *the audit scan borrows the trail.
       H128-FIND-HISTORY.
           MOVE 'N' TO WS-RCV-HIST-FOUND.
           CLOSE CLS-FILE.
           OPEN INPUT CLS-FILE.
           IF (CLS-ST NOT = 0) AND (CLS-ST NOT = 97)
              DISPLAY 'UNABLE TO READ CLOSED ACCOUNT FILE: ' CLS-ST
              MOVE CLS-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           READ CLS-FILE
           AT END
              MOVE 10 TO CLS-ST
           END-READ.
           PERFORM H129-CHECK-ONE-HISTORY UNTIL CLS-EOF.
           CLOSE CLS-FILE.
           OPEN EXTEND CLS-FILE.
           IF (CLS-ST NOT = 0) AND (CLS-ST NOT = 97)
              DISPLAY 'UNABLE TO REOPEN CLOSED ACCOUNT FILE: ' CLS-ST
              MOVE CLS-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H128-END. EXIT.
      *--------------------------------
       H129-CHECK-ONE-HISTORY.
           IF (CLS-TS NOT < JRN-TS) AND (CLS-ID = LS-ID)
              AND (CLS-CURR = LS-CURR)
              MOVE 'Y' TO WS-RCV-HIST-FOUND
           END-IF.
           READ CLS-FILE
           AT END
              MOVE 10 TO CLS-ST
           END-READ.
       H129-END. EXIT.
      *--------------------------------
      *Each recovery is added to the report, so a report that has
      *not been signed off since still carries the earlier ones.
       H130-PRINT-RECOVERY.
           OPEN EXTEND RCV-FILE.
           IF RCV-ST = 35
              OPEN OUTPUT RCV-FILE
              CLOSE RCV-FILE
              OPEN EXTEND RCV-FILE
           END-IF.
           IF (RCV-ST NOT = 0) AND (RCV-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN RECOVERY REPORT: ' RCV-ST
              MOVE RCV-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RH1-DATE.
           WRITE RCV-REC FROM RCV-HEADER-1.
           MOVE SPACES TO RCV-REC.
           WRITE RCV-REC.
           MOVE JRN-TS TO RH2-TS.
           MOVE LS-FUNC TO RH2-FUNC.
           MOVE LS-ID TO RH2-ID.
           MOVE LS-CURR TO RH2-CURR.
           MOVE LS-BUS-DATE TO RH2-BUS-DATE.
           WRITE RCV-REC FROM RCV-HEADER-2.
           WRITE RCV-REC FROM RCV-HEADER-3.
           PERFORM H132-PRINT-ONE-LEG
              VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 2.
           MOVE WS-RCV-OUTCOME TO ROL-OUTCOME.
           WRITE RCV-REC FROM RCV-OUTCOME-LINE.
           MOVE SPACES TO RCV-REC.
           WRITE RCV-REC.
           WRITE RCV-REC FROM RCV-SIGNOFF-LINE.
           MOVE SPACES TO RCV-REC.
           WRITE RCV-REC.
           CLOSE RCV-FILE.
       H130-END. EXIT.
      *--------------------------------
       H132-PRINT-ONE-LEG.
           IF JRN-LEG-KIND(WS-LX) NOT = SPACE
              MOVE WS-LX TO RDL-LEG
              MOVE JRN-LEG-ID(WS-LX) TO RDL-ID
              MOVE JRN-LEG-CURR(WS-LX) TO RDL-CURR
              EVALUATE TRUE
                 WHEN JRN-LEG-WRITE(WS-LX)
                    MOVE 'NEW' TO RDL-KIND
                 WHEN JRN-LEG-DELETE(WS-LX)
                    MOVE 'DEL' TO RDL-KIND
                 WHEN OTHER
                    MOVE 'UPD' TO RDL-KIND
              END-EVALUATE
              MOVE JRN-LEG-BEFORE(WS-LX) TO RDL-BEFORE
              MOVE JRN-LEG-AFTER(WS-LX) TO RDL-AFTER
              IF WS-RCV-IDX-FOUND(WS-LX) = 'Y'
                 MOVE 'YES' TO RDL-ON-FILE
              ELSE
                 MOVE 'NO' TO RDL-ON-FILE
              END-IF
              MOVE WS-RCV-IDX-BAL(WS-LX) TO RDL-FOUND
              MOVE WS-RCV-RESULT(WS-LX) TO RDL-RESULT
              IF WS-RCV-RESULT(WS-LX) = SPACES
                 MOVE SPACES TO RDL-ON-FILE
                 MOVE 'NOT ATTEMPTED' TO RDL-RESULT
              END-IF
              WRITE RCV-REC FROM RCV-DETAIL-LINE
           END-IF.
       H132-END. EXIT.
      *--------------------------------
      *Adds a new customer to the master file. The name and surname
      *travel in LS-NAME-TO/LS-SURNAME-TO, the same fields a balance
      *WRITE uses. A customer added without a tax class is set up as
      *a resident at a zero rate until a change keys the real one.
       H150-CUSTOMER-ADD.
           PERFORM H155-VALIDATE-TAX.
           MOVE LS-ID TO CUST-ID.
           READ CUST-FILE KEY IS CUST-ID
           INVALID KEY
              MOVE LS-ID TO CUST-ID
              MOVE LS-NAME-TO TO CUST-NAME
              MOVE LS-SURNAME-TO TO CUST-SURNAME
              IF LS-TAX-CLASS-NONE
                 MOVE 'R' TO CUST-TAX-CLASS
                 MOVE 0 TO CUST-TAX-RATE
              ELSE
                 MOVE LS-TAX-CLASS TO CUST-TAX-CLASS
                 MOVE LS-TAX-RATE TO CUST-TAX-RATE
              END-IF
              MOVE 0 TO CUST-MERGED-INTO
              WRITE CUST-REC
              MOVE CUST-ST TO LS-RC
              MOVE 0 TO FLAG
           GOBACK.
       H150-END. EXIT.
      *--------------------------------
      *A keyed tax class must be resident, non-resident or exempt,
      *with a rate no higher than a hundred percent; an exempt
      *customer is always held at a zero rate whatever was keyed.
      *No class at all leaves the tax detail to H150/H160.
       H155-VALIDATE-TAX.
           IF NOT LS-TAX-CLASS-NONE
              IF NOT LS-TAX-CLASS-VALID
                 MOVE 'INVALID TAX CLASS' TO LS-WRONG-EXP
                 MOVE 95 TO LS-RC
                 GOBACK
              END-IF
              IF LS-TAX-EXEMPT
                 MOVE 0 TO LS-TAX-RATE
              END-IF
              IF (LS-TAX-RATE NOT NUMERIC) OR (LS-TAX-RATE > 100)
                 MOVE 'INVALID TAX RATE' TO LS-WRONG-EXP
                 MOVE 95 TO LS-RC
                 GOBACK
              END-IF
           END-IF.
       H155-END. EXIT.
      *--------------------------------
      *Changes the master name and surname in one place; the balance
      *records are no longer the system of record for names, so no
      *balance record is touched here. The tax detail is only
      *replaced when a tax class is keyed, so a name change alone
      *leaves it as it was.
       H160-CUSTOMER-CHANGE.
           PERFORM H155-VALIDATE-TAX.
           PERFORM H850-VALIDATE-CUSTOMER.
           MOVE CUST-NAME TO LS-NAME-FROM.
           MOVE CUST-SURNAME TO LS-SURNAME-FROM.
           MOVE LS-NAME-TO TO CUST-NAME.
           MOVE LS-SURNAME-TO TO CUST-SURNAME.
           IF NOT LS-TAX-CLASS-NONE
              MOVE LS-TAX-CLASS TO CUST-TAX-CLASS
              MOVE LS-TAX-RATE TO CUST-TAX-RATE
           END-IF.
           REWRITE CUST-REC.
           MOVE CUST-ST TO LS-RC.
           MOVE 'CUSTOMER CHANGED SUCCESSFULLY' TO LS-WRONG-EXP.
           GOBACK.
       H160-END. EXIT.
      *--------------------------------
      *An inquiry still answers for a customer merged away, and says
      *where it went.
       H170-CUSTOMER-INQUIRE.
           PERFORM H850-VALIDATE-CUSTOMER.
           MOVE CUST-NAME TO LS-NAME-FROM.
           MOVE CUST-SURNAME TO LS-SURNAME-FROM.
           MOVE CUST-ST TO LS-RC.
           IF CUST-LIVE
              MOVE 'CUSTOMER IS READ' TO LS-WRONG-EXP
           ELSE
              MOVE CUST-MERGED-INTO TO WS-MRG-SURVIVOR
              STRING
              'CUSTOMER MERGED INTO '
              WS-MRG-SURVIVOR
              DELIMITED BY SIZE INTO LS-WRONG-EXP
           END-IF.
           GOBACK.
       H170-END. EXIT.
      *--------------------------------
      *each side. Both accounts, both currencies and the funds check
      *are validated before either side is rewritten, so a rejected
      *transfer leaves neither leg applied. Each leg writes its own
      *audit record, and both are journalled before the first is
      *written, so a run that dies between them is finished at the
      *next open.
       H250-TRANSFER-BALANCE.
           MOVE LS-BALANCE-TO TO WS-XFER-AMT-FROM.
           PERFORM H500-READ-RECORD.
           PERFORM H740-JOURNAL-START.
           MOVE 1 TO WS-LX.
           PERFORM H745-JOURNAL-LEG.
           PERFORM H680-CHECK-DORMANT.
           PERFORM H660-GET-LIMIT.
           MOVE LS-ID TO WS-HOLD-ID.
           MOVE LS-CURR TO WS-HOLD-CURR.
           PERFORM H670-GET-HOLDS.
           IF (IDX-BALANCE - WS-XFER-AMT-FROM) <
              (ZERO - WS-LIMIT-AMOUNT)
              MOVE 'INSUFFICIENT FUNDS FOR TRANSFER' TO LS-WRONG-EXP
              MOVE 93 TO LS-RC
              GOBACK
           END-IF.
           IF (IDX-BALANCE - WS-HOLD-TOTAL - WS-XFER-AMT-FROM) <
              (ZERO - WS-LIMIT-AMOUNT)
              MOVE 'FUNDS ON HOLD' TO LS-WRONG-EXP
              MOVE 93 TO LS-RC
              GOBACK
           END-IF.
           PERFORM H800-VALIDATE-CURRENCY.
           MOVE CURR-RATE TO WS-RATE-FROM.
           MOVE LS-XFER-CURR-TO TO CURR-CODE.
           END-READ.
           COMPUTE WS-XFER-AMT-TO ROUNDED =
              WS-XFER-AMT-FROM * WS-RATE-FROM / WS-RATE-TO.
           MOVE 'R' TO JRN-LEG-KIND(1).
           COMPUTE JRN-LEG-AFTER(1) =
              JRN-LEG-BEFORE(1) - WS-XFER-AMT-FROM.
           MOVE 2 TO WS-LX.
           PERFORM H745-JOURNAL-LEG.
           MOVE 'R' TO JRN-LEG-KIND(2).
      *A transfer within the one account meets the credit leg with
      *the debit already taken off.
           IF (LS-XFER-ID-TO = LS-ID) AND (LS-XFER-CURR-TO = LS-CURR)
              MOVE JRN-LEG-AFTER(1) TO JRN-LEG-BEFORE(2)
           END-IF.
           COMPUTE JRN-LEG-AFTER(2) =
              JRN-LEG-BEFORE(2) + WS-XFER-AMT-TO.
           PERFORM H750-JOURNAL-WRITE.
           PERFORM H260-TRANSFER-DEBIT.
           PERFORM H270-TRANSFER-CREDIT.
           PERFORM H760-JOURNAL-CLEAR.
           MOVE WS-XFER-AMT-TO TO LS-BALANCE-TO.
           MOVE IDX-ST TO LS-RC.
           MOVE 'TRANSFER POSTED SUCCESSFULLY' TO LS-WRONG-EXP.
       H285-END. EXIT.
      *--------------------------------
      *A candidate original is a balance-moving record - POST,
      *transfer leg, interest, tax withheld or fee - on the named
      *business date whose balance delta equals the keyed amount in
      *the keyed direction.
       H286-NOTE-CANDIDATE.
           IF (AUDIT-BUS-DATE = LS-DATE-TO)
              AND ((AUDIT-TRANS-TYPE = '6')
                 OR (AUDIT-TRANS-TYPE = 'T')
                 OR (AUDIT-TRANS-TYPE = 'I')
                 OR (AUDIT-TRANS-TYPE = 'W')
                 OR (AUDIT-TRANS-TYPE = 'F'))
              COMPUTE WS-AUD-DELTA =
                 AUDIT-BALANCE-AFTER - AUDIT-BALANCE-BEFORE
              IF WS-AUD-DELTA = WS-REV-DELTA
           GOBACK.
       H300-END. EXIT.
      *--------------------------------
      *Places or releases a funds hold through the batch input
      *stream. A hold can be placed on any open account whatever its
      *balance - a garnishment does not wait for the money - and it
      *simply stops debits and transfers out from reaching the held
      *funds. The held amount is returned in LS-BALANCE-TO.
       H340-FUNDS-HOLD.
           PERFORM H800-VALIDATE-CURRENCY.
           PERFORM H850-VALIDATE-CUSTOMER.
           PERFORM H500-READ-RECORD.
           IF (LS-HOLD-SEQ NOT NUMERIC) OR (LS-HOLD-SEQ = 0)
              MOVE 'INVALID HOLD SEQ' TO LS-WRONG-EXP
              MOVE 85 TO LS-RC
              GOBACK
           END-IF.
           IF LS-BUS-DATE > 0
              MOVE LS-BUS-DATE TO WS-HOLD-ASOF
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOLD-ASOF
           END-IF.
           IF LS-HOLD-PLACE
              IF (LS-BALANCE-TO NOT > 0)
                 OR (LS-HOLD-REASON = SPACES)
                 OR (LS-DATE-TO NOT NUMERIC)
                 MOVE 'INVALID HOLD DATA' TO LS-WRONG-EXP
                 MOVE 85 TO LS-RC
                 GOBACK
              END-IF
              IF (LS-DATE-TO NOT = 0) AND (LS-DATE-TO < WS-HOLD-ASOF)
                 MOVE 'INVALID HOLD DATA' TO LS-WRONG-EXP
                 MOVE 85 TO LS-RC
                 GOBACK
              END-IF
           END-IF.
           MOVE LS-ID TO HLD-ID.
           MOVE LS-CURR TO HLD-CURR.
           MOVE LS-HOLD-SEQ TO HLD-SEQ.
           READ HLD-FILE KEY IS HLD-KEY
           INVALID KEY
              MOVE 1 TO FLAG
           END-READ.
           EVALUATE TRUE
              WHEN LS-HOLD-PLACE
                 IF FLAG = 0
                    MOVE 'HOLD ALREADY EXIST' TO LS-WRONG-EXP
                    MOVE 85 TO LS-RC
                 ELSE
                    MOVE LS-ID TO HLD-ID
                    MOVE LS-CURR TO HLD-CURR
                    MOVE LS-HOLD-SEQ TO HLD-SEQ
                    MOVE LS-BALANCE-TO TO HLD-AMOUNT
                    MOVE LS-HOLD-REASON TO HLD-REASON
                    MOVE WS-HOLD-ASOF TO HLD-PLACED-DATE
                    MOVE LS-DATE-TO TO HLD-EXPIRY-DATE
                    MOVE 'A' TO HLD-STATUS
                    MOVE 0 TO HLD-RELEASED-DATE
                    WRITE HLD-REC
                    MOVE HLD-ST TO LS-RC
                    MOVE 'HOLD PLACED' TO LS-WRONG-EXP
                    MOVE 0 TO FLAG
                 END-IF
              WHEN LS-HOLD-RELEASE
                 IF FLAG = 0
                    IF HLD-ACTIVE
                       MOVE 'R' TO HLD-STATUS
                       MOVE WS-HOLD-ASOF TO HLD-RELEASED-DATE
                       REWRITE HLD-REC
                       MOVE HLD-ST TO LS-RC
                       MOVE HLD-AMOUNT TO LS-BALANCE-TO
                       MOVE 'HOLD RELEASED' TO LS-WRONG-EXP
                    ELSE
                       MOVE 'HOLD ALREADY RELEASED' TO LS-WRONG-EXP
                       MOVE 85 TO LS-RC
                    END-IF
                 ELSE
                    MOVE 'HOLD NOT FOUND' TO LS-WRONG-EXP
                    MOVE 85 TO LS-RC
                    MOVE 0 TO FLAG
                 END-IF
              WHEN OTHER
                 MOVE 'INVALID HOLD ACTION' TO LS-WRONG-EXP
                 MOVE 85 TO LS-RC
                 MOVE 0 TO FLAG
           END-EVALUATE.
           GOBACK.
       H340-END. EXIT.
      *--------------------------------
      *Loads or maintains the approved overdraft limit for one
      *(customer, currency) through the same batch input stream the
      *other functions use; the approved amount arrives in
           MOVE LS-DATE-TO TO SO-NEXT-DUE.
       H375-END. EXIT.
      *--------------------------------
      *Closes one (customer, currency) account for good. A zero
      *balance simply closes; a nonzero balance is refused unless a
      *settlement account is named, in which case the whole balance
      *is swept there first, converted through CURR-RATE the way a
      *transfer is. Every check is made before anything is written,
      *so a refused closure leaves the account, its limit, its
      *standing orders and its dormancy flag exactly as they were.
      *Both legs of a sweep, and the closure itself, carry audit
      *type 'X'; the closing record is the one with blank after-
      *image names, the way a delete's is.
       H380-CLOSE-ACCOUNT.
           PERFORM H500-READ-RECORD.
           PERFORM H740-JOURNAL-START.
           MOVE 2 TO WS-LX.
           PERFORM H745-JOURNAL-LEG.
           MOVE 'D' TO JRN-LEG-KIND(2).
           MOVE 0 TO JRN-LEG-AFTER(2).
           IF LS-CLOSE-REASON = SPACES
              MOVE 'CLOSURE REASON MISSING' TO LS-WRONG-EXP
              MOVE 86 TO LS-RC
              GOBACK
           END-IF.
           MOVE LS-ID TO WS-HOLD-ID.
           MOVE LS-CURR TO WS-HOLD-CURR.
           PERFORM H670-GET-HOLDS.
           IF WS-HOLD-TOTAL > 0
              MOVE 'FUNDS ON HOLD' TO LS-WRONG-EXP
              MOVE 86 TO LS-RC
              GOBACK
           END-IF.
           MOVE 'N' TO WS-CLOSE-SWEEP.
           MOVE 0 TO WS-XFER-AMT-FROM.
           MOVE 0 TO WS-XFER-AMT-TO.
           MOVE 0 TO WS-CLOSE-SETTLE-ID.
           MOVE 0 TO WS-CLOSE-SETTLE-CURR.
           IF IDX-BALANCE NOT = 0
              PERFORM H382-CHECK-SETTLEMENT
           END-IF.
      *H382 leaves the settlement account in the record area, and
      *the sweep into it is the journal's first leg.
           IF WS-CLOSE-SWEEP = 'Y'
              MOVE 1 TO WS-LX
              PERFORM H745-JOURNAL-LEG
              MOVE 'R' TO JRN-LEG-KIND(1)
              COMPUTE JRN-LEG-AFTER(1) =
                 JRN-LEG-BEFORE(1) + WS-XFER-AMT-TO
           END-IF.
           PERFORM H750-JOURNAL-WRITE.
           IF WS-CLOSE-SWEEP = 'Y'
              PERFORM H384-SWEEP-SETTLEMENT
           END-IF.
           PERFORM H386-REMOVE-ACCOUNT.
           PERFORM H390-REMOVE-DEPENDENTS.
           MOVE LS-CLOSE-REASON TO WS-CLOSE-REASON.
           PERFORM H395-WRITE-HISTORY.
           PERFORM H760-JOURNAL-CLEAR.
           MOVE WS-CLOSE-NAME TO LS-NAME-FROM.
           MOVE WS-CLOSE-SURNAME TO LS-SURNAME-FROM.
           MOVE WS-CLOSE-FINAL TO LS-BALANCE-TO.
           MOVE IDX-ST TO LS-RC.
           IF WS-CLOSE-SWEEP = 'Y'
              MOVE 'ACCOUNT CLOSED AND SETTLED' TO LS-WRONG-EXP
           ELSE
              MOVE 'ACCOUNT CLOSED SUCCESSFULLY' TO LS-WRONG-EXP
           END-IF.
           GOBACK.
       H380-END. EXIT.
      *--------------------------------
      *Settling an overdrawn account debits the settlement account,
      *so in that direction the settlement account must pass the
      *same dormancy and overdraft rules a transfer out of it would.
       H382-CHECK-SETTLEMENT.
           IF (LS-XFER-ID-TO NOT NUMERIC)
              OR (LS-XFER-CURR-TO NOT NUMERIC)
              OR (LS-XFER-ID-TO = 0)
              MOVE 'BALANCE NOT ZERO' TO LS-WRONG-EXP
              MOVE 86 TO LS-RC
              GOBACK
           END-IF.
           IF (LS-XFER-ID-TO = LS-ID) AND (LS-XFER-CURR-TO = LS-CURR)
              MOVE 'SETTLEMENT IS CLOSING ACCOUNT' TO LS-WRONG-EXP
              MOVE 86 TO LS-RC
              GOBACK
           END-IF.
           MOVE IDX-BALANCE TO WS-XFER-AMT-FROM.
           PERFORM H800-VALIDATE-CURRENCY.
           MOVE CURR-RATE TO WS-RATE-FROM.
           MOVE LS-XFER-CURR-TO TO CURR-CODE.
           READ CURR-FILE KEY IS CURR-CODE
           INVALID KEY
              MOVE 'INVALID CURRENCY CODE' TO LS-WRONG-EXP
              MOVE 98 TO LS-RC
              GOBACK
           END-READ.
           MOVE CURR-RATE TO WS-RATE-TO.
           IF (WS-RATE-FROM = 0) OR (WS-RATE-TO = 0)
              MOVE 'EXCHANGE RATE NOT ON FILE' TO LS-WRONG-EXP
              MOVE 86 TO LS-RC
              GOBACK
           END-IF.
           MOVE LS-XFER-ID-TO TO IDX-ID.
           MOVE LS-XFER-CURR-TO TO IDX-CURR.
           READ IDX-FILE KEY IS IDX-KEY
           INVALID KEY
              MOVE 'SETTLEMENT ACCOUNT NOT FOUND' TO LS-WRONG-EXP
              MOVE 86 TO LS-RC
              GOBACK
           END-READ.
           COMPUTE WS-XFER-AMT-TO ROUNDED =
              WS-XFER-AMT-FROM * WS-RATE-FROM / WS-RATE-TO.
           IF WS-XFER-AMT-TO < 0
              MOVE LS-XFER-ID-TO TO DMT-ID
              MOVE LS-XFER-CURR-TO TO DMT-CURR
              READ DMT-FILE KEY IS DMT-KEY
              INVALID KEY
                 CONTINUE
              END-READ
              IF DMT-SUCCESS
                 MOVE 'SETTLEMENT ACCOUNT DORMANT' TO LS-WRONG-EXP
                 MOVE 86 TO LS-RC
                 GOBACK
              END-IF
              MOVE ZERO TO WS-LIMIT-AMOUNT
              MOVE LS-XFER-ID-TO TO LIM-ID
              MOVE LS-XFER-CURR-TO TO LIM-CURR
              READ LIM-FILE KEY IS LIM-KEY
              INVALID KEY
                 CONTINUE
              END-READ
              IF LIM-SUCCESS
                 MOVE LIM-AMOUNT TO WS-LIMIT-AMOUNT
              END-IF
              MOVE LS-XFER-ID-TO TO WS-HOLD-ID
              MOVE LS-XFER-CURR-TO TO WS-HOLD-CURR
              PERFORM H670-GET-HOLDS
              IF (IDX-BALANCE - WS-HOLD-TOTAL + WS-XFER-AMT-TO) <
                 (ZERO - WS-LIMIT-AMOUNT)
                 MOVE 'SETTLEMENT OVERDRAFT EXCEEDED' TO
                    LS-WRONG-EXP
                 MOVE 86 TO LS-RC
                 GOBACK
              END-IF
           END-IF.
           MOVE LS-XFER-ID-TO TO WS-CLOSE-SETTLE-ID.
           MOVE LS-XFER-CURR-TO TO WS-CLOSE-SETTLE-CURR.
           MOVE 'Y' TO WS-CLOSE-SWEEP.
       H382-END. EXIT.
      *--------------------------------
       H384-SWEEP-SETTLEMENT.
           MOVE LS-XFER-ID-TO TO IDX-ID.
           MOVE LS-XFER-CURR-TO TO IDX-CURR.
           READ IDX-FILE KEY IS IDX-KEY.
           MOVE IDX-NAME TO WS-AUD-NAME-BEFORE.
           MOVE IDX-SURNAME TO WS-AUD-SURNAME-BEFORE.
           MOVE IDX-BALANCE TO WS-AUD-BALANCE-BEFORE.
           ADD WS-XFER-AMT-TO TO IDX-BALANCE.
           IF LS-BUS-DATE > 0
              MOVE LS-BUS-DATE TO IDX-DATE
           END-IF.
           REWRITE IDX-REC.
           MOVE IDX-NAME TO WS-AUD-NAME-AFTER.
           MOVE IDX-SURNAME TO WS-AUD-SURNAME-AFTER.
           MOVE IDX-BALANCE TO WS-AUD-BALANCE-AFTER.
           PERFORM H700-WRITE-AUDIT.
       H384-END. EXIT.
      *--------------------------------
      *The closing audit record takes the account from its final
      *balance to nothing in one movement, so the ledger books the
      *swept amount out of customer deposits and the replay sees the
      *account end at zero, deleted.
       H386-REMOVE-ACCOUNT.
           MOVE LS-ID TO IDX-ID.
           MOVE LS-CURR TO IDX-CURR.
           READ IDX-FILE KEY IS IDX-KEY.
           MOVE IDX-NAME TO WS-AUD-NAME-BEFORE.
           MOVE IDX-SURNAME TO WS-AUD-SURNAME-BEFORE.
           MOVE IDX-BALANCE TO WS-AUD-BALANCE-BEFORE.
           MOVE IDX-NAME TO WS-CLOSE-NAME.
           MOVE IDX-SURNAME TO WS-CLOSE-SURNAME.
           MOVE IDX-BALANCE TO WS-CLOSE-FINAL.
           DELETE IDX-FILE.
           MOVE SPACES TO WS-AUD-NAME-AFTER.
           MOVE SPACES TO WS-AUD-SURNAME-AFTER.
           MOVE ZEROES TO WS-AUD-BALANCE-AFTER.
           PERFORM H700-WRITE-AUDIT.
       H386-END. EXIT.
      *--------------------------------
      *Removes everything that hangs off a (customer, currency) that
      *is gone: its overdraft limit, its dormancy flag, its own
      *standing orders, and any other account's standing order that
      *pays into it - that one would otherwise reject every night as
      *a transfer to an account not on file. The standing-order file
      *is keyed on the paying side, so finding the orders that pay
      *in takes a full pass; closures are few enough for that.
      *Holds are left where they are: no account with an active hold
      *gets this far, and a released or lapsed one stays on file for
      *the nightly hold run to report and remove like any other.
       H390-REMOVE-DEPENDENTS.
           MOVE LS-ID TO LIM-ID.
           MOVE LS-CURR TO LIM-CURR.
           READ LIM-FILE KEY IS LIM-KEY
           INVALID KEY
              CONTINUE
           END-READ.
           IF LIM-SUCCESS
              DELETE LIM-FILE
           END-IF.
           MOVE LS-ID TO DMT-ID.
           MOVE LS-CURR TO DMT-CURR.
           READ DMT-FILE KEY IS DMT-KEY
           INVALID KEY
              CONTINUE
           END-READ.
           IF DMT-SUCCESS
              DELETE DMT-FILE
           END-IF.
           MOVE 0 TO WS-SO-CANCELLED.
           MOVE 0 TO SO-ID.
           MOVE 0 TO SO-CURR.
           MOVE 0 TO SO-SEQ.
           START SO-FILE KEY IS NOT LESS THAN SO-KEY
           INVALID KEY
              MOVE 10 TO SO-ST
           END-START.
           IF NOT SO-EOF
              READ SO-FILE NEXT RECORD
              AT END
                 MOVE 10 TO SO-ST
              END-READ
           END-IF.
           PERFORM H392-CANCEL-ONE-ORDER UNTIL SO-EOF.
       H390-END. EXIT.
      *--------------------------------
       H392-CANCEL-ONE-ORDER.
           IF ((SO-ID = LS-ID) AND (SO-CURR = LS-CURR))
              OR ((SO-TARGET-ID = LS-ID) AND (SO-TARGET-CURR = LS-CURR))
              DELETE SO-FILE
              ADD 1 TO WS-SO-CANCELLED
           END-IF.
           READ SO-FILE NEXT RECORD
           AT END
              MOVE 10 TO SO-ST
           END-READ.
       H392-END. EXIT.
      *--------------------------------
       H395-WRITE-HISTORY.
           MOVE FUNCTION CURRENT-DATE(1:16) TO CLS-TS.
           MOVE LS-ID TO CLS-ID.
           MOVE LS-CURR TO CLS-CURR.
           MOVE WS-CLOSE-NAME TO CLS-NAME.
           MOVE WS-CLOSE-SURNAME TO CLS-SURNAME.
           IF LS-BUS-DATE > 0
              MOVE LS-BUS-DATE TO CLS-CLOSE-DATE
           ELSE
              MOVE CLS-TS(1:8) TO CLS-CLOSE-DATE
           END-IF.
           MOVE WS-CLOSE-REASON TO CLS-REASON.
           MOVE WS-CLOSE-FINAL TO CLS-FINAL-BALANCE.
           MOVE WS-CLOSE-SETTLE-ID TO CLS-SETTLE-ID.
           MOVE WS-CLOSE-SETTLE-CURR TO CLS-SETTLE-CURR.
           MOVE WS-XFER-AMT-TO TO CLS-SETTLE-AMOUNT.
           MOVE WS-SO-CANCELLED TO CLS-ORDERS-CANCELLED.
           WRITE CLS-REC.
       H395-END. EXIT.
      *--------------------------------
      *A plain delete only removes an account that holds nothing; a
      *balance has to be settled through the close function, which
      *knows where the money goes, and a hold still in force keeps
      *the account open the way it keeps a closure from going
      *through. Whatever hangs off the account is removed with it
      *and the deletion is kept on the closed-account history under
      *its own reason code.
       H400-DELETE-RECORD.
           PERFORM H500-READ-RECORD.
           IF IDX-BALANCE NOT = 0
              MOVE 'BALANCE NOT ZERO' TO LS-WRONG-EXP
              MOVE 86 TO LS-RC
              GOBACK
           END-IF.
           MOVE LS-ID TO WS-HOLD-ID.
           MOVE LS-CURR TO WS-HOLD-CURR.
           PERFORM H670-GET-HOLDS.
           IF WS-HOLD-TOTAL > 0
              MOVE 'FUNDS ON HOLD' TO LS-WRONG-EXP
              MOVE 86 TO LS-RC
              GOBACK
           END-IF.
           PERFORM H740-JOURNAL-START.
           MOVE 2 TO WS-LX.
           PERFORM H745-JOURNAL-LEG.
           MOVE 'D' TO JRN-LEG-KIND(2).
           MOVE 0 TO JRN-LEG-AFTER(2).
           PERFORM H750-JOURNAL-WRITE.
           MOVE IDX-NAME TO WS-AUD-NAME-BEFORE.
           MOVE IDX-SURNAME TO WS-AUD-SURNAME-BEFORE.
           MOVE IDX-BALANCE TO WS-AUD-BALANCE-BEFORE.
           MOVE IDX-NAME TO WS-CLOSE-NAME.
           MOVE IDX-SURNAME TO WS-CLOSE-SURNAME.
           DELETE IDX-FILE.
           MOVE 'RECORD DELETED SUCCESSFULLY' TO LS-WRONG-EXP.
           MOVE SPACES TO WS-AUD-NAME-AFTER.
           MOVE SPACES TO WS-AUD-SURNAME-AFTER.
           MOVE ZEROES TO WS-AUD-BALANCE-AFTER.
           PERFORM H700-WRITE-AUDIT.
           PERFORM H390-REMOVE-DEPENDENTS.
           MOVE 'DL' TO WS-CLOSE-REASON.
           MOVE 0 TO WS-CLOSE-FINAL.
           MOVE 0 TO WS-CLOSE-SETTLE-ID.
           MOVE 0 TO WS-CLOSE-SETTLE-CURR.
           MOVE 0 TO WS-XFER-AMT-TO.
           PERFORM H395-WRITE-HISTORY.
           PERFORM H760-JOURNAL-CLEAR.
           GOBACK.
       H400-END. EXIT.
      *--------------------------------
      *Merges the customer in LS-ID into the surviving customer in
      *LS-XFER-ID-TO and retires it on the master. Every check is
      *made before anything is written, so a refused merge leaves
      *both customers exactly as they were. Each account moves as two
      *type 'M' movements: the merging account goes from its balance
      *to nothing with the blank after-image names a delete leaves,
      *and the survivor's account in the same currency takes the
      *balance on - opened by the merge from a zero before-image if
      *the survivor did not hold that currency. The reconciliation
      *replays both like any other movement, and the closed-account
      *history keeps each merged account under reason 'MG'.
       H420-MERGE-CUSTOMER.
           MOVE 'N' TO WS-BROWSE-ACTIVE.
           PERFORM H422-CHECK-MERGE.
           PERFORM H740-JOURNAL-START.
           PERFORM H750-JOURNAL-WRITE.
           PERFORM H440-MOVE-ONE-ACCOUNT
              VARYING WS-MX FROM 1 BY 1
              UNTIL WS-MX > WS-MRG-ACCT-MAX.
           PERFORM H446-MOVE-ORDERS.
           PERFORM H450-MOVE-LIMITS.
           PERFORM H456-MOVE-DORMANCY.
           MOVE LS-ID TO CUST-ID.
           READ CUST-FILE KEY IS CUST-ID.
           MOVE WS-MRG-SURVIVOR TO CUST-MERGED-INTO.
           REWRITE CUST-REC.
           MOVE CUST-ST TO LS-RC.
           PERFORM H760-JOURNAL-CLEAR.
           MOVE CUST-NAME TO LS-NAME-FROM.
           MOVE CUST-SURNAME TO LS-SURNAME-FROM.
           MOVE WS-MRG-ACCT-MAX TO LS-MRG-ACCOUNTS.
           MOVE WS-MRG-LIMITS TO LS-MRG-LIMITS.
           MOVE WS-MRG-ORDERS TO LS-MRG-ORDERS.
           MOVE WS-MRG-DORMANT TO LS-MRG-DORMANT.
           MOVE WS-MRG-CANCELLED TO LS-MRG-CANCELLED.
           MOVE 'CUSTOMER MERGED SUCCESSFULLY' TO LS-WRONG-EXP.
           GOBACK.
       H420-END. EXIT.
      *--------------------------------
      *A merge is refused when either customer is unknown or already
      *merged away, when a merging account has funds on hold - the
      *earmark cannot follow an account that is going away - and
      *when a combined balance would not fit the balance record,
      *which would leave an after-image the replay could never chain
      *onto. The survivor's standing-order sequences must also have
      *room for the orders coming across.
       H422-CHECK-MERGE.
           IF (LS-XFER-ID-TO NOT NUMERIC) OR (LS-XFER-ID-TO = 0)
              OR (LS-XFER-ID-TO = LS-ID)
              MOVE 'INVALID SURVIVING CUSTOMER' TO LS-WRONG-EXP
              MOVE 82 TO LS-RC
              GOBACK
           END-IF.
           MOVE LS-XFER-ID-TO TO WS-MRG-SURVIVOR.
           MOVE WS-MRG-SURVIVOR TO CUST-ID.
           READ CUST-FILE KEY IS CUST-ID
           INVALID KEY
              MOVE 'SURVIVOR NOT ON MASTER' TO LS-WRONG-EXP
              MOVE 82 TO LS-RC
              GOBACK
           END-READ.
           IF NOT CUST-LIVE
              MOVE 'SURVIVOR ALREADY MERGED' TO LS-WRONG-EXP
              MOVE 82 TO LS-RC
              GOBACK
           END-IF.
           MOVE CUST-NAME TO WS-MRG-NAME.
           MOVE CUST-SURNAME TO WS-MRG-SURNAME.
           PERFORM H850-VALIDATE-CUSTOMER.
           PERFORM H424-LOAD-ACCOUNTS.
           PERFORM H428-CHECK-ONE-ACCOUNT
              VARYING WS-MX FROM 1 BY 1
              UNTIL WS-MX > WS-MRG-ACCT-MAX.
           PERFORM H432-LOAD-ORDERS.
           PERFORM H436-NUMBER-ONE-ORDER
              VARYING WS-MX FROM 1 BY 1
              UNTIL WS-MX > WS-MRG-SO-MAX.
       H422-END. EXIT.
      *--------------------------------
       H424-LOAD-ACCOUNTS.
           MOVE 0 TO WS-MRG-ACCT-MAX.
           MOVE LS-ID TO IDX-ID.
           MOVE ZEROES TO IDX-CURR.
           START IDX-FILE KEY IS NOT LESS THAN IDX-KEY
           INVALID KEY
              MOVE 10 TO IDX-ST
           END-START.
           IF NOT IDX-EOF
              READ IDX-FILE NEXT RECORD
              AT END
                 MOVE 10 TO IDX-ST
              END-READ
           END-IF.
           PERFORM H426-LOAD-ONE-ACCOUNT
              UNTIL IDX-EOF
                 OR (IDX-ID NOT = LS-ID).
       H424-END. EXIT.
      *--------------------------------
       H426-LOAD-ONE-ACCOUNT.
           ADD 1 TO WS-MRG-ACCT-MAX.
           MOVE IDX-CURR TO WS-MRG-CURR(WS-MRG-ACCT-MAX).
           MOVE IDX-BALANCE TO WS-MRG-BAL(WS-MRG-ACCT-MAX).
           READ IDX-FILE NEXT RECORD
           AT END
              MOVE 10 TO IDX-ST
           END-READ.
       H426-END. EXIT.
      *--------------------------------
       H428-CHECK-ONE-ACCOUNT.
           MOVE LS-ID TO WS-HOLD-ID.
           MOVE WS-MRG-CURR(WS-MX) TO WS-HOLD-CURR.
           PERFORM H670-GET-HOLDS.
           IF WS-HOLD-TOTAL > 0
              MOVE 'FUNDS ON HOLD' TO LS-WRONG-EXP
              MOVE 82 TO LS-RC
              GOBACK
           END-IF.
           MOVE WS-MRG-SURVIVOR TO IDX-ID.
           MOVE WS-MRG-CURR(WS-MX) TO IDX-CURR.
           READ IDX-FILE KEY IS IDX-KEY
           INVALID KEY
              CONTINUE
           END-READ.
           IF IDX-SUCCESS
              COMPUTE WS-MRG-SUM = IDX-BALANCE + WS-MRG-BAL(WS-MX)
              IF (WS-MRG-SUM > 999999999999999)
                 OR (WS-MRG-SUM < -999999999999999)
                 MOVE 'MERGED BALANCE OVERFLOW' TO LS-WRONG-EXP
                 MOVE 82 TO LS-RC
                 GOBACK
              END-IF
           END-IF.
       H428-END. EXIT.
      *--------------------------------
       H432-LOAD-ORDERS.
           MOVE 0 TO WS-MRG-SO-MAX.
           MOVE 'N' TO WS-SCAN-OVFL.
           MOVE LS-ID TO SO-ID.
           MOVE 0 TO SO-CURR.
           MOVE 0 TO SO-SEQ.
           START SO-FILE KEY IS NOT LESS THAN SO-KEY
           INVALID KEY
              MOVE 10 TO SO-ST
           END-START.
           IF NOT SO-EOF
              READ SO-FILE NEXT RECORD
              AT END
                 MOVE 10 TO SO-ST
              END-READ
           END-IF.
           PERFORM H434-LOAD-ONE-ORDER
              UNTIL SO-EOF
                 OR (SO-ID NOT = LS-ID).
           IF WS-SCAN-OVFL = 'Y'
              MOVE 'TOO MANY STANDING ORDERS' TO LS-WRONG-EXP
              MOVE 82 TO LS-RC
              GOBACK
           END-IF.
       H432-END. EXIT.
      *--------------------------------
       H434-LOAD-ONE-ORDER.
           IF WS-MRG-SO-MAX < 999
              ADD 1 TO WS-MRG-SO-MAX
              MOVE SO-REC TO WS-MRG-SO-REC(WS-MRG-SO-MAX)
           ELSE
              MOVE 'Y' TO WS-SCAN-OVFL
           END-IF.
           READ SO-FILE NEXT RECORD
           AT END
              MOVE 10 TO SO-ST
           END-READ.
       H434-END. EXIT.
      *--------------------------------
      *The merging customer's orders go in behind the survivor's own
      *in each currency, in the order they were held.
       H436-NUMBER-ONE-ORDER.
           MOVE WS-MRG-SO-REC(WS-MX) TO SO-REC.
           IF (WS-MX = 1) OR (SO-CURR NOT = WS-MRG-SEQ-CURR)
              MOVE SO-CURR TO WS-MRG-SEQ-CURR
              PERFORM H438-LAST-SURVIVOR-SEQ
           END-IF.
           ADD 1 TO WS-MRG-NEXT-SEQ.
           IF WS-MRG-NEXT-SEQ > 999
              MOVE 'STANDING ORDER SEQ EXHAUSTED' TO LS-WRONG-EXP
              MOVE 82 TO LS-RC
              GOBACK
           END-IF.
           MOVE WS-MRG-NEXT-SEQ TO WS-MRG-SO-NEWSEQ(WS-MX).
       H436-END. EXIT.
      *--------------------------------
       H438-LAST-SURVIVOR-SEQ.
           MOVE 0 TO WS-MRG-NEXT-SEQ.
           MOVE WS-MRG-SURVIVOR TO SO-ID.
           MOVE WS-MRG-SEQ-CURR TO SO-CURR.
           MOVE 0 TO SO-SEQ.
           START SO-FILE KEY IS NOT LESS THAN SO-KEY
           INVALID KEY
              MOVE 10 TO SO-ST
           END-START.
           IF NOT SO-EOF
              READ SO-FILE NEXT RECORD
              AT END
                 MOVE 10 TO SO-ST
              END-READ
           END-IF.
           PERFORM H439-NOTE-SURVIVOR-SEQ
              UNTIL SO-EOF
                 OR (SO-ID NOT = WS-MRG-SURVIVOR)
                 OR (SO-CURR NOT = WS-MRG-SEQ-CURR).
       H438-END. EXIT.
      *--------------------------------
       H439-NOTE-SURVIVOR-SEQ.
           MOVE SO-SEQ TO WS-MRG-NEXT-SEQ.
           READ SO-FILE NEXT RECORD
           AT END
              MOVE 10 TO SO-ST
           END-READ.
       H439-END. EXIT.
      *--------------------------------
       H440-MOVE-ONE-ACCOUNT.
           MOVE WS-MRG-CURR(WS-MX) TO LS-CURR.
           PERFORM H441-JOURNAL-ACCOUNT.
           PERFORM H442-REMOVE-MERGED-ACCOUNT.
           PERFORM H444-CREDIT-SURVIVOR.
           MOVE 'MG' TO WS-CLOSE-REASON.
           MOVE WS-MRG-SURVIVOR TO WS-CLOSE-SETTLE-ID.
           MOVE LS-CURR TO WS-CLOSE-SETTLE-CURR.
           MOVE WS-CLOSE-FINAL TO WS-XFER-AMT-TO.
           MOVE 0 TO WS-SO-CANCELLED.
           PERFORM H395-WRITE-HISTORY.
           MOVE SPACES TO JRN-LEGS.
           PERFORM H750-JOURNAL-WRITE.
       H440-END. EXIT.
      *--------------------------------
      *Puts the account about to move in the journal's legs: the
      *merging account deleted, and the survivor's account in the
      *same currency either taking the balance on or opened with it
      *the way H444 will open it.
       H441-JOURNAL-ACCOUNT.
           MOVE LS-ID TO IDX-ID.
           MOVE LS-CURR TO IDX-CURR.
           READ IDX-FILE KEY IS IDX-KEY.
           MOVE 1 TO WS-LX.
           PERFORM H745-JOURNAL-LEG.
           MOVE 'D' TO JRN-LEG-KIND(1).
           MOVE 0 TO JRN-LEG-AFTER(1).
           MOVE IDX-DATE TO WS-MRG-DATE.
           MOVE WS-MRG-SURVIVOR TO IDX-ID.
           MOVE LS-CURR TO IDX-CURR.
           READ IDX-FILE KEY IS IDX-KEY
           INVALID KEY
              MOVE 1 TO FLAG
           END-READ.
           MOVE 2 TO WS-LX.
           IF FLAG = 0
              PERFORM H745-JOURNAL-LEG
              MOVE 'R' TO JRN-LEG-KIND(2)
              COMPUTE JRN-LEG-AFTER(2) =
                 JRN-LEG-BEFORE(2) + JRN-LEG-BEFORE(1)
           ELSE
              MOVE 'W' TO JRN-LEG-KIND(2)
              MOVE WS-MRG-SURVIVOR TO JRN-LEG-ID(2)
              MOVE LS-CURR TO JRN-LEG-CURR(2)
              MOVE WS-MRG-NAME TO JRN-LEG-NAME(2)
              MOVE WS-MRG-SURNAME TO JRN-LEG-SURNAME(2)
              IF LS-BUS-DATE > 0
                 MOVE LS-BUS-DATE TO JRN-LEG-DATE(2)
              ELSE
                 MOVE WS-MRG-DATE TO JRN-LEG-DATE(2)
              END-IF
              MOVE 0 TO JRN-LEG-BEFORE(2)
              MOVE JRN-LEG-BEFORE(1) TO JRN-LEG-AFTER(2)
              MOVE 0 TO FLAG
           END-IF.
           PERFORM H750-JOURNAL-WRITE.
       H441-END. EXIT.
      *--------------------------------
       H442-REMOVE-MERGED-ACCOUNT.
           MOVE LS-ID TO IDX-ID.
           MOVE LS-CURR TO IDX-CURR.
           READ IDX-FILE KEY IS IDX-KEY.
           MOVE IDX-NAME TO WS-AUD-NAME-BEFORE.
           MOVE IDX-SURNAME TO WS-AUD-SURNAME-BEFORE.
           MOVE IDX-BALANCE TO WS-AUD-BALANCE-BEFORE.
           MOVE IDX-NAME TO WS-CLOSE-NAME.
           MOVE IDX-SURNAME TO WS-CLOSE-SURNAME.
           MOVE IDX-BALANCE TO WS-CLOSE-FINAL.
           MOVE IDX-DATE TO WS-MRG-DATE.
           DELETE IDX-FILE.
           MOVE SPACES TO WS-AUD-NAME-AFTER.
           MOVE SPACES TO WS-AUD-SURNAME-AFTER.
           MOVE ZEROES TO WS-AUD-BALANCE-AFTER.
           PERFORM H700-WRITE-AUDIT.
       H442-END. EXIT.
      *--------------------------------
      *An account the merge opens for the survivor carries the
      *survivor's master name, the way a WRITE's does.
       H444-CREDIT-SURVIVOR.
           MOVE WS-MRG-SURVIVOR TO IDX-ID.
           MOVE LS-CURR TO IDX-CURR.
           READ IDX-FILE KEY IS IDX-KEY
           INVALID KEY
              MOVE 1 TO FLAG
           END-READ.
           IF FLAG = 0
              MOVE IDX-NAME TO WS-AUD-NAME-BEFORE
              MOVE IDX-SURNAME TO WS-AUD-SURNAME-BEFORE
              MOVE IDX-BALANCE TO WS-AUD-BALANCE-BEFORE
              ADD WS-CLOSE-FINAL TO IDX-BALANCE
              IF LS-BUS-DATE > 0
                 MOVE LS-BUS-DATE TO IDX-DATE
              END-IF
              REWRITE IDX-REC
           ELSE
              MOVE SPACES TO WS-AUD-NAME-BEFORE
              MOVE SPACES TO WS-AUD-SURNAME-BEFORE
              MOVE ZEROES TO WS-AUD-BALANCE-BEFORE
              MOVE WS-MRG-SURVIVOR TO IDX-ID
              MOVE LS-CURR TO IDX-CURR
              MOVE WS-MRG-NAME TO IDX-NAME
              MOVE WS-MRG-SURNAME TO IDX-SURNAME
              IF LS-BUS-DATE > 0
                 MOVE LS-BUS-DATE TO IDX-DATE
              ELSE
                 MOVE WS-MRG-DATE TO IDX-DATE
              END-IF
              MOVE WS-CLOSE-FINAL TO IDX-BALANCE
              WRITE IDX-REC
              MOVE 0 TO FLAG
           END-IF.
           MOVE IDX-NAME TO WS-AUD-NAME-AFTER.
           MOVE IDX-SURNAME TO WS-AUD-SURNAME-AFTER.
           MOVE IDX-BALANCE TO WS-AUD-BALANCE-AFTER.
           PERFORM H700-WRITE-AUDIT.
       H444-END. EXIT.
      *--------------------------------
      *The merging customer's own orders are re-keyed under the
      *survivor with the sequences numbered at the check; then one
      *pass over the whole file points every order that paid the
      *merging customer at the survivor instead. An order that would
      *be left paying from an account into that same account is
      *cancelled. Only the merging customer's own orders count as
      *carried across; an order that merely changes payee stays with
      *the customer who pays it.
       H446-MOVE-ORDERS.
           MOVE 0 TO WS-MRG-ORDERS.
           MOVE 0 TO WS-MRG-CANCELLED.
           PERFORM H447-MOVE-ONE-ORDER
              VARYING WS-MX FROM 1 BY 1
              UNTIL WS-MX > WS-MRG-SO-MAX.
           MOVE 0 TO SO-ID.
           MOVE 0 TO SO-CURR.
           MOVE 0 TO SO-SEQ.
           START SO-FILE KEY IS NOT LESS THAN SO-KEY
           INVALID KEY
              MOVE 10 TO SO-ST
           END-START.
           IF NOT SO-EOF
              READ SO-FILE NEXT RECORD
              AT END
                 MOVE 10 TO SO-ST
              END-READ
           END-IF.
           PERFORM H448-REPOINT-ONE-ORDER UNTIL SO-EOF.
       H446-END. EXIT.
      *--------------------------------
       H447-MOVE-ONE-ORDER.
           MOVE WS-MRG-SO-REC(WS-MX) TO SO-REC.
           DELETE SO-FILE.
           MOVE WS-MRG-SURVIVOR TO SO-ID.
           MOVE WS-MRG-SO-NEWSEQ(WS-MX) TO SO-SEQ.
           IF SO-TARGET-ID = LS-ID
              MOVE WS-MRG-SURVIVOR TO SO-TARGET-ID
           END-IF.
           IF (SO-TARGET-ID = SO-ID) AND (SO-TARGET-CURR = SO-CURR)
              ADD 1 TO WS-MRG-CANCELLED
           ELSE
              WRITE SO-REC
              ADD 1 TO WS-MRG-ORDERS
           END-IF.
       H447-END. EXIT.
      *--------------------------------
       H448-REPOINT-ONE-ORDER.
           IF SO-TARGET-ID = LS-ID
              MOVE WS-MRG-SURVIVOR TO SO-TARGET-ID
              IF (SO-TARGET-ID = SO-ID) AND (SO-TARGET-CURR = SO-CURR)
                 DELETE SO-FILE
                 ADD 1 TO WS-MRG-CANCELLED
              ELSE
                 REWRITE SO-REC
              END-IF
           END-IF.
           READ SO-FILE NEXT RECORD
           AT END
              MOVE 10 TO SO-ST
           END-READ.
       H448-END. EXIT.
      *--------------------------------
      *Where both customers hold a limit in the same currency the
      *survivor keeps the higher of the two. Each limit is deleted
      *as it is taken, so every pass starts the merging customer's
      *limits afresh from the top.
       H450-MOVE-LIMITS.
           MOVE 0 TO WS-MRG-LIMITS.
           MOVE 'N' TO WS-MRG-DONE.
           PERFORM H452-MOVE-ONE-LIMIT UNTIL WS-MRG-DONE = 'Y'.
       H450-END. EXIT.
      *--------------------------------
       H452-MOVE-ONE-LIMIT.
           MOVE LS-ID TO LIM-ID.
           MOVE 0 TO LIM-CURR.
           START LIM-FILE KEY IS NOT LESS THAN LIM-KEY
           INVALID KEY
              MOVE 10 TO LIM-ST
           END-START.
           IF NOT LIM-EOF
              READ LIM-FILE NEXT RECORD
              AT END
                 MOVE 10 TO LIM-ST
              END-READ
           END-IF.
           IF LIM-EOF OR (LIM-ID NOT = LS-ID)
              MOVE 'Y' TO WS-MRG-DONE
           ELSE
              MOVE LIM-CURR TO WS-MRG-WORK-CURR
              MOVE LIM-AMOUNT TO WS-LIMIT-AMOUNT
              DELETE LIM-FILE
              ADD 1 TO WS-MRG-LIMITS
              MOVE WS-MRG-SURVIVOR TO LIM-ID
              MOVE WS-MRG-WORK-CURR TO LIM-CURR
              READ LIM-FILE KEY IS LIM-KEY
              INVALID KEY
                 MOVE 1 TO FLAG
              END-READ
              IF FLAG = 0
                 IF WS-LIMIT-AMOUNT > LIM-AMOUNT
                    MOVE WS-LIMIT-AMOUNT TO LIM-AMOUNT
                    REWRITE LIM-REC
                 END-IF
              ELSE
                 MOVE WS-MRG-SURVIVOR TO LIM-ID
                 MOVE WS-MRG-WORK-CURR TO LIM-CURR
                 MOVE WS-LIMIT-AMOUNT TO LIM-AMOUNT
                 WRITE LIM-REC
                 MOVE 0 TO FLAG
              END-IF
           END-IF.
       H452-END. EXIT.
      *--------------------------------
      *Dormancy follows the money: a dormant balance stays behind a
      *dormancy flag on the survivor's account, so a merge is never
      *a way round a reactivation. A flag the survivor already has
      *keeps its own dates.
       H456-MOVE-DORMANCY.
           MOVE 0 TO WS-MRG-DORMANT.
           MOVE 'N' TO WS-MRG-DONE.
           PERFORM H458-MOVE-ONE-FLAG UNTIL WS-MRG-DONE = 'Y'.
       H456-END. EXIT.
      *--------------------------------
       H458-MOVE-ONE-FLAG.
           MOVE LS-ID TO DMT-ID.
           MOVE 0 TO DMT-CURR.
           START DMT-FILE KEY IS NOT LESS THAN DMT-KEY
           INVALID KEY
              MOVE 10 TO DMT-ST
           END-START.
           IF NOT DMT-EOF
              READ DMT-FILE NEXT RECORD
              AT END
                 MOVE 10 TO DMT-ST
              END-READ
           END-IF.
           IF DMT-EOF OR (DMT-ID NOT = LS-ID)
              MOVE 'Y' TO WS-MRG-DONE
           ELSE
              MOVE DMT-CURR TO WS-MRG-WORK-CURR
              MOVE DMT-MARK-DATE TO WS-MRG-MARK-DATE
              MOVE DMT-LAST-ACTIVITY TO WS-MRG-LAST-ACTIVITY
              DELETE DMT-FILE
              MOVE WS-MRG-SURVIVOR TO DMT-ID
              MOVE WS-MRG-WORK-CURR TO DMT-CURR
              READ DMT-FILE KEY IS DMT-KEY
              INVALID KEY
                 MOVE 1 TO FLAG
              END-READ
              IF FLAG = 1
                 MOVE WS-MRG-SURVIVOR TO DMT-ID
                 MOVE WS-MRG-WORK-CURR TO DMT-CURR
                 MOVE WS-MRG-MARK-DATE TO DMT-MARK-DATE
                 MOVE WS-MRG-LAST-ACTIVITY TO DMT-LAST-ACTIVITY
                 WRITE DMT-REC
                 ADD 1 TO WS-MRG-DORMANT
                 MOVE 0 TO FLAG
              END-IF
           END-IF.
       H458-END. EXIT.
      *--------------------------------
       H500-READ-RECORD.
           MOVE LS-ID TO IDX-ID.
           END-IF.
           EVALUATE TRUE
              WHEN WS-EFF-DEBIT
                 IF WS-FUNC-POST OR WS-FUNC-FEE
                    PERFORM H680-CHECK-DORMANT
                 END-IF
      *Tax withheld is taken from interest credited moments before
      *in the same run, so it is never refused for want of funds.
                 IF NOT WS-FUNC-WHT
                    PERFORM H650-CHECK-OVERDRAFT
                 END-IF
                 SUBTRACT LS-BALANCE-TO FROM IDX-BALANCE
              WHEN WS-EFF-CREDIT
                 ADD LS-BALANCE-TO TO IDX-BALANCE
           IF LS-BUS-DATE > 0
              MOVE LS-BUS-DATE TO IDX-DATE
           END-IF.
      *A reversal is journalled: its audit record is what ties it to
      *the original, and a balance rewritten without it would leave
      *the original open to being reversed a second time.
           IF WS-FUNC-REVERSAL
              PERFORM H740-JOURNAL-START
              MOVE 1 TO WS-LX
              PERFORM H745-JOURNAL-LEG
              MOVE 'R' TO JRN-LEG-KIND(1)
              MOVE WS-AUD-BALANCE-BEFORE TO JRN-LEG-BEFORE(1)
              MOVE IDX-BALANCE TO JRN-LEG-AFTER(1)
              MOVE WS-PICKED-TS TO JRN-REV-TS
              MOVE WS-PICKED-TYPE TO JRN-REV-TYPE
              PERFORM H750-JOURNAL-WRITE
           END-IF.
           REWRITE IDX-REC.
           MOVE IDX-BALANCE TO LS-BALANCE-TO.
           MOVE IDX-ST TO LS-RC.
              MOVE WS-PICKED-TYPE TO WS-AUD-REV-TYPE
           END-IF.
           PERFORM H700-WRITE-AUDIT.
           IF WS-FUNC-REVERSAL
              PERFORM H760-JOURNAL-CLEAR
           END-IF.
           GOBACK.
       H600-END. EXIT.
      *--------------------------------
      *Refuses a debit that would take the available balance - the
      *balance less any funds on active hold - below the approved
      *overdraft for this (customer, currency). The reject comes back
      *before the balance is touched, so the transaction lands in the
      *reject file instead of posting. A debit the balance itself
      *could stand but the holds cannot says so, so the branch knows
      *to look at the holds rather than the limit.
       H650-CHECK-OVERDRAFT.
           PERFORM H660-GET-LIMIT.
           MOVE LS-ID TO WS-HOLD-ID.
           MOVE LS-CURR TO WS-HOLD-CURR.
           PERFORM H670-GET-HOLDS.
           IF (IDX-BALANCE - LS-BALANCE-TO) <
              (ZERO - WS-LIMIT-AMOUNT)
              MOVE 'OVERDRAFT LIMIT EXCEEDED' TO LS-WRONG-EXP
              MOVE 94 TO LS-RC
              GOBACK
           END-IF.
           IF (IDX-BALANCE - WS-HOLD-TOTAL - LS-BALANCE-TO) <
              (ZERO - WS-LIMIT-AMOUNT)
              MOVE 'FUNDS ON HOLD' TO LS-WRONG-EXP
              MOVE 94 TO LS-RC
              GOBACK
           END-IF.
       H650-END. EXIT.
      *--------------------------------
       H660-GET-LIMIT.
           END-IF.
       H660-END. EXIT.
      *--------------------------------
      *Totals the active holds on the (WS-HOLD-ID, WS-HOLD-CURR)
      *account as of the business date - or today, for a caller that
      *runs without one. A hold is active from placement through its
      *expiry date; one already released, or lapsed but not yet
      *swept up by the nightly run, no longer counts.
       H670-GET-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           IF LS-BUS-DATE > 0
              MOVE LS-BUS-DATE TO WS-HOLD-ASOF
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOLD-ASOF
           END-IF.
           MOVE WS-HOLD-ID TO HLD-ID.
           MOVE WS-HOLD-CURR TO HLD-CURR.
           MOVE 0 TO HLD-SEQ.
           START HLD-FILE KEY IS NOT LESS THAN HLD-KEY
           INVALID KEY
              MOVE 10 TO HLD-ST
           END-START.
           IF NOT HLD-EOF
              READ HLD-FILE NEXT RECORD
              AT END
                 MOVE 10 TO HLD-ST
              END-READ
           END-IF.
           PERFORM H672-ADD-ONE-HOLD
              UNTIL HLD-EOF
                 OR (HLD-ID NOT = WS-HOLD-ID)
                 OR (HLD-CURR NOT = WS-HOLD-CURR).
       H670-END. EXIT.
      *--------------------------------
       H672-ADD-ONE-HOLD.
           IF HLD-ACTIVE
              AND ((HLD-EXPIRY-DATE = 0)
                 OR (HLD-EXPIRY-DATE NOT < WS-HOLD-ASOF))
              ADD HLD-AMOUNT TO WS-HOLD-TOTAL
           END-IF.
           READ HLD-FILE NEXT RECORD
           AT END
              MOVE 10 TO HLD-ST
           END-READ.
       H672-END. EXIT.
      *--------------------------------
      *Refuses a debit or a transfer out of an account the dormancy
      *batch has flagged, before the balance is touched, so the
      *transaction lands in the reject file the way an overdraft
           MOVE LS-BUS-DATE TO AUDIT-BUS-DATE.
           MOVE WS-AUD-REV-TS TO AUDIT-REV-TS.
           MOVE WS-AUD-REV-TYPE TO AUDIT-REV-TYPE.
           MOVE LS-APPROVER TO AUDIT-APPROVER.
           WRITE AUDIT-REC.
      *The tie-back only belongs on the one reversal that set it.
           MOVE SPACES TO WS-AUD-REV-TS.
           MOVE SPACE TO WS-AUD-REV-TYPE.
       H700-END. EXIT.
      *--------------------------------
      *Starts a fresh journal record for the call in hand. Nothing is
      *written until H750, so an update refused after this point
      *leaves the journal as it was.
       H740-JOURNAL-START.
           MOVE SPACES TO JRN-REC.
           MOVE FUNCTION CURRENT-DATE(1:16) TO JRN-TS.
           MOVE LS-SUB-AREA TO JRN-CALL.
       H740-END. EXIT.
      *--------------------------------
      *Takes the balance record now in the record area as leg WS-LX,
      *its balance as the before-image and the date the update will
      *leave on it. The caller sets the kind and the after-image.
       H745-JOURNAL-LEG.
           MOVE IDX-ID TO JRN-LEG-ID(WS-LX).
           MOVE IDX-CURR TO JRN-LEG-CURR(WS-LX).
           MOVE IDX-NAME TO JRN-LEG-NAME(WS-LX).
           MOVE IDX-SURNAME TO JRN-LEG-SURNAME(WS-LX).
           MOVE IDX-BALANCE TO JRN-LEG-BEFORE(WS-LX).
           IF LS-BUS-DATE > 0
              MOVE LS-BUS-DATE TO JRN-LEG-DATE(WS-LX)
           ELSE
              MOVE IDX-DATE TO JRN-LEG-DATE(WS-LX)
           END-IF.
       H745-END. EXIT.
      *--------------------------------
      *Nothing has been applied when the journal cannot be written,
      *so the run stops here rather than go on unprotected.
       H750-JOURNAL-WRITE.
           MOVE 'P' TO JRN-STATUS.
           MOVE 1 TO JRN-RK.
           REWRITE JRN-FILE-REC FROM JRN-REC.
           IF NOT JRN-SUCCESS
              DISPLAY 'UNABLE TO WRITE IN-FLIGHT JOURNAL: ' JRN-ST
              MOVE JRN-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H750-END. EXIT.
      *--------------------------------
       H760-JOURNAL-CLEAR.
           MOVE SPACES TO JRN-REC.
           MOVE 1 TO JRN-RK.
           REWRITE JRN-FILE-REC FROM JRN-REC.
           IF NOT JRN-SUCCESS
              DISPLAY 'UNABLE TO CLEAR IN-FLIGHT JOURNAL: ' JRN-ST
              MOVE JRN-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H760-END. EXIT.
      *--------------------------------
       H800-VALIDATE-CURRENCY.
           MOVE LS-CURR TO CURR-CODE.
      *--------------------------------
      *Refuses any function aimed at a customer ID that is not on the
      *master file, the same way H800-VALIDATE-CURRENCY refuses an
      *unknown currency code. A customer merged into another is
      *retired: only an inquiry may still reach it.
       H850-VALIDATE-CUSTOMER.
           MOVE LS-ID TO CUST-ID.
           READ CUST-FILE KEY IS CUST-ID
              MOVE 95 TO LS-RC
              GOBACK
           END-READ.
           IF (NOT CUST-LIVE) AND (NOT WS-FUNC-CUST-INQ)
              MOVE CUST-MERGED-INTO TO WS-MRG-SURVIVOR
              STRING
              'CUSTOMER MERGED INTO '
              WS-MRG-SURVIVOR
              DELIMITED BY SIZE INTO LS-WRONG-EXP
              MOVE 95 TO LS-RC
              GOBACK
           END-IF.
       H850-END. EXIT.
      *--------------------------------
      *--------------------------------
           CLOSE LIM-FILE.
           CLOSE SO-FILE.
           CLOSE DMT-FILE.
           CLOSE HLD-FILE.
           CLOSE CLS-FILE.
           CLOSE JRN-FILE.
           GOBACK.
       H999-END. EXIT.
      *--------------------------------
