       IDENTIFICATION DIVISION.
      *--------------------------------
       PROGRAM-ID.    PBAPPREL.
       AUTHOR.        YASAR OKTEN.
      *--------------------------------
       ENVIRONMENT DIVISION.
      *--------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PND-FILE ASSIGN TO PENDAPPR
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY PND-KEY
                           STATUS PND-ST.
           SELECT DEC-FILE ASSIGN TO APPRDEC
                           STATUS DEC-ST.
           SELECT BDT-FILE ASSIGN TO BDATEFIL
                           ORGANIZATION RELATIVE
                           ACCESS RANDOM
                           RELATIVE KEY BDT-RK
                           STATUS BDT-ST.
           SELECT PRM-FILE ASSIGN TO APRPARM
                           STATUS PRM-ST.
           SELECT REJ-FILE ASSIGN TO REJFILE
                           STATUS REJ-ST.
           SELECT REP-FILE ASSIGN TO APPRREPT
                           STATUS REP-ST.
           SELECT DPH-FILE ASSIGN TO DUPHIST
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY DPH-KEY
                           STATUS DPH-ST.
      *--------------------------------
       DATA DIVISION.
      *--------------------------------
       FILE SECTION.
      *Same layout FINALEX parks the over-threshold transactions in.
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
      *One decision per parked item, keyed back by the date and
      *reference printed on the pending report. DEC-APPROVER is the
      *releasing officer and is carried onto the audit record of
      *everything the release posts.
       FD  DEC-FILE RECORDING MODE F.
       01  DEC-REC.
           05 DEC-DATE              PIC 9(8).
           05 DEC-REF               PIC 9(9).
           05 DEC-ACTION            PIC X.
              88 DEC-APPROVE                  VALUE 'A'.
              88 DEC-DECLINE                  VALUE 'D'.
           05 DEC-APPROVER          PIC X(8).
      *--------------------------------
       FD  BDT-FILE RECORDING MODE F.
       01  BDT-REC.
           05 BDT-DATE              PIC 9(8).
           05 BDT-STATUS            PIC X.
              88 BDT-DAY-OPEN                 VALUE 'O'.
              88 BDT-DAY-COMPLETE             VALUE 'C'.
      *--------------------------------
      *How many days an item may wait for a decision before it ages
      *out. A control value, so a bad one stops the run.
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           05 APRM-MAX-DAYS         PIC 9(3).
      *--------------------------------
      *The day's reject file, in the FINALEX layout; the release
      *adds to it, so declined, aged-out and refused items are
      *worked and recycled the same way as the day's other rejects.
       FD  REJ-FILE RECORDING MODE F.
       01  REJ-REC.
           05 RREC-PROCESS-TYPE    PIC X.
           05 FILLER               PIC X(2).
           05 REJ-ID-O             PIC 9(5).
           05 FILLER               PIC X(2).
           05 REJ-CURR-O           PIC 9(3).
           05 FILLER               PIC X(2).
           05 REJ-RC-O             PIC 9(2).
           05 FILLER               PIC X(2).
           05 REJ-DATA-O.
              10 REJ-WRONG-EXP     PIC X(30).
              10 REJ-NAME-FROM     PIC X(15).
              10 REJ-SURNAME-FROM  PIC X(15).
              10 REJ-NAME-TO       PIC X(15).
              10 REJ-SURNAME-TO    PIC X(15).
              10 REJ-BALANCE-TO    PIC S9(15).
              10 REJ-DATE-TO       PIC 9(8).
              10 REJ-POST-IND      PIC X.
              10 REJ-MORE-IND      PIC X.
           05 REJ-RETRY-O          PIC X(2).
      *--------------------------------
       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                 PIC X(133).
      *--------------------------------
      *FINALEX's duplicate fingerprint history. An item is remembered
      *there when it parks, under the business date and reference it
      *parked with, so a repeat of it is held while it waits.
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
       WORKING-STORAGE SECTION.
       01  WS-AREA.
           05 WS-PBEGIDX              PIC X(8) VALUE 'PBEGIDX'.
           05 WS-PBRUNREG             PIC X(8) VALUE 'PBRUNREG'.
           05 PND-ST                  PIC 99.
              88 PND-SUCCESS                      VALUE 00 97.
              88 PND-EOF                          VALUE 10.
           05 DEC-ST                  PIC 99.
              88 DEC-SUCCESS                      VALUE 00 97.
              88 DEC-EOF                          VALUE 10.
           05 BDT-ST                  PIC 99.
              88 BDT-SUCCESS                      VALUE 00 97.
           05 BDT-RK                  PIC 9(9) VALUE 1.
           05 PRM-ST                  PIC 99.
              88 PRM-SUCCESS                      VALUE 00 97.
           05 REJ-ST                  PIC 99.
              88 REJ-SUCCESS                      VALUE 00 97.
           05 REP-ST                  PIC 99.
              88 REP-SUCCESS                      VALUE 00 97.
           05 DPH-ST                  PIC 99.
              88 DPH-SUCCESS                      VALUE 00 97.
           05 WS-DEC-COUNT            PIC 9(7)   VALUE 0.
           05 WS-APPLIED-COUNT        PIC 9(7)   VALUE 0.
           05 WS-REFUSED-COUNT        PIC 9(7)   VALUE 0.
           05 WS-DECLINED-COUNT       PIC 9(7)   VALUE 0.
           05 WS-EXPIRED-COUNT        PIC 9(7)   VALUE 0.
           05 WS-UNKNOWN-COUNT        PIC 9(7)   VALUE 0.
           05 WS-INVALID-COUNT        PIC 9(7)   VALUE 0.
           05 WS-WAITING-COUNT        PIC 9(7)   VALUE 0.
           05 WS-PEXIT-OPEN           PIC X      VALUE 'N'.
           05 WS-SAVE-RC              PIC 9(4)   VALUE 0.
           05 WS-BUS-INT              PIC S9(7)  COMP VALUE 0.
           05 WS-AGE                  PIC S9(7)  VALUE 0.
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
       01  WS-SUB-AREA.
           05 WS-SUB-FUNC                PIC X.
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
           05  FILLER         PIC X(25)
               VALUE 'APPROVAL RELEASE REGISTER'.
           05  FILLER         PIC X(04)           VALUE SPACES.
           05  FILLER         PIC X(09)           VALUE 'AUTHOR : '.
           05  FILLER         PIC X(11)           VALUE 'YASAR OKTEN'.
           05  FILLER         PIC X(13)  VALUE '  BUS DATE : '.
           05  HDR1-DATE      PIC 9(8).
           05  FILLER         PIC X(63)           VALUE SPACES.
      *--------------------------------
       01  HEADER-2.
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
           05 FILLER        PIC X(08) VALUE 'APPROVER'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(10) VALUE 'OUTCOME'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(02) VALUE 'RC'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(30) VALUE 'EXPLANATION'.
           05 FILLER        PIC X(17) VALUE SPACES.
      *--------------------------------
       01  HEADER-3.
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
           05 FILLER        PIC X(08) VALUE '________'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(10) VALUE ALL '_'.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 FILLER        PIC X(02) VALUE '__'.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 FILLER        PIC X(30) VALUE ALL '_'.
           05 FILLER        PIC X(17) VALUE SPACES.
      *--------------------------------
       01  DETAIL-LINE.
           05 DL-DATE       PIC 9(8).
           05 FILLER        PIC X(01) VALUE '/'.
           05 DL-REF        PIC 9(9).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 DL-TYPE       PIC X.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 DL-ID         PIC X(5).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 DL-CURR       PIC X(3).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 DL-AMOUNT     PIC S9(15).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 DL-APPROVER   PIC X(8).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 DL-OUTCOME    PIC X(10).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 DL-RC         PIC 9(2).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 DL-EXPLAIN    PIC X(30).
           05 FILLER        PIC X(17) VALUE SPACES.
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
           PERFORM H200-WRITE-HEADERS.
           PERFORM H300-APPLY-DECISION UNTIL DEC-EOF.
           PERFORM H500-AGE-PENDING.
           PERFORM H600-WRITE-TRAILER.
           PERFORM H999-PROGRAM-EXIT.
       MAIN-END. EXIT.
      *--------------------------------
      *The release runs under the open business date, straight after
      *FINALEX: a date missing or already complete stops it, and the
      *run control will not let it start until FINALEX is complete.
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
              DISPLAY 'UNABLE TO READ APPROVAL PARMS: ' PRM-ST
              MOVE PRM-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (APRM-MAX-DAYS NOT NUMERIC) OR (APRM-MAX-DAYS = 0)
              DISPLAY 'INVALID APPROVAL DAYS PARM: ' APRM-MAX-DAYS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM H110-REGISTER-START.
           OPEN I-O PND-FILE.
           IF PND-ST = 35
              OPEN OUTPUT PND-FILE
              CLOSE PND-FILE
              OPEN I-O PND-FILE
           END-IF.
           IF (PND-ST NOT = 0) AND (PND-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN PENDING APPROVAL FILE: ' PND-ST
              MOVE PND-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT DEC-FILE.
           IF (DEC-ST NOT = 0) AND (DEC-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN DECISION FILE: ' DEC-ST
              MOVE DEC-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND REJ-FILE.
           IF REJ-ST = 35
              OPEN OUTPUT REJ-FILE
           END-IF.
           IF (REJ-ST NOT = 0) AND (REJ-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN REJECT FILE: ' REJ-ST
              MOVE REJ-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF (REP-ST NOT = 0) AND (REP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN REGISTER FILE: ' REP-ST
              MOVE REP-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O DPH-FILE.
           IF DPH-ST = 35
              OPEN OUTPUT DPH-FILE
              CLOSE DPH-FILE
              OPEN I-O DPH-FILE
           END-IF.
           IF (DPH-ST NOT = 0) AND (DPH-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN DUPLICATE HISTORY FILE: ' DPH-ST
              MOVE DPH-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE '1' TO WS-SUB-FUNC.
           MOVE BDT-DATE TO WS-SUB-BUS-DATE.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
           MOVE 'Y' TO WS-PEXIT-OPEN.
           READ DEC-FILE
           AT END
              MOVE 10 TO DEC-ST
           END-READ.
       H100-END. EXIT.
      *--------------------------------
      *Second step of the nightly chain: releasing before FINALEX
      *has run to a clean end could apply an item the same night's
      *input is still parking.
       H110-REGISTER-START.
           MOVE 'S' TO WS-RUN-FUNC.
           MOVE 'PBAPPREL' TO WS-RUN-PROGRAM.
           MOVE BDT-DATE TO WS-RUN-DATE.
           CALL WS-PBRUNREG USING WS-RUN-AREA.
           IF WS-RUN-RC NOT = 0
              DISPLAY 'RUN CONTROL REFUSED START: ' WS-RUN-MSG
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       H110-END. EXIT.
      *--------------------------------
       H200-WRITE-HEADERS.
           MOVE BDT-DATE TO HDR1-DATE.
           WRITE REP-REC FROM HEADER-1.
           MOVE SPACES TO REP-REC.
           WRITE REP-REC AFTER ADVANCING 1 LINES.
           WRITE REP-REC FROM HEADER-2.
           WRITE REP-REC FROM HEADER-3.
           MOVE SPACES TO REP-REC.
       H200-END. EXIT.
      *--------------------------------
      *A decision must name an item still on the pending file and
      *carry the releasing officer's ID; anything else is listed and
      *the item, if there is one, stays pending for a good decision.
      *The pending record is removed before an approved item posts,
      *the same trade FINALEX makes with its checkpoint: an abend
      *between the two leaves one item unposted for the operator to
      *rekey, never posted twice on the rerun.
       H300-APPLY-DECISION.
           ADD 1 TO WS-DEC-COUNT.
           MOVE DEC-DATE TO PND-DATE.
           MOVE DEC-REF TO PND-REF.
           READ PND-FILE KEY IS PND-KEY
           INVALID KEY
              MOVE 23 TO PND-ST
           END-READ.
           MOVE DEC-APPROVER TO DL-APPROVER.
           MOVE 0 TO DL-RC.
           EVALUATE TRUE
              WHEN NOT PND-SUCCESS
                 MOVE DEC-DATE TO PND-DATE
                 MOVE DEC-REF TO PND-REF
                 MOVE SPACES TO PND-TRANS
                 MOVE 0 TO PND-BALANCE
                 MOVE 'UNKNOWN' TO DL-OUTCOME
                 MOVE 'NOT ON PENDING FILE' TO DL-EXPLAIN
                 ADD 1 TO WS-UNKNOWN-COUNT
              WHEN (NOT DEC-APPROVE AND NOT DEC-DECLINE)
                 OR (DEC-APPROVER = SPACES)
                 MOVE 'INVALID' TO DL-OUTCOME
                 MOVE 'DECISION OR APPROVER MISSING' TO DL-EXPLAIN
                 ADD 1 TO WS-INVALID-COUNT
              WHEN DEC-DECLINE
                 PERFORM H450-REMOVE-PENDING
                 MOVE SPACES TO WS-SUB-WRONG-EXP
                 STRING 'DECLINED BY ' DEC-APPROVER
                    DELIMITED BY SIZE INTO WS-SUB-WRONG-EXP
                 PERFORM H420-REJECT-PENDING
                 MOVE 'DECLINED' TO DL-OUTCOME
                 MOVE 84 TO DL-RC
                 MOVE WS-SUB-WRONG-EXP TO DL-EXPLAIN
                 ADD 1 TO WS-DECLINED-COUNT
              WHEN OTHER
                 PERFORM H450-REMOVE-PENDING
                 PERFORM H400-POST-APPROVED
           END-EVALUATE.
           PERFORM H460-LIST-ITEM.
           READ DEC-FILE
           AT END
              MOVE 10 TO DEC-ST
           END-READ.
       H300-END. EXIT.
      *--------------------------------
      *The parked transaction goes to PBEGIDX exactly as keyed, with
      *the approver's ID for the audit record. It still meets every
      *normal check - funds, holds, dormancy - at release time, and a
      *refusal goes to the reject path with the subprogram's own code.
       H400-POST-APPROVED.
           MOVE PND-PROCESS-TYPE TO WS-SUB-FUNC.
           MOVE PND-ID TO WS-SUB-ID.
           MOVE PND-CURR TO WS-SUB-CURR.
           MOVE 0 TO WS-SUB-RC.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE PND-NAME TO WS-SUB-NAME-TO.
           MOVE PND-SURNAME TO WS-SUB-SURNAME-TO.
           MOVE PND-BALANCE TO WS-SUB-BALANCE-TO.
           MOVE PND-DATE-TO TO WS-SUB-DATE-TO.
           MOVE PND-POST-IND TO WS-SUB-POST-IND.
           MOVE DEC-APPROVER TO WS-SUB-APPROVER.
           CALL WS-PBEGIDX USING WS-SUB-AREA.
           MOVE SPACES TO WS-SUB-APPROVER.
           MOVE WS-SUB-RC TO DL-RC.
           MOVE WS-SUB-WRONG-EXP TO DL-EXPLAIN.
           IF (WS-SUB-RC NOT = 0) AND (WS-SUB-RC NOT = 97)
              PERFORM H430-REJECT-POSTING
              MOVE 'REFUSED' TO DL-OUTCOME
              ADD 1 TO WS-REFUSED-COUNT
           ELSE
              MOVE 'APPLIED' TO DL-OUTCOME
              ADD 1 TO WS-APPLIED-COUNT
           END-IF.
       H400-END. EXIT.
      *--------------------------------
      *An item that never posted rejects with RC 84 and the reason in
      *WS-SUB-WRONG-EXP, carrying the transaction as keyed. Like a
      *refused posting, it moved nothing, so it is no longer
      *remembered as seen and its recycle or re-key goes through.
       H420-REJECT-PENDING.
           MOVE SPACES TO REJ-REC.
           MOVE PND-PROCESS-TYPE TO RREC-PROCESS-TYPE.
           MOVE PND-ID TO REJ-ID-O.
           MOVE PND-CURR TO REJ-CURR-O.
           MOVE 84 TO REJ-RC-O.
           MOVE WS-SUB-WRONG-EXP TO REJ-WRONG-EXP.
           MOVE PND-NAME TO REJ-NAME-TO.
           MOVE PND-SURNAME TO REJ-SURNAME-TO.
           MOVE PND-BALANCE TO REJ-BALANCE-TO.
           MOVE PND-DATE-TO TO REJ-DATE-TO.
           MOVE PND-POST-IND TO REJ-POST-IND.
           MOVE PND-RETRY-COUNT TO REJ-RETRY-O.
           WRITE REJ-REC.
           PERFORM H440-FORGET-FINGERPRINT.
       H420-END. EXIT.
      *--------------------------------
       H430-REJECT-POSTING.
           MOVE SPACES TO REJ-REC.
           MOVE WS-SUB-FUNC TO RREC-PROCESS-TYPE.
           MOVE WS-SUB-ID TO REJ-ID-O.
           MOVE WS-SUB-CURR TO REJ-CURR-O.
           MOVE WS-SUB-RC TO REJ-RC-O.
           MOVE WS-SUB-DATA TO REJ-DATA-O.
           MOVE PND-RETRY-COUNT TO REJ-RETRY-O.
           WRITE REJ-REC.
           PERFORM H440-FORGET-FINGERPRINT.
       H430-END. EXIT.
      *--------------------------------
      *The fingerprint is built from the parked transaction the way
      *FINALEX builds it from the input, and only removed while it is
      *still this item's: one a later forced item has taken over
      *belongs to a movement that did post. Standing-order items and
      *anything unreadable were never fingerprinted and find nothing.
       H440-FORGET-FINGERPRINT.
           IF ((PND-PROCESS-TYPE = '6') OR (PND-PROCESS-TYPE = 'T')
              OR (PND-PROCESS-TYPE = 'V'))
              AND (PND-ID IS NUMERIC) AND (PND-CURR IS NUMERIC)
              AND (PND-BALANCE IS NUMERIC)
              MOVE PND-ID TO DPH-ID
              MOVE PND-CURR TO DPH-CURR
              MOVE PND-BALANCE TO DPH-AMOUNT
              MOVE PND-POST-IND TO DPH-DIR
              MOVE SPACES TO DPH-TARGET
              MOVE 0 TO DPH-ORIG-DATE
              IF PND-PROCESS-TYPE = 'T'
                 MOVE PND-NAME(1:8) TO DPH-TARGET
              END-IF
              IF (PND-PROCESS-TYPE = 'V') AND (PND-DATE-TO IS NUMERIC)
                 MOVE PND-DATE-TO TO DPH-ORIG-DATE
              END-IF
              READ DPH-FILE KEY IS DPH-KEY
              INVALID KEY
                 MOVE 23 TO DPH-ST
              END-READ
              IF DPH-SUCCESS AND (DPH-BUS-DATE = PND-DATE)
                 AND (DPH-REF = PND-REF)
                 DELETE DPH-FILE RECORD
                 IF (DPH-ST NOT = 0) AND (DPH-ST NOT = 97)
                    DISPLAY 'DUPLICATE HISTORY DELETE FAILED RC '
                       DPH-ST ' AT ' PND-DATE '/' PND-REF
                    MOVE 16 TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              END-IF
           END-IF.
       H440-END. EXIT.
      *--------------------------------
       H450-REMOVE-PENDING.
           DELETE PND-FILE.
           IF (PND-ST NOT = 0) AND (PND-ST NOT = 97)
              DISPLAY 'PENDING DELETE FAILED RC ' PND-ST
                 ' AT ' PND-DATE '/' PND-REF
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H450-END. EXIT.
      *--------------------------------
       H460-LIST-ITEM.
           MOVE PND-DATE TO DL-DATE.
           MOVE PND-REF TO DL-REF.
           MOVE PND-PROCESS-TYPE TO DL-TYPE.
           MOVE PND-ID TO DL-ID.
           MOVE PND-CURR TO DL-CURR.
           MOVE PND-BALANCE TO DL-AMOUNT.
           WRITE REP-REC FROM DETAIL-LINE.
       H460-END. EXIT.
      *--------------------------------
      *Whatever is still waiting after the decisions is aged against
      *the business date; an item parked more than the allowed number
      *of days ago goes to the reject path, so nothing sits on the
      *pending file indefinitely.
       H500-AGE-PENDING.
           MOVE LOW-VALUES TO PND-KEY.
           START PND-FILE KEY IS NOT LESS THAN PND-KEY
           INVALID KEY
              MOVE 10 TO PND-ST
           END-START.
           IF NOT PND-EOF
              READ PND-FILE NEXT RECORD
              AT END
                 MOVE 10 TO PND-ST
              END-READ
           END-IF.
           PERFORM H510-AGE-ONE UNTIL PND-EOF.
       H500-END. EXIT.
      *--------------------------------
       H510-AGE-ONE.
           COMPUTE WS-AGE =
              WS-BUS-INT - FUNCTION INTEGER-OF-DATE(PND-DATE).
           IF WS-AGE > APRM-MAX-DAYS
              PERFORM H450-REMOVE-PENDING
              MOVE 'APPROVAL EXPIRED' TO WS-SUB-WRONG-EXP
              PERFORM H420-REJECT-PENDING
              MOVE SPACES TO DL-APPROVER
              MOVE 'EXPIRED' TO DL-OUTCOME
              MOVE 84 TO DL-RC
              MOVE 'APPROVAL EXPIRED' TO DL-EXPLAIN
              PERFORM H460-LIST-ITEM
              ADD 1 TO WS-EXPIRED-COUNT
           ELSE
              ADD 1 TO WS-WAITING-COUNT
           END-IF.
           READ PND-FILE NEXT RECORD
           AT END
              MOVE 10 TO PND-ST
           END-READ.
       H510-END. EXIT.
      *--------------------------------
       H600-WRITE-TRAILER.
           MOVE SPACES TO REP-REC.
           WRITE REP-REC AFTER ADVANCING 1 LINES.
           MOVE 'DECISIONS READ           ' TO TCL-LABEL.
           MOVE WS-DEC-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'APPROVED AND APPLIED     ' TO TCL-LABEL.
           MOVE WS-APPLIED-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'APPROVED BUT REFUSED     ' TO TCL-LABEL.
           MOVE WS-REFUSED-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'DECLINED                 ' TO TCL-LABEL.
           MOVE WS-DECLINED-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'EXPIRED                  ' TO TCL-LABEL.
           MOVE WS-EXPIRED-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'NOT ON PENDING FILE      ' TO TCL-LABEL.
           MOVE WS-UNKNOWN-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'INVALID DECISION         ' TO TCL-LABEL.
           MOVE WS-INVALID-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'STILL PENDING            ' TO TCL-LABEL.
           MOVE WS-WAITING-COUNT TO TCL-COUNT.
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
      *Decisions that matched nothing, or could not be acted on, end
      *RC 4 for someone to look at; declined and refused items are
      *ordinary business and are worked from the reject file. RC 4
      *still completes the step, so the chain moves on.
       H999-PROGRAM-EXIT.
           IF ((WS-UNKNOWN-COUNT > 0) OR (WS-INVALID-COUNT > 0))
              AND (RETURN-CODE = 0)
              MOVE 4 TO RETURN-CODE
           END-IF.
      *The close and completion calls return with the called
      *program's own return code, which would wipe out the code set
      *above - save it across both CALLs so a failed release is not
      *registered complete and the step ends with the code it earned.
           MOVE RETURN-CODE TO WS-SAVE-RC.
           IF WS-PEXIT-OPEN = 'Y'
              MOVE SPACES TO WS-SUB-DATA
              MOVE '9' TO WS-SUB-FUNC
              CALL WS-PBEGIDX USING WS-SUB-AREA
              IF WS-SAVE-RC NOT = 0
                 MOVE WS-SAVE-RC TO RETURN-CODE
              END-IF
           END-IF.
           IF (RETURN-CODE = 0) OR (RETURN-CODE = 4)
              MOVE 'C' TO WS-RUN-FUNC
              MOVE 'PBAPPREL' TO WS-RUN-PROGRAM
              MOVE BDT-DATE TO WS-RUN-DATE
              CALL WS-PBRUNREG USING WS-RUN-AREA
              IF WS-SAVE-RC NOT = 0
                 MOVE WS-SAVE-RC TO RETURN-CODE
              END-IF
           END-IF.
           CLOSE PND-FILE.
           CLOSE DEC-FILE.
           CLOSE BDT-FILE.
           CLOSE PRM-FILE.
           CLOSE REJ-FILE.
           CLOSE REP-FILE.
           CLOSE DPH-FILE.
           STOP RUN.
       H999-END. EXIT.
      *--------------------------------
