       IDENTIFICATION DIVISION.
      *--------------------------------
       PROGRAM-ID.    PBHOLDEX.
       AUTHOR.        YASAR OKTEN.
      *--------------------------------
       ENVIRONMENT DIVISION.
      *--------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLD-FILE ASSIGN TO HOLDFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY HLD-KEY
                           STATUS HLD-ST.
           SELECT PRM-FILE ASSIGN TO HLDPARM
                           STATUS PRM-ST.
           SELECT REP-FILE ASSIGN TO HOLDREPT
                           STATUS REP-ST.
      *--------------------------------
       DATA DIVISION.
      *--------------------------------
       FILE SECTION.
      *Same layout PBEGIDX places and releases holds through.
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
      *The run date is the business date just finished. A hold whose
      *expiry date is on or before it has lapsed. It is a control
      *value, so a bad one stops the run.
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           05 HPRM-RUN-DATE         PIC 9(8).
      *--------------------------------
       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                 PIC X(133).
      *--------------------------------
       WORKING-STORAGE SECTION.
       01  WS-AREA.
           05 HLD-ST                  PIC 99.
              88 HLD-SUCCESS                      VALUE 00 97.
              88 HLD-EOF                          VALUE 10.
           05 PRM-ST                  PIC 99.
              88 PRM-SUCCESS                      VALUE 00 97.
           05 REP-ST                  PIC 99.
              88 REP-SUCCESS                      VALUE 00 97.
           05 WS-READ-COUNT           PIC 9(7)   VALUE 0.
           05 WS-PLACED-COUNT         PIC 9(7)   VALUE 0.
           05 WS-RELEASED-COUNT       PIC 9(7)   VALUE 0.
           05 WS-EXPIRED-COUNT        PIC 9(7)   VALUE 0.
           05 WS-ACTIVE-COUNT         PIC 9(7)   VALUE 0.
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
       01  HEADER-1.
           05  FILLER         PIC X(19) VALUE 'FUNDS HOLD REGISTER'.
           05  FILLER         PIC X(04)           VALUE SPACES.
           05  FILLER         PIC X(09)           VALUE 'AUTHOR : '.
           05  FILLER         PIC X(11)           VALUE 'YASAR OKTEN'.
           05  FILLER         PIC X(10)  VALUE '  AS OF : '.
           05  HDR1-DATE      PIC 9(8).
           05  FILLER         PIC X(72)           VALUE SPACES.
      *--------------------------------
       01  HEADER-2.
           05 FILLER        PIC X(05) VALUE 'ID'.
           05 FILLER        PIC X(05) VALUE SPACES.
           05 FILLER        PIC X(04) VALUE 'CURR'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(03) VALUE 'SEQ'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE 'HOLD AMOUNT'.
           05 FILLER        PIC X(05) VALUE SPACES.
           05 FILLER        PIC X(03) VALUE 'RSN'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(08) VALUE 'PLACED'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(08) VALUE 'EXPIRES'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(10) VALUE 'STATUS'.
           05 FILLER        PIC X(47) VALUE SPACES.
      *--------------------------------
       01  HEADER-3.
           05 FILLER        PIC X(05) VALUE '_____'.
           05 FILLER        PIC X(05) VALUE SPACES.
           05 FILLER        PIC X(04) VALUE '____'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(03) VALUE '___'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(15) VALUE '_______________'.
           05 FILLER        PIC X(05) VALUE SPACES.
           05 FILLER        PIC X(03) VALUE '___'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(08) VALUE '________'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(08) VALUE '________'.
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(10) VALUE ALL '_'.
           05 FILLER        PIC X(47) VALUE SPACES.
      *--------------------------------
       01  DETAIL-LINE.
           05 DL-ID          PIC 9(5).
           05 FILLER         PIC X(05) VALUE SPACES.
           05 DL-CURR        PIC 9(3).
           05 FILLER         PIC X(05) VALUE SPACES.
           05 DL-SEQ         PIC 9(3).
           05 FILLER         PIC X(04) VALUE SPACES.
           05 DL-AMOUNT      PIC S9(15).
           05 FILLER         PIC X(05) VALUE SPACES.
           05 DL-REASON      PIC X(2).
           05 FILLER         PIC X(05) VALUE SPACES.
           05 DL-PLACED      PIC 9(8).
           05 FILLER         PIC X(04) VALUE SPACES.
           05 DL-EXPIRY      PIC 9(8).
           05 FILLER         PIC X(04) VALUE SPACES.
           05 DL-STATUS      PIC X(10).
           05 FILLER         PIC X(47) VALUE SPACES.
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
           PERFORM H300-SCAN-ONE UNTIL HLD-EOF.
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
              DISPLAY 'UNABLE TO READ HOLD PARMS: ' PRM-ST
              MOVE PRM-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE HPRM-RUN-DATE TO WS-DATE-WORK.
           PERFORM H710-VALIDATE-DATE.
           IF WS-DATE-OK NOT = 'Y'
              DISPLAY 'INVALID RUN DATE: ' HPRM-RUN-DATE
              MOVE 16 TO RETURN-CODE
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
           OPEN OUTPUT REP-FILE.
           IF (REP-ST NOT = 0) AND (REP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN REGISTER FILE: ' REP-ST
              MOVE REP-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           READ HLD-FILE NEXT RECORD
           AT END
              MOVE 10 TO HLD-ST
           END-READ.
       H100-END. EXIT.
      *--------------------------------
       H200-WRITE-HEADERS.
           MOVE HPRM-RUN-DATE TO HDR1-DATE.
           WRITE REP-REC FROM HEADER-1.
           MOVE SPACES TO REP-REC.
           WRITE REP-REC AFTER ADVANCING 1 LINES.
           WRITE REP-REC FROM HEADER-2.
           WRITE REP-REC FROM HEADER-3.
           MOVE SPACES TO REP-REC.
       H200-END. EXIT.
      *--------------------------------
      *Every hold on file is one of: released since the last run,
      *lapsed as of the run date, or still active. The first two are
      *listed and removed - a released or lapsed hold no longer
      *counts against the balance, so nothing needs it after today's
      *register. An active hold is listed only on the day it was
      *placed, so the register shows the day's new holds alongside
      *the day's releases and expiries.
       H300-SCAN-ONE.
           ADD 1 TO WS-READ-COUNT.
           EVALUATE TRUE
              WHEN HLD-RELEASED
                 MOVE 'RELEASED' TO DL-STATUS
                 PERFORM H400-LIST-HOLD
                 PERFORM H450-REMOVE-HOLD
                 ADD 1 TO WS-RELEASED-COUNT
              WHEN (HLD-EXPIRY-DATE NOT = 0)
                 AND (HLD-EXPIRY-DATE NOT > HPRM-RUN-DATE)
                 MOVE 'EXPIRED' TO DL-STATUS
                 PERFORM H400-LIST-HOLD
                 PERFORM H450-REMOVE-HOLD
                 ADD 1 TO WS-EXPIRED-COUNT
              WHEN OTHER
                 IF HLD-PLACED-DATE = HPRM-RUN-DATE
                    MOVE 'PLACED' TO DL-STATUS
                    PERFORM H400-LIST-HOLD
                    ADD 1 TO WS-PLACED-COUNT
                 END-IF
                 ADD 1 TO WS-ACTIVE-COUNT
           END-EVALUATE.
           READ HLD-FILE NEXT RECORD
           AT END
              MOVE 10 TO HLD-ST
           END-READ.
       H300-END. EXIT.
      *--------------------------------
       H400-LIST-HOLD.
           MOVE HLD-ID TO DL-ID.
           MOVE HLD-CURR TO DL-CURR.
           MOVE HLD-SEQ TO DL-SEQ.
           MOVE HLD-AMOUNT TO DL-AMOUNT.
           MOVE HLD-REASON TO DL-REASON.
           MOVE HLD-PLACED-DATE TO DL-PLACED.
           MOVE HLD-EXPIRY-DATE TO DL-EXPIRY.
           WRITE REP-REC FROM DETAIL-LINE.
       H400-END. EXIT.
      *--------------------------------
       H450-REMOVE-HOLD.
           DELETE HLD-FILE.
           IF (HLD-ST NOT = 0) AND (HLD-ST NOT = 97)
              DISPLAY 'HOLD DELETE FAILED RC ' HLD-ST
                 ' AT ' HLD-ID ' ' HLD-CURR ' ' HLD-SEQ
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H450-END. EXIT.
      *--------------------------------
       H600-WRITE-TRAILER.
           MOVE SPACES TO REP-REC.
           WRITE REP-REC AFTER ADVANCING 1 LINES.
           MOVE 'HOLDS READ               ' TO TCL-LABEL.
           MOVE WS-READ-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'PLACED TODAY             ' TO TCL-LABEL.
           MOVE WS-PLACED-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'RELEASED                 ' TO TCL-LABEL.
           MOVE WS-RELEASED-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'EXPIRED                  ' TO TCL-LABEL.
           MOVE WS-EXPIRED-COUNT TO TCL-COUNT.
           WRITE REP-REC FROM TRAILER-COUNT-LINE.
           MOVE 'STILL ACTIVE             ' TO TCL-LABEL.
           MOVE WS-ACTIVE-COUNT TO TCL-COUNT.
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
       H999-PROGRAM-EXIT.
           CLOSE HLD-FILE.
           CLOSE PRM-FILE.
           CLOSE REP-FILE.
           STOP RUN.
       H999-END. EXIT.
      *--------------------------------
