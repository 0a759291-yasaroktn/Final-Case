                           ACCESS RANDOM
                           RECORD KEY CURR-CODE
                           STATUS CURR-ST.
           SELECT RTH-FILE ASSIGN TO RATEHIST
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY RTH-KEY
                           STATUS RTH-ST.
           SELECT PRM-FILE ASSIGN TO RATPARM
                           STATUS PRM-ST.
           SELECT REP-FILE ASSIGN TO RATEREPT
           05 CURR-RATE             PIC S9(7)V9(8) COMP-3.
           05 CURR-INT-RATE         PIC S9(3)V9(4) COMP-3.
      *--------------------------------
      *Every rate this program applies is also kept here under the
      *date it took effect, so the rate in force on any past day can
      *still be found after CURR-REC has been overwritten.
       FD  RTH-FILE.
       01  RTH-REC.
           05 RTH-KEY.
              10 RTH-CODE          PIC S9(3) COMP.
              10 RTH-EFF-DATE      PIC S9(8) COMP-3.
           05 RTH-RATE             PIC S9(7)V9(8) COMP-3.
           05 RTH-INT-RATE         PIC S9(3)V9(4) COMP-3.
           05 RTH-OLD-RATE         PIC S9(7)V9(8) COMP-3.
      *--------------------------------
      *The tolerance band: a rate change is applied only while the
      *percent movement against the rate already on file stays within
      *this many percent. The band is a control value, so a missing
      *or non-numeric parameter stops the run instead of guessing.
      *CPRM-EFF-DATE is the date the feed's rates take effect from.
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-REC.
           05 CPRM-TOLERANCE-PCT    PIC 9(3).
           05 CPRM-EFF-DATE         PIC 9(8).
      *--------------------------------
       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                 PIC X(133).
              88 RTF-EOF                          VALUE 10.
           05 CURR-ST                 PIC 99.
              88 CURR-SUCCESS                     VALUE 00 97.
           05 RTH-ST                  PIC 99.
              88 RTH-SUCCESS                      VALUE 00 97.
           05 PRM-ST                  PIC 99.
              88 PRM-SUCCESS                      VALUE 00 97.
           05 REP-ST                  PIC 99.
           05 WS-CURR-FOUND           PIC X      VALUE 'N'.
           05 WS-FEED-NUMERIC         PIC X      VALUE 'N'.
           05 WS-REJ-REASON           PIC X(30)  VALUE SPACES.
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
           05  FILLER         PIC X(20) VALUE 'RATE CHANGE REGISTER'.
           05  FILLER         PIC X(13)  VALUE '  TOLERANCE :'.
           05  HDR1-TOLERANCE PIC ZZ9.
           05  FILLER         PIC X(04)           VALUE ' PCT'.
           05  FILLER         PIC X(14)  VALUE '  EFFECTIVE : '.
           05  HDR1-EFF-DATE  PIC 9(8).
           05  FILLER         PIC X(47)           VALUE SPACES.
      *--------------------------------
       01  HEADER-2.
           05 FILLER        PIC X(04) VALUE 'CURR'.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE CPRM-EFF-DATE TO WS-DATE-WORK.
           PERFORM H710-VALIDATE-DATE.
           IF WS-DATE-OK NOT = 'Y'
              DISPLAY 'INVALID EFFECTIVE DATE PARM: ' CPRM-EFF-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O RTH-FILE.
           IF RTH-ST = 35
              OPEN OUTPUT RTH-FILE
              CLOSE RTH-FILE
              OPEN I-O RTH-FILE
           END-IF.
           IF (RTH-ST NOT = 0) AND (RTH-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN RATE HISTORY FILE: ' RTH-ST
              MOVE RTH-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF (REP-ST NOT = 0) AND (REP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN REGISTER FILE: ' REP-ST
      *--------------------------------
       H200-WRITE-HEADERS.
           MOVE CPRM-TOLERANCE-PCT TO HDR1-TOLERANCE.
           MOVE CPRM-EFF-DATE TO HDR1-EFF-DATE.
           WRITE REP-REC FROM HEADER-1.
           MOVE SPACES TO REP-REC.
           WRITE REP-REC AFTER ADVANCING 1 LINES.
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H420-RECORD-HISTORY.
           ADD 1 TO WS-ADDED-COUNT.
           MOVE 0 TO WS-PCT-MOVE.
           MOVE 'ADDED' TO DL-ACTION.
                 MOVE 16 TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              PERFORM H420-RECORD-HISTORY
              ADD 1 TO WS-CHANGED-COUNT
              MOVE 'CHANGED' TO DL-ACTION
              PERFORM H450-REGISTER-LINE
           END-IF.
       H400-END. EXIT.
      *--------------------------------
      *The applied rate goes on the history under the feed's
      *effective date, with the rate it replaced. A rerun of the same
      *feed date replaces that date's entry, keeping the rate it
      *first replaced.
       H420-RECORD-HISTORY.
           MOVE RTF-CODE TO RTH-CODE.
           MOVE CPRM-EFF-DATE TO RTH-EFF-DATE.
           READ RTH-FILE KEY IS RTH-KEY
           INVALID KEY
              MOVE 23 TO RTH-ST
           END-READ.
           MOVE RTF-RATE TO RTH-RATE.
           MOVE RTF-INT-RATE TO RTH-INT-RATE.
           IF RTH-SUCCESS
              REWRITE RTH-REC
           ELSE
              MOVE WS-OLD-RATE TO RTH-OLD-RATE
              WRITE RTH-REC
           END-IF.
           IF (RTH-ST NOT = 0) AND (RTH-ST NOT = 97)
              DISPLAY 'RATE HISTORY WRITE FAILED RC ' RTH-ST
                 ' AT ' RTF-CODE
              MOVE 16 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H420-END. EXIT.
      *--------------------------------
      *A feed record that failed the numeric check cannot be edited
      *into the rate columns - converting the bad bytes is exactly
      *the data exception this program exists to trap - so its
           MOVE WS-REJECT-COUNT TO TCL-COUNT.
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
           IF (WS-REJECT-COUNT > 0) AND (RETURN-CODE = 0)
           END-IF.
           CLOSE RTF-FILE.
           CLOSE CURR-FILE.
           CLOSE RTH-FILE.
           CLOSE PRM-FILE.
           CLOSE REP-FILE.
           CLOSE REJ-FILE.
