       IDENTIFICATION DIVISION.
      *--------------------------------
       PROGRAM-ID.    PBTAXCRT.
       AUTHOR.        YASAR OKTEN.
      *--------------------------------
       ENVIRONMENT DIVISION.
      *--------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDITFIL
                           ORGANIZATION SEQUENTIAL
                           STATUS AUDIT-ST.
           SELECT CUST-FILE ASSIGN TO CUSTFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CUST-ID
                           STATUS CUST-ST.
           SELECT PRM-FILE ASSIGN TO TAXPARM
                           STATUS PRM-ST.
           SELECT REP-FILE ASSIGN TO TAXCERT
                           STATUS REP-ST.
           SELECT SRT-FILE ASSIGN TO SORTWK.
      *--------------------------------
       DATA DIVISION.
      *--------------------------------
       FILE SECTION.
      *AUDITFIL is the whole tax year: the PBARCH archive generations
      *that cover it concatenated in front of the live trail. Each
      *generation's one 'T' trailer is not a movement and is skipped.
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
      *CUST-MERGED-INTO is zero on a live customer; a customer merged
      *into another keeps its record, retired, with the surviving
      *customer's ID here.
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
           05 TPRM-TAX-YEAR         PIC 9(4).
      *--------------------------------
       FD  REP-FILE RECORDING MODE F.
       01  REP-REC                 PIC X(133).
      *--------------------------------
      *SRT-KIND 'G' is gross interest credited, 'W' tax withheld;
      *SRT-AMOUNT is signed so a reversal nets off what it backs out.
       SD  SRT-FILE.
       01  SRT-REC.
           05 SRT-ID                PIC 9(5).
           05 SRT-CURR              PIC 9(3).
           05 SRT-KIND              PIC X.
           05 SRT-AMOUNT            PIC S9(15).
      *--------------------------------
       WORKING-STORAGE SECTION.
       01  WS-AREA.
           05 AUDIT-ST                PIC 99.
              88 AUDIT-SUCCESS                    VALUE 00 97.
              88 AUDIT-EOF                        VALUE 10.
           05 CUST-ST                 PIC 99.
              88 CUST-SUCCESS                     VALUE 00 97.
           05 PRM-ST                  PIC 99.
              88 PRM-SUCCESS                      VALUE 00 97.
           05 REP-ST                  PIC 99.
              88 REP-SUCCESS                      VALUE 00 97.
           05 WS-SRT-EOF              PIC X      VALUE 'N'.
           05 WS-HAVE-PREV            PIC X      VALUE 'N'.
           05 WS-PREV-ID              PIC 9(5)   VALUE 0.
           05 WS-PREV-CURR            PIC 9(3)   VALUE 0.
           05 WS-CERT-ID              PIC 9(5)   VALUE 0.
           05 WS-MERGE-HOPS           PIC 9(3)   VALUE 0.
           05 WS-FOLLOW-MERGE         PIC X      VALUE 'N'.
           05 WS-DELTA                PIC S9(15) VALUE 0.
           05 WS-GROSS                PIC S9(15) VALUE 0.
           05 WS-TAX                  PIC S9(15) VALUE 0.
           05 WS-NET                  PIC S9(15) VALUE 0.
           05 WS-READ-COUNT           PIC 9(7)   VALUE 0.
           05 WS-SELECTED-COUNT       PIC 9(7)   VALUE 0.
           05 WS-CERT-COUNT           PIC 9(7)   VALUE 0.
           05 WS-NO-CUST-COUNT        PIC 9(7)   VALUE 0.
           05 WS-DATE-WORK            PIC 9(8)   VALUE 0.
           05 WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
              10 WS-DATE-YY           PIC 9(4).
              10 WS-DATE-MM           PIC 9(2).
              10 WS-DATE-DD           PIC 9(2).
      *--------------------------------
       01  HEADER-1.
           05  FILLER         PIC X(24)
                              VALUE 'INTEREST TAX CERTIFICATE'.
           05  FILLER         PIC X(04)           VALUE SPACES.
           05  FILLER         PIC X(09)           VALUE 'AUTHOR : '.
           05  FILLER         PIC X(11)           VALUE 'YASAR OKTEN'.
           05  FILLER         PIC X(12)  VALUE ' TAX YEAR : '.
           05  HDR1-YEAR      PIC 9(4).
           05  FILLER         PIC X(69)           VALUE SPACES.
      *--------------------------------
       01  CERT-CUST-LINE.
           05 FILLER        PIC X(20) VALUE 'CUSTOMER'.
           05 CCL-ID        PIC 9(5).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 CCL-NAME      PIC X(15).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 CCL-SURNAME   PIC X(15).
           05 FILLER        PIC X(75) VALUE SPACES.
      *--------------------------------
       01  CERT-CLASS-LINE.
           05 FILLER        PIC X(20) VALUE 'TAX CLASS'.
           05 CTL-CLASS     PIC X(12).
           05 FILLER        PIC X(04) VALUE SPACES.
           05 FILLER        PIC X(11) VALUE 'RATE PCT : '.
           05 CTL-RATE      PIC ZZ9.9999.
           05 FILLER        PIC X(78) VALUE SPACES.
      *--------------------------------
       01  CERT-CURR-LINE.
           05 FILLER        PIC X(20) VALUE 'CURRENCY'.
           05 CRL-CURR      PIC 9(3).
           05 FILLER        PIC X(110) VALUE SPACES.
      *--------------------------------
       01  CERT-AMOUNT-LINE.
           05 CAL-LABEL     PIC X(20).
           05 CAL-AMOUNT    PIC S9(15).
           05 FILLER        PIC X(98) VALUE SPACES.
      *--------------------------------
       PROCEDURE DIVISION.
      *--------------------------------
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           SORT SRT-FILE
              ON ASCENDING KEY SRT-ID SRT-CURR
              INPUT PROCEDURE IS H300-SELECT-MOVES THRU H300-END
              OUTPUT PROCEDURE IS H400-PRINT-CERTS THRU H400-END.
           PERFORM H999-PROGRAM-EXIT.
       MAIN-END. EXIT.
      *--------------------------------
       H100-OPEN-FILES.
           OPEN INPUT AUDIT-FILE.
           IF (AUDIT-ST NOT = 0) AND (AUDIT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN AUDIT FILE: ' AUDIT-ST
              MOVE AUDIT-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CUST-FILE.
           IF (CUST-ST NOT = 0) AND (CUST-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN CUSTOMER FILE: ' CUST-ST
              MOVE CUST-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT PRM-FILE.
           IF (PRM-ST NOT = 0) AND (PRM-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN PARAMETER FILE: ' PRM-ST
              MOVE PRM-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PRM-FILE.
           IF (PRM-ST NOT = 0) AND (PRM-ST NOT = 97)
              DISPLAY 'UNABLE TO READ TAX YEAR: ' PRM-ST
              MOVE PRM-ST TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (TPRM-TAX-YEAR NOT NUMERIC)
              OR (TPRM-TAX-YEAR NOT > 1900)
              DISPLAY 'INVALID TAX YEAR: ' TPRM-TAX-YEAR
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REP-FILE.
           IF (REP-ST NOT = 0) AND (REP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN CERTIFICATE FILE: ' REP-ST
              MOVE REP-ST TO RETURN-CODE
              STOP RUN
           END-IF.
       H100-END. EXIT.
      *--------------------------------
       H300-SELECT-MOVES.
           READ AUDIT-FILE
           AT END
              MOVE 10 TO AUDIT-ST
           END-READ.
           PERFORM H310-FILTER-RELEASE UNTIL AUDIT-EOF.
       H300-END. EXIT.
      *--------------------------------
      *The tax year is the business year the movement was posted
      *for, not the wall-clock day it was written. Interest counts
      *as gross only when it was credited; debit interest charged
      *is not income and carries no tax. A reversal of credited
      *interest takes it back off the gross, and a reversal of tax
      *withheld gives it back, so a corrected credit certifies at
      *what the customer was finally paid.
       H310-FILTER-RELEASE.
           ADD 1 TO WS-READ-COUNT.
           MOVE AUDIT-BUS-DATE TO WS-DATE-WORK.
           IF (AUDIT-TS(1:1) NOT = 'T')
              AND (WS-DATE-YY = TPRM-TAX-YEAR)
              COMPUTE WS-DELTA =
                 AUDIT-BALANCE-AFTER - AUDIT-BALANCE-BEFORE
              MOVE AUDIT-ID TO SRT-ID
              MOVE AUDIT-CURR TO SRT-CURR
              EVALUATE TRUE
                 WHEN (AUDIT-TRANS-TYPE = 'I') AND (WS-DELTA > 0)
                    MOVE 'G' TO SRT-KIND
                    MOVE WS-DELTA TO SRT-AMOUNT
                    PERFORM H320-RELEASE-ONE
                 WHEN (AUDIT-TRANS-TYPE = 'V')
                    AND (AUDIT-REV-TYPE = 'I') AND (WS-DELTA < 0)
                    MOVE 'G' TO SRT-KIND
                    MOVE WS-DELTA TO SRT-AMOUNT
                    PERFORM H320-RELEASE-ONE
                 WHEN (AUDIT-TRANS-TYPE = 'W')
                    OR ((AUDIT-TRANS-TYPE = 'V')
                       AND (AUDIT-REV-TYPE = 'W'))
                    MOVE 'W' TO SRT-KIND
                    COMPUTE SRT-AMOUNT = 0 - WS-DELTA
                    PERFORM H320-RELEASE-ONE
              END-EVALUATE
           END-IF.
           READ AUDIT-FILE
           AT END
              MOVE 10 TO AUDIT-ST
           END-READ.
       H310-END. EXIT.
      *--------------------------------
      *A movement booked under a customer since merged away counts
      *toward the surviving customer's certificate, so the year's
      *interest is certified once whichever ID it was booked under.
       H320-RELEASE-ONE.
           PERFORM H330-FIND-SURVIVOR.
           MOVE WS-CERT-ID TO SRT-ID.
           RELEASE SRT-REC.
           ADD 1 TO WS-SELECTED-COUNT.
       H320-END. EXIT.
      *--------------------------------
      *The merge chain is followed to the customer still live at the
      *time of the run. A survivor merged on again is followed in
      *turn; the hop limit only guards against a damaged master.
       H330-FIND-SURVIVOR.
           MOVE AUDIT-ID TO WS-CERT-ID.
           MOVE 0 TO WS-MERGE-HOPS.
           MOVE 'Y' TO WS-FOLLOW-MERGE.
           PERFORM H335-FOLLOW-ONE-MERGE UNTIL WS-FOLLOW-MERGE = 'N'.
       H330-END. EXIT.
      *--------------------------------
       H335-FOLLOW-ONE-MERGE.
           MOVE WS-CERT-ID TO CUST-ID.
           READ CUST-FILE KEY IS CUST-ID
           INVALID KEY
              MOVE 23 TO CUST-ST
           END-READ.
           IF CUST-SUCCESS AND (CUST-MERGED-INTO NOT = 0)
              AND (WS-MERGE-HOPS < 99)
              MOVE CUST-MERGED-INTO TO WS-CERT-ID
              ADD 1 TO WS-MERGE-HOPS
           ELSE
              MOVE 'N' TO WS-FOLLOW-MERGE
           END-IF.
       H335-END. EXIT.
      *--------------------------------
      *One certificate per customer and currency, totalled on the
      *break; a merged customer's movements are already sorted in
      *under the survivor.
       H400-PRINT-CERTS.
           RETURN SRT-FILE
           AT END
              MOVE 'Y' TO WS-SRT-EOF
           END-RETURN.
           PERFORM H410-ONE-MOVEMENT UNTIL WS-SRT-EOF = 'Y'.
           IF WS-HAVE-PREV = 'Y'
              PERFORM H450-WRITE-CERT
           END-IF.
       H400-END. EXIT.
      *--------------------------------
       H410-ONE-MOVEMENT.
           IF WS-HAVE-PREV = 'N'
              MOVE 'Y' TO WS-HAVE-PREV
           ELSE
              IF (SRT-ID NOT = WS-PREV-ID)
                 OR (SRT-CURR NOT = WS-PREV-CURR)
                 PERFORM H450-WRITE-CERT
              END-IF
           END-IF.
           IF SRT-KIND = 'G'
              ADD SRT-AMOUNT TO WS-GROSS
           ELSE
              ADD SRT-AMOUNT TO WS-TAX
           END-IF.
           MOVE SRT-ID TO WS-PREV-ID.
           MOVE SRT-CURR TO WS-PREV-CURR.
           RETURN SRT-FILE
           AT END
              MOVE 'Y' TO WS-SRT-EOF
           END-RETURN.
       H410-END. EXIT.
      *--------------------------------
      *A customer and currency whose interest and tax were all
      *reversed again has nothing to certify and gets no page. The
      *tax class and rate printed are the ones on the master when
      *the certificates are run.
       H450-WRITE-CERT.
           IF (WS-GROSS NOT = 0) OR (WS-TAX NOT = 0)
              PERFORM H460-CUSTOMER-DETAIL
              MOVE TPRM-TAX-YEAR TO HDR1-YEAR
              WRITE REP-REC FROM HEADER-1 AFTER ADVANCING PAGE
              MOVE SPACES TO REP-REC
              WRITE REP-REC AFTER ADVANCING 1 LINES
              WRITE REP-REC FROM CERT-CUST-LINE
              WRITE REP-REC FROM CERT-CLASS-LINE
              MOVE WS-PREV-CURR TO CRL-CURR
              WRITE REP-REC FROM CERT-CURR-LINE
              MOVE SPACES TO REP-REC
              WRITE REP-REC AFTER ADVANCING 1 LINES
              COMPUTE WS-NET = WS-GROSS - WS-TAX
              MOVE 'GROSS INTEREST' TO CAL-LABEL
              MOVE WS-GROSS TO CAL-AMOUNT
              WRITE REP-REC FROM CERT-AMOUNT-LINE
              MOVE 'TAX WITHHELD' TO CAL-LABEL
              MOVE WS-TAX TO CAL-AMOUNT
              WRITE REP-REC FROM CERT-AMOUNT-LINE
              MOVE 'NET CREDITED' TO CAL-LABEL
              MOVE WS-NET TO CAL-AMOUNT
              WRITE REP-REC FROM CERT-AMOUNT-LINE
              ADD 1 TO WS-CERT-COUNT
           END-IF.
           MOVE 0 TO WS-GROSS.
           MOVE 0 TO WS-TAX.
       H450-END. EXIT.
      *--------------------------------
      *A customer no longer on the master still gets the certificate
      *the trail supports; the missing master record is flagged on
      *the page and counted for follow-up.
       H460-CUSTOMER-DETAIL.
           MOVE WS-PREV-ID TO CCL-ID.
           MOVE WS-PREV-ID TO CUST-ID.
           READ CUST-FILE KEY IS CUST-ID
           INVALID KEY
              MOVE 23 TO CUST-ST
           END-READ.
           IF CUST-SUCCESS
              MOVE CUST-NAME TO CCL-NAME
              MOVE CUST-SURNAME TO CCL-SURNAME
              EVALUATE TRUE
                 WHEN CUST-TAX-RESIDENT
                    MOVE 'RESIDENT' TO CTL-CLASS
                 WHEN CUST-TAX-NONRESIDENT
                    MOVE 'NON-RESIDENT' TO CTL-CLASS
                 WHEN CUST-TAX-EXEMPT
                    MOVE 'EXEMPT' TO CTL-CLASS
                 WHEN OTHER
                    MOVE 'UNKNOWN' TO CTL-CLASS
              END-EVALUATE
              MOVE CUST-TAX-RATE TO CTL-RATE
           ELSE
              MOVE 'NOT ON MASTER' TO CCL-NAME
              MOVE SPACES TO CCL-SURNAME
              MOVE 'UNKNOWN' TO CTL-CLASS
              MOVE 0 TO CTL-RATE
              ADD 1 TO WS-NO-CUST-COUNT
           END-IF.
       H460-END. EXIT.
      *--------------------------------
       H999-PROGRAM-EXIT.
           DISPLAY 'CERTIFICATES PRINTED : ' WS-CERT-COUNT.
           DISPLAY 'AUDIT RECORDS READ   : ' WS-READ-COUNT.
           DISPLAY 'MOVEMENTS SELECTED   : ' WS-SELECTED-COUNT.
           IF WS-NO-CUST-COUNT > 0
              DISPLAY 'CUSTOMERS NOT ON FILE: ' WS-NO-CUST-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE AUDIT-FILE.
           CLOSE CUST-FILE.
           CLOSE PRM-FILE.
           CLOSE REP-FILE.
           STOP RUN.
       H999-END. EXIT.
      *--------------------------------
