       IDENTIFICATION DIVISION.
          PROGRAM-ID.   ptsliab.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 10th, 2021.
      * Modification History
      *   2021-11-10 Brownies - new program: the monthly loyalty
      *              points liability report for accounting.  Takes
      *              the month (YYYYMM); off the points ledger
      *              (points.txt) each customer's balance coming into
      *              the month, the points earned (net of those taken
      *              back by voids and returns), redeemed and lapsed
      *              in it, and the balance at the end, valued at
      *              LoyPointValue (LOYALTY) as the credit still owed.
      *              The totals give the month's liability and what
      *              the redemptions paid out in credit memos.  Names
      *              come off customer.txt.  Report goes to
      *              PointsLiability.txt; start and end go to the
      *              common job log.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL PointsFile ASSIGN TO "points.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
             SELECT ReportFile ASSIGN TO "PointsLiability.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD PointsFile.
                COPY POINTS.
             FD CustomerFile.
                COPY CUSTREC.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             COPY LOYALTY.
             01 ReportMonth PIC 9(6).
             01 MonthParts REDEFINES ReportMonth.
                02 RMYear  PIC 9(4).
                02 RMMonth PIC 99.
             01 MonthStart  PIC 9(8).
             01 MonthEnd    PIC 9(8).
             01 PointsEOF   PIC X VALUE 'N'.
             01 PointsRead  PIC 9(7) VALUE ZERO.
             01 TabSub      PIC 9(4).
             01 WSSub       PIC 9(4).
      * one entry per customer on the ledger up to the month end
             01 CustTable.
                02 CustEntry OCCURS 1000 TIMES.
                   03 CTCustID   PIC 9(5).
                   03 CTOpening  PIC S9(7).
                   03 CTEarned   PIC S9(7).
                   03 CTRedeemed PIC S9(7).
                   03 CTExpired  PIC S9(7).
             01 CustCount   PIC 9(4) VALUE ZERO.
             01 TableFull   PIC X VALUE 'N'.
             01 SkippedCt   PIC 9(7) VALUE ZERO.
             01 PrintedCt   PIC 9(7) VALUE ZERO.
             01 TotOpening  PIC S9(9) VALUE ZERO.
             01 TotEarned   PIC S9(9) VALUE ZERO.
             01 TotRedeemed PIC S9(9) VALUE ZERO.
             01 TotExpired  PIC S9(9) VALUE ZERO.
             01 TotClosing  PIC S9(9) VALUE ZERO.
             01 TotLiab     PIC S9(9)V99 VALUE ZERO.
             01 RedeemPaid  PIC 9(9)V99 VALUE ZERO.
      * one printed line is built from these
             01 PrKey       PIC X(5).
             01 PrName      PIC X(20).
             01 PrOpening   PIC S9(9).
             01 PrEarned    PIC S9(9).
             01 PrRedeemed  PIC S9(9).
             01 PrExpired   PIC S9(9).
             01 PrClosing   PIC S9(9).
             01 PrLiab      PIC S9(9)V99.
             01 PtsDisp     PIC -(8)9.
             01 RunDate     PIC X(8).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "ptsliab".
             01 JLPhase    PIC X(5).
             01 JLReadCt   PIC 9(7).
             01 JLWriteCt  PIC 9(7).
             01 JLRejCt    PIC 9(7).
             01 JLFinal    PIC X(8).
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          StartPara.
             MOVE "START" TO JLPhase
             MOVE ZERO TO JLReadCt
             MOVE ZERO TO JLWriteCt
             MOVE ZERO TO JLRejCt
             MOVE SPACE TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             DISPLAY "Month to report (YYYYMM): " WITH NO ADVANCING
             ACCEPT ReportMonth
             IF RMMonth < 1 OR RMMonth > 12 OR RMYear < 1900
                DISPLAY "Month is not valid - run ended"
                MOVE "FAIL" TO JLFinal
             ELSE
                COMPUTE MonthStart = ReportMonth * 100 + 1
                COMPUTE MonthEnd = ReportMonth * 100 + 31
                PERFORM TallyLedger
                OPEN INPUT CustomerFile
                OPEN OUTPUT ReportFile
                PERFORM PrintHeading
                PERFORM PrintCustomerLine VARYING TabSub FROM 1 BY 1
                   UNTIL TabSub > CustCount
                PERFORM PrintTotals
                CLOSE ReportFile
                CLOSE CustomerFile
                MOVE TotLiab TO DollarMinus
                DISPLAY "Customers reported : " PrintedCt
                DISPLAY "Points liability   : " DollarMinus
                DISPLAY "Report written to PointsLiability.txt"
                MOVE "OK" TO JLFinal
             END-IF
             MOVE "END" TO JLPhase
             MOVE PointsRead TO JLReadCt
             MOVE PrintedCt TO JLWriteCt
             MOVE SkippedCt TO JLRejCt
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          TallyLedger.
             OPEN INPUT PointsFile
             PERFORM UNTIL PointsEOF = 'Y'
                READ PointsFile
                   AT END MOVE 'Y' TO PointsEOF
                   NOT AT END
                      ADD 1 TO PointsRead
                      IF PLDate NOT > MonthEnd
                         PERFORM TallyPointsLine
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PointsFile.

          TallyPointsLine.
             MOVE ZERO TO TabSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > CustCount OR TabSub > ZERO
                IF CTCustID(WSSub) = PLCustID
                   MOVE WSSub TO TabSub
                END-IF
             END-PERFORM
             IF TabSub = ZERO
                IF CustCount < 1000
                   ADD 1 TO CustCount
                   MOVE CustCount TO TabSub
                   MOVE PLCustID TO CTCustID(TabSub)
                   MOVE ZERO TO CTOpening(TabSub)
                   MOVE ZERO TO CTEarned(TabSub)
                   MOVE ZERO TO CTRedeemed(TabSub)
                   MOVE ZERO TO CTExpired(TabSub)
                ELSE
                   ADD 1 TO SkippedCt
                   PERFORM WarnTableFull
                END-IF
             END-IF
             IF TabSub > ZERO
                IF PLDate < MonthStart
                   ADD PLPoints TO CTOpening(TabSub)
                ELSE
                   EVALUATE TRUE
                      WHEN PLEarn
                         ADD PLPoints TO CTEarned(TabSub)
                      WHEN PLRedeem
                         SUBTRACT PLPoints FROM CTRedeemed(TabSub)
                         ADD PLAmount TO RedeemPaid
                      WHEN PLExpire
                         SUBTRACT PLPoints FROM CTExpired(TabSub)
                   END-EVALUATE
                END-IF
             END-IF.

          WarnTableFull.
             IF TableFull NOT = 'Y'
                DISPLAY "The customer table is full - the report is "
                   "short; see the rejected count on the job log"
                MOVE 'Y' TO TableFull
             END-IF.

          PrintHeading.
             MOVE SPACE TO LineBuffer
             STRING "Loyalty Points Liability   Month: "
                DELIMITED BY SIZE
                ReportMonth DELIMITED BY SIZE
                "   Run: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Cust  Name" TO LineBuffer
             MOVE "Opening" TO LineBuffer(30:7)
             MOVE "Earned" TO LineBuffer(41:6)
             MOVE "Redeemed" TO LineBuffer(49:8)
             MOVE "Expired" TO LineBuffer(60:7)
             MOVE "Closing" TO LineBuffer(70:7)
             MOVE "Liability" TO LineBuffer(83:9)
             WRITE ReportLine FROM LineBuffer.

          PrintCustomerLine.
      * a customer whose points were all spent or lapsed before
      * the month, and who did nothing in it, is left off
             COMPUTE PrClosing = CTOpening(TabSub) + CTEarned(TabSub)
                - CTRedeemed(TabSub) - CTExpired(TabSub)
             IF CTOpening(TabSub) NOT = ZERO
                OR CTEarned(TabSub) NOT = ZERO
                OR CTRedeemed(TabSub) NOT = ZERO
                OR CTExpired(TabSub) NOT = ZERO
                ADD 1 TO PrintedCt
                MOVE CTCustID(TabSub) TO PrKey
                MOVE CTCustID(TabSub) TO IDNum
                READ CustomerFile
                   INVALID KEY
                      MOVE "(not on file)" TO PrName
                   NOT INVALID KEY
                      MOVE SPACE TO PrName
                      STRING FUNCTION TRIM(LastName) DELIMITED BY SIZE
                         ", " DELIMITED BY SIZE
                         FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                         INTO PrName
                      END-STRING
                END-READ
                MOVE CTOpening(TabSub) TO PrOpening
                MOVE CTEarned(TabSub) TO PrEarned
                MOVE CTRedeemed(TabSub) TO PrRedeemed
                MOVE CTExpired(TabSub) TO PrExpired
                COMPUTE PrLiab ROUNDED = PrClosing * LoyPointValue
                ADD PrOpening TO TotOpening
                ADD PrEarned TO TotEarned
                ADD PrRedeemed TO TotRedeemed
                ADD PrExpired TO TotExpired
                ADD PrClosing TO TotClosing
                ADD PrLiab TO TotLiab
                PERFORM PrintPointsLine
             END-IF.

          PrintPointsLine.
             MOVE SPACE TO LineBuffer
             MOVE PrKey TO LineBuffer(1:5)
             MOVE PrName TO LineBuffer(7:20)
             MOVE PrOpening TO PtsDisp
             MOVE PtsDisp TO LineBuffer(28:9)
             MOVE PrEarned TO PtsDisp
             MOVE PtsDisp TO LineBuffer(38:9)
             MOVE PrRedeemed TO PtsDisp
             MOVE PtsDisp TO LineBuffer(48:9)
             MOVE PrExpired TO PtsDisp
             MOVE PtsDisp TO LineBuffer(58:9)
             MOVE PrClosing TO PtsDisp
             MOVE PtsDisp TO LineBuffer(68:9)
             MOVE PrLiab TO DollarMinus
             MOVE DollarMinus TO LineBuffer(78:14)
             WRITE ReportLine FROM LineBuffer.

          PrintTotals.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "ALL" TO PrKey
             MOVE "All customers" TO PrName
             MOVE TotOpening TO PrOpening
             MOVE TotEarned TO PrEarned
             MOVE TotRedeemed TO PrRedeemed
             MOVE TotExpired TO PrExpired
             MOVE TotClosing TO PrClosing
             MOVE TotLiab TO PrLiab
             PERFORM PrintPointsLine
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE TotLiab TO DollarMinus
             MOVE SPACE TO LineBuffer
             STRING "Liability at month end (points owed at "
                DELIMITED BY SIZE
                "face value)     : " DELIMITED BY SIZE
                DollarMinus DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE RedeemPaid TO Dollar
             MOVE SPACE TO LineBuffer
             STRING "Redeemed in the month as credit memos "
                DELIMITED BY SIZE
                "                  : " DELIMITED BY SIZE
                Dollar DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.
