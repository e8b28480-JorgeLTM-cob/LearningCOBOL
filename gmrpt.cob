       IDENTIFICATION DIVISION.
          PROGRAM-ID.   gmrpt.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 11th, 2021.
      * Modification History
      *   2021-10-11 Brownies - new program: the monthly gross-margin
      *              report.  Takes a YYYYMM month.  The invoice
      *              lines on the transaction log for the month (the
      *              commrpt token parse, archived month read first,
      *              Void=Y reversals netting through their signed
      *              amounts) give sales as Subtotal= and cost as
      *              Cost=, totaled by customer, by Rep= and by
      *              Branch=.  Log lines from before item cost was
      *              stamped carry no Cost= and are counted apart
      *              rather than shown at a full margin.  The item
      *              breakdown comes off the saleline.txt cost
      *              journal, and every line on it sold below its
      *              cost is listed.  Report goes to GrossMargin.txt;
      *              start and end go to the common job log.
      *   2021-10-19 Brownies - transaction-log record widened to
      *              300 for the Contract= stamp.
      *   2021-10-23 Brownies - returns: rma's negated return lines
      *              net through the journal totals the way void lines
      *              do, and are left off the below-cost list.
      *   2021-10-25 Brownies - transaction-log record widened to
      *              320 for the Frt= stamp.
      *   2021-11-02 Brownies - transaction-log record widened to
      *              360 for the Canadian GST/HST and PST/QST
      *              stamps.
      *   2021-11-04 Brownies - transaction-log record widened to
      *              400 for the Promo= stamp.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL RTransFile ASSIGN TO "roundtrans.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL ArchInFile ASSIGN DYNAMIC ArchInName
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL SaleLineFile ASSIGN TO "saleline.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL ItemFile ASSIGN TO "items.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
             SELECT ReportFile ASSIGN TO "GrossMargin.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD RTransFile.
                01 RTransLine PIC X(400).
             FD ArchInFile.
                01 ArchInLine PIC X(400).
             FD SaleLineFile.
                COPY SALELINE.
             FD ItemFile.
                COPY ITEMREC.
             FD CustomerFile.
                COPY CUSTREC.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 EntryMonth  PIC 9(6).
             01 RTransEOF   PIC X VALUE 'N'.
             01 ArchEOF     PIC X.
             01 SaleEOF     PIC X VALUE 'N'.
             01 ArchInName  PIC X(30).
             01 LineDate    PIC 9(8).
             01 LineMonth   PIC 9(6).
             01 LineToken   PIC X(30).
             01 LinePtr     PIC 9(3).
             01 LineLen     PIC 9(3).
             01 WorkCust    PIC 9(5).
             01 WorkRep     PIC X(3).
             01 WorkBranch  PIC X(3).
             01 WorkSales   PIC S9(7)V99.
             01 WorkCost    PIC S9(7)V99.
             01 CostStamped PIC X.
             01 WSSub       PIC 9(3).
             01 TabSub      PIC 9(3).
      * margin by customer, rep and branch off the log lines
             01 CustTable.
                02 CustEntry OCCURS 500 TIMES.
                   03 CTCust  PIC 9(5).
                   03 CTSales PIC S9(9)V99.
                   03 CTCost  PIC S9(9)V99.
             01 CustCount   PIC 9(3) VALUE ZERO.
             01 RepTable.
                02 RepEntry OCCURS 20 TIMES.
                   03 RTRep   PIC X(3).
                   03 RTSales PIC S9(9)V99.
                   03 RTCost  PIC S9(9)V99.
             01 RepCount    PIC 9(3) VALUE ZERO.
             01 BranchTable.
                02 BranchEntry OCCURS 20 TIMES.
                   03 BTBranch PIC X(3).
                   03 BTSales  PIC S9(9)V99.
                   03 BTCost   PIC S9(9)V99.
             01 BranchCount PIC 9(3) VALUE ZERO.
      * margin by item off the cost journal
             01 ItemTable.
                02 ItemEntry OCCURS 500 TIMES.
                   03 ITCode  PIC X(8).
                   03 ITQty   PIC S9(7).
                   03 ITSales PIC S9(9)V99.
                   03 ITCost  PIC S9(9)V99.
             01 ItemCount   PIC 9(3) VALUE ZERO.
             01 TableFull   PIC X VALUE 'N'.
             01 LogLines    PIC 9(7) VALUE ZERO.
             01 UncostedCt  PIC 9(7) VALUE ZERO.
             01 UncostedSales PIC S9(9)V99 VALUE ZERO.
             01 JournalLines PIC 9(7) VALUE ZERO.
             01 BelowCount  PIC 9(5) VALUE ZERO.
             01 TotSales    PIC S9(9)V99 VALUE ZERO.
             01 TotCost     PIC S9(9)V99 VALUE ZERO.
      * one printed margin line is built from these
             01 PrKey       PIC X(8).
             01 PrName      PIC X(25).
             01 PrSales     PIC S9(9)V99.
             01 PrCost      PIC S9(9)V99.
             01 PrMargin    PIC S9(9)V99.
             01 PrPct       PIC S9(5)V9.
             01 PctDisp     PIC -(4)9.9.
             01 QtyDisp     PIC -(5)9.
             01 NoMiddleName PIC X(15) VALUE SPACE.
             01 FormattedName PIC X(47).
             01 Disp1       PIC X(14).
             01 Disp2       PIC X(14).
             01 Disp3       PIC X(14).
             01 RunDate     PIC X(8).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "gmrpt".
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
             DISPLAY "Margin month (YYYYMM): " WITH NO ADVANCING
             ACCEPT EntryMonth
             IF EntryMonth NOT NUMERIC OR EntryMonth = ZERO
                DISPLAY "Month is not valid - run ended"
                MOVE "FAIL" TO JLFinal
             ELSE
                PERFORM ScanMonthArchive
                PERFORM TallyMonth
                PERFORM TallyJournal
                OPEN OUTPUT ReportFile
                PERFORM PrintSummary
                PERFORM PrintByCustomer
                PERFORM PrintByRep
                PERFORM PrintByBranch
                PERFORM PrintByItem
                PERFORM PrintBelowCost
                CLOSE ReportFile
                COMPUTE PrMargin = TotSales - TotCost
                MOVE PrMargin TO DollarMinus
                DISPLAY "Gross margin : " DollarMinus
                DISPLAY "Lines sold below cost : " BelowCount
                DISPLAY "Report written to GrossMargin.txt"
                MOVE "OK" TO JLFinal
             END-IF
             MOVE "END" TO JLPhase
             COMPUTE JLReadCt = LogLines + JournalLines
             MOVE CustCount TO JLWriteCt
             MOVE UncostedCt TO JLRejCt
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          ScanMonthArchive.
             MOVE SPACE TO ArchInName
             STRING "rtarch_" DELIMITED BY SIZE
                EntryMonth DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
                INTO ArchInName
             END-STRING
             MOVE 'N' TO ArchEOF
             OPEN INPUT ArchInFile
             PERFORM UNTIL ArchEOF = 'Y'
                READ ArchInFile
                   AT END MOVE 'Y' TO ArchEOF
                   NOT AT END
                      IF ArchInLine(1:7) NOT = "TRAILER"
                         MOVE ArchInLine TO RTransLine
                         PERFORM TallyOneLine
                      END-IF
                END-READ
             END-PERFORM
             CLOSE ArchInFile.

          TallyMonth.
             OPEN INPUT RTransFile
             PERFORM UNTIL RTransEOF = 'Y'
                READ RTransFile
                   AT END MOVE 'Y' TO RTransEOF
                   NOT AT END
                      PERFORM TallyOneLine
                END-READ
             END-PERFORM
             CLOSE RTransFile.

          TallyOneLine.
             IF RTransLine(1:8) NOT NUMERIC
                CONTINUE
             ELSE
                MOVE RTransLine(1:8) TO LineDate
                MOVE LineDate(1:6) TO LineMonth
                IF LineMonth = EntryMonth
                   ADD 1 TO LogLines
                   MOVE ZERO TO WorkCust
                   MOVE SPACE TO WorkRep
                   MOVE SPACE TO WorkBranch
                   MOVE ZERO TO WorkSales
                   MOVE ZERO TO WorkCost
                   MOVE 'N' TO CostStamped
                   COMPUTE LineLen = FUNCTION LENGTH(
                      FUNCTION TRIM(RTransLine TRAILING))
                   MOVE 1 TO LinePtr
                   PERFORM GetMarginToken WITH TEST BEFORE
                      UNTIL LinePtr > LineLen
                   IF CostStamped = 'Y'
                      PERFORM TallyLogLine
                   ELSE
                      ADD 1 TO UncostedCt
                      ADD WorkSales TO UncostedSales
                   END-IF
                END-IF
             END-IF.

          GetMarginToken.
             MOVE SPACE TO LineToken
             UNSTRING RTransLine DELIMITED BY ALL " "
                INTO LineToken
                WITH POINTER LinePtr
             END-UNSTRING
             EVALUATE TRUE
                WHEN LineToken(1:5) = "Cust="
                   MOVE LineToken(6:5) TO WorkCust
                WHEN LineToken(1:4) = "Rep="
                   MOVE LineToken(5:3) TO WorkRep
                WHEN LineToken(1:7) = "Branch="
                   MOVE LineToken(8:3) TO WorkBranch
                WHEN LineToken(1:9) = "Subtotal="
                   COMPUTE WorkSales =
                      FUNCTION NUMVAL-C(LineToken(10:21))
                WHEN LineToken(1:5) = "Cost="
                   COMPUTE WorkCost =
                      FUNCTION NUMVAL-C(LineToken(6:25))
                   MOVE 'Y' TO CostStamped
             END-EVALUATE.

          TallyLogLine.
             ADD WorkSales TO TotSales
             ADD WorkCost TO TotCost
             MOVE ZERO TO TabSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > CustCount OR TabSub > ZERO
                IF CTCust(WSSub) = WorkCust
                   MOVE WSSub TO TabSub
                END-IF
             END-PERFORM
             IF TabSub = ZERO
                IF CustCount < 500
                   ADD 1 TO CustCount
                   MOVE CustCount TO TabSub
                   MOVE WorkCust TO CTCust(TabSub)
                   MOVE ZERO TO CTSales(TabSub)
                   MOVE ZERO TO CTCost(TabSub)
                ELSE
                   PERFORM WarnTableFull
                END-IF
             END-IF
             IF TabSub > ZERO
                ADD WorkSales TO CTSales(TabSub)
                ADD WorkCost TO CTCost(TabSub)
             END-IF
             IF WorkRep = SPACE
                MOVE "HSE" TO WorkRep
             END-IF
             MOVE ZERO TO TabSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > RepCount OR TabSub > ZERO
                IF RTRep(WSSub) = WorkRep
                   MOVE WSSub TO TabSub
                END-IF
             END-PERFORM
             IF TabSub = ZERO
                IF RepCount < 20
                   ADD 1 TO RepCount
                   MOVE RepCount TO TabSub
                   MOVE WorkRep TO RTRep(TabSub)
                   MOVE ZERO TO RTSales(TabSub)
                   MOVE ZERO TO RTCost(TabSub)
                ELSE
                   PERFORM WarnTableFull
                END-IF
             END-IF
             IF TabSub > ZERO
                ADD WorkSales TO RTSales(TabSub)
                ADD WorkCost TO RTCost(TabSub)
             END-IF
             IF WorkBranch = SPACE
                MOVE "HSE" TO WorkBranch
             END-IF
             MOVE ZERO TO TabSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > BranchCount OR TabSub > ZERO
                IF BTBranch(WSSub) = WorkBranch
                   MOVE WSSub TO TabSub
                END-IF
             END-PERFORM
             IF TabSub = ZERO
                IF BranchCount < 20
                   ADD 1 TO BranchCount
                   MOVE BranchCount TO TabSub
                   MOVE WorkBranch TO BTBranch(TabSub)
                   MOVE ZERO TO BTSales(TabSub)
                   MOVE ZERO TO BTCost(TabSub)
                ELSE
                   PERFORM WarnTableFull
                END-IF
             END-IF
             IF TabSub > ZERO
                ADD WorkSales TO BTSales(TabSub)
                ADD WorkCost TO BTCost(TabSub)
             END-IF.

          WarnTableFull.
             IF TableFull NOT = 'Y'
                DISPLAY "A margin table is full - the breakdown is "
                   "short; the totals are complete"
                MOVE 'Y' TO TableFull
             END-IF.

          TallyJournal.
             OPEN INPUT SaleLineFile
             PERFORM UNTIL SaleEOF = 'Y'
                READ SaleLineFile
                   AT END MOVE 'Y' TO SaleEOF
                   NOT AT END
                      IF SLDate(1:6) = EntryMonth
                         ADD 1 TO JournalLines
                         PERFORM TallyJournalLine
                      END-IF
                END-READ
             END-PERFORM
             CLOSE SaleLineFile.

          TallyJournalLine.
             MOVE ZERO TO TabSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > ItemCount OR TabSub > ZERO
                IF ITCode(WSSub) = SLItemCode
                   MOVE WSSub TO TabSub
                END-IF
             END-PERFORM
             IF TabSub = ZERO
                IF ItemCount < 500
                   ADD 1 TO ItemCount
                   MOVE ItemCount TO TabSub
                   MOVE SLItemCode TO ITCode(TabSub)
                   MOVE ZERO TO ITQty(TabSub)
                   MOVE ZERO TO ITSales(TabSub)
                   MOVE ZERO TO ITCost(TabSub)
                ELSE
                   PERFORM WarnTableFull
                END-IF
             END-IF
             IF TabSub > ZERO
                ADD SLQty TO ITQty(TabSub)
                ADD SLSales TO ITSales(TabSub)
                ADD SLCost TO ITCost(TabSub)
             END-IF.

          PrintSummary.
             MOVE SPACE TO LineBuffer
             STRING "Gross Margin Report   Month: " DELIMITED BY SIZE
                EntryMonth DELIMITED BY SIZE
                "   Run: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             PERFORM PrintColumnHeads
             MOVE "ALL" TO PrKey
             MOVE "All costed invoices" TO PrName
             MOVE TotSales TO PrSales
             MOVE TotCost TO PrCost
             PERFORM PrintMarginLine
             IF UncostedCt > ZERO
                MOVE UncostedSales TO DollarMinus
                MOVE DollarMinus TO Disp1
                MOVE SPACE TO LineBuffer
                STRING "Not in the margin - invoices logged before "
                   DELIMITED BY SIZE
                   "cost was stamped : " DELIMITED BY SIZE
                   UncostedCt DELIMITED BY SIZE
                   " for " DELIMITED BY SIZE
                   Disp1 DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE ReportLine FROM LineBuffer
             END-IF.

          PrintColumnHeads.
             MOVE SPACE TO LineBuffer
             MOVE "Sales" TO LineBuffer(46:5)
             MOVE "Cost" TO LineBuffer(62:4)
             MOVE "Margin" TO LineBuffer(75:6)
             MOVE "Pct" TO LineBuffer(86:3)
             WRITE ReportLine FROM LineBuffer.

          PrintSectionHead.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             WRITE ReportLine FROM PrName
             PERFORM PrintColumnHeads.

          PrintMarginLine.
             COMPUTE PrMargin = PrSales - PrCost
             MOVE ZERO TO PrPct
             IF PrSales NOT = ZERO
                COMPUTE PrPct ROUNDED = PrMargin * 100 / PrSales
             END-IF
             MOVE PrSales TO DollarMinus
             MOVE DollarMinus TO Disp1
             MOVE PrCost TO DollarMinus
             MOVE DollarMinus TO Disp2
             MOVE PrMargin TO DollarMinus
             MOVE DollarMinus TO Disp3
             MOVE PrPct TO PctDisp
             MOVE SPACE TO LineBuffer
             MOVE PrKey TO LineBuffer(1:8)
             MOVE PrName TO LineBuffer(10:25)
             MOVE Disp1 TO LineBuffer(37:14)
             MOVE Disp2 TO LineBuffer(52:14)
             MOVE Disp3 TO LineBuffer(67:14)
             MOVE PctDisp TO LineBuffer(82:7)
             WRITE ReportLine FROM LineBuffer.

          PrintByCustomer.
             MOVE "BY CUSTOMER" TO PrName
             PERFORM PrintSectionHead
             OPEN INPUT CustomerFile
             PERFORM PrintCustLine VARYING TabSub FROM 1 BY 1
                UNTIL TabSub > CustCount
             CLOSE CustomerFile.

          PrintCustLine.
             MOVE CTCust(TabSub) TO IDNum
             READ CustomerFile
                INVALID KEY
                   MOVE "(not on customer file)" TO FormattedName
                NOT INVALID KEY
                   CALL "NAMEFMT" USING FirstName, NoMiddleName,
                      LastName, FormattedName
             END-READ
             MOVE CTCust(TabSub) TO PrKey
             MOVE FormattedName TO PrName
             MOVE CTSales(TabSub) TO PrSales
             MOVE CTCost(TabSub) TO PrCost
             PERFORM PrintMarginLine.

          PrintByRep.
             MOVE "BY REP" TO PrName
             PERFORM PrintSectionHead
             PERFORM PrintRepLine VARYING TabSub FROM 1 BY 1
                UNTIL TabSub > RepCount.

          PrintRepLine.
             MOVE RTRep(TabSub) TO PrKey
             MOVE SPACE TO PrName
             MOVE RTSales(TabSub) TO PrSales
             MOVE RTCost(TabSub) TO PrCost
             PERFORM PrintMarginLine.

          PrintByBranch.
             MOVE "BY BRANCH" TO PrName
             PERFORM PrintSectionHead
             PERFORM PrintBranchLine VARYING TabSub FROM 1 BY 1
                UNTIL TabSub > BranchCount.

          PrintBranchLine.
             MOVE BTBranch(TabSub) TO PrKey
             MOVE SPACE TO PrName
             MOVE BTSales(TabSub) TO PrSales
             MOVE BTCost(TabSub) TO PrCost
             PERFORM PrintMarginLine.

          PrintByItem.
             MOVE "BY ITEM (cost journal)" TO PrName
             PERFORM PrintSectionHead
             OPEN INPUT ItemFile
             PERFORM PrintItemLine VARYING TabSub FROM 1 BY 1
                UNTIL TabSub > ItemCount
             CLOSE ItemFile.

          PrintItemLine.
             MOVE ITCode(TabSub) TO ItemCode
             READ ItemFile
                INVALID KEY MOVE "(not on item master)" TO ItemDesc
             END-READ
             MOVE ITQty(TabSub) TO QtyDisp
             MOVE ITCode(TabSub) TO PrKey
             MOVE SPACE TO PrName
             MOVE ItemDesc(1:18) TO PrName(1:18)
             MOVE QtyDisp TO PrName(20:6)
             MOVE ITSales(TabSub) TO PrSales
             MOVE ITCost(TabSub) TO PrCost
             PERFORM PrintMarginLine.

          PrintBelowCost.
      * a second pass over the month's journal for the lines that
      * lost money; a void line is the reversal, not a sale
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "SOLD BELOW COST" TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Date     Invoice Cust  Item       Qty"
                TO LineBuffer
             MOVE "Sales" TO LineBuffer(46:5)
             MOVE "Cost" TO LineBuffer(62:4)
             MOVE "Loss" TO LineBuffer(77:4)
             WRITE ReportLine FROM LineBuffer
             MOVE 'N' TO SaleEOF
             OPEN INPUT SaleLineFile
             PERFORM UNTIL SaleEOF = 'Y'
                READ SaleLineFile
                   AT END MOVE 'Y' TO SaleEOF
                   NOT AT END
                      IF SLDate(1:6) = EntryMonth
                         AND NOT SLIsVoid
                         AND NOT SLIsReturn
                         AND SLSales < SLCost
                         PERFORM PrintBelowLine
                      END-IF
                END-READ
             END-PERFORM
             CLOSE SaleLineFile
             MOVE SPACE TO LineBuffer
             STRING "Lines sold below cost : " DELIMITED BY SIZE
                BelowCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          PrintBelowLine.
             ADD 1 TO BelowCount
             COMPUTE PrMargin = SLCost - SLSales
             MOVE SLSales TO DollarMinus
             MOVE DollarMinus TO Disp1
             MOVE SLCost TO DollarMinus
             MOVE DollarMinus TO Disp2
             MOVE PrMargin TO DollarMinus
             MOVE DollarMinus TO Disp3
             MOVE SLQty TO QtyDisp
             MOVE SPACE TO LineBuffer
             MOVE SLDate TO LineBuffer(1:8)
             MOVE SLInvNum TO LineBuffer(10:7)
             MOVE SLCustID TO LineBuffer(18:5)
             MOVE SLItemCode TO LineBuffer(24:8)
             MOVE QtyDisp TO LineBuffer(31:6)
             MOVE Disp1 TO LineBuffer(37:14)
             MOVE Disp2 TO LineBuffer(52:14)
             MOVE Disp3 TO LineBuffer(67:14)
             WRITE ReportLine FROM LineBuffer.
