       IDENTIFICATION DIVISION.
          PROGRAM-ID.   abcrpt.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 27th, 2021.
      * Modification History
      *   2021-10-27 Brownies - new program: the ABC analysis for the
      *              buyer, off the item sales history (itemhist.txt)
      *              the nightly itemhist run builds.  Every item
      *              that sold in the twelve months to date is ranked
      *              by its revenue over them, highest first, with
      *              its units and its running share of the year's
      *              revenue: the items making up the first 80% are
      *              class A, the next 15% class B, the rest class
      *              C, with a count and revenue by class.  A second
      *              section lists the slow movers - items with
      *              stock on hand and no sale in 90 days (or none on
      *              the history at all) - with the stock's value at
      *              average cost.  Report goes to ABCReport.txt;
      *              start and end go to the common job log.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL ItemHistFile ASSIGN TO "itemhist.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IHKey.
             SELECT OPTIONAL ItemFile ASSIGN TO "items.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
             SELECT ReportFile ASSIGN TO "ABCReport.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT SortWork ASSIGN TO "abcrptwk.tmp".
       DATA DIVISION.
          FILE SECTION.
             FD ItemHistFile.
                COPY ITEMHIST.
             FD ItemFile.
                COPY ITEMREC.
             FD ReportFile.
                01 ReportLine PIC X(100).
             SD SortWork.
                01 SortWorkRec.
                   02 SWRevenue  PIC S9(9)V99.
                   02 SWItemCode PIC X(8).
                   02 SWUnits    PIC S9(7).
                   02 SWInvCount PIC S9(5).
          WORKING-STORAGE SECTION.
             01 HistEOF     PIC X VALUE 'N'.
             01 SortEOF     PIC X VALUE 'N'.
             01 ItemEOF     PIC X VALUE 'N'.
             01 RunDate     PIC 9(8).
             01 RunMonth    PIC 9(6).
             01 FromMonth   PIC 9(6).
             01 FromParts REDEFINES FromMonth.
                02 FromYear  PIC 9(4).
                02 FromMm    PIC 9(2).
             01 PrevItem    PIC X(8).
             01 HeldRevenue PIC S9(9)V99.
             01 HeldUnits   PIC S9(7).
             01 HeldInvCt   PIC S9(5).
             01 YearRevenue PIC S9(11)V99 VALUE ZERO.
             01 CumRevenue  PIC S9(11)V99 VALUE ZERO.
             01 CumBefore   PIC S9(11)V99.
             01 CumPct      PIC 9(3)V9.
             01 CumPctDisp  PIC ZZ9.9.
             01 ItemClass   PIC X(1).
             01 ClassTable.
                02 ClassEntry OCCURS 3 TIMES.
                   03 ClassCount PIC 9(5).
                   03 ClassRev   PIC S9(11)V99.
             01 ClassSub    PIC 9.
             01 ClassLetters PIC X(3) VALUE "ABC".
             01 RankNum     PIC 9(5) VALUE ZERO.
             01 RankDisp    PIC ZZZZ9.
             01 UnitsDisp   PIC -(6)9.
             01 LastSale    PIC 9(8).
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 SlowItem    PIC X.
             01 SlowCount   PIC 9(5) VALUE ZERO.
             01 SlowValue   PIC 9(9)V99 VALUE ZERO.
             01 StockValue  PIC 9(9)V99.
             01 OnHandDisp  PIC -(4)9.
             01 ReadCount   PIC 9(7) VALUE ZERO.
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "abcrpt".
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
             MOVE RunDate(1:6) TO RunMonth
      * twelve months to date: this month and the eleven before it
             MOVE RunMonth TO FromMonth
             SUBTRACT 1 FROM FromYear
             ADD 1 TO FromMm
             IF FromMm > 12
                MOVE 1 TO FromMm
                ADD 1 TO FromYear
             END-IF
             MOVE ZERO TO ClassTable
             OPEN INPUT ItemHistFile
             OPEN INPUT ItemFile
             OPEN OUTPUT ReportFile
             SORT SortWork ON DESCENDING KEY SWRevenue
                ON ASCENDING KEY SWItemCode
                INPUT PROCEDURE IS ReleaseItemYears
                OUTPUT PROCEDURE IS PrintRanking
             PERFORM PrintSlowMovers
             CLOSE ItemHistFile
             CLOSE ItemFile
             CLOSE ReportFile
             DISPLAY "Items ranked      : " RankNum
             DISPLAY "Slow movers       : " SlowCount
             DISPLAY "Report written to ABCReport.txt"
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             COMPUTE JLWriteCt = RankNum + SlowCount
             MOVE ZERO TO JLRejCt
             MOVE "OK" TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          ReleaseItemYears.
      * the history is by item then month; an item's months in the
      * window add up to one line to rank
             MOVE SPACE TO PrevItem
             MOVE ZERO TO HeldRevenue
             MOVE ZERO TO HeldUnits
             MOVE ZERO TO HeldInvCt
             MOVE LOW-VALUES TO IHKey
             START ItemHistFile KEY IS NOT LESS THAN IHKey
                INVALID KEY MOVE 'Y' TO HistEOF
             END-START
             PERFORM UNTIL HistEOF = 'Y'
                READ ItemHistFile NEXT RECORD
                   AT END MOVE 'Y' TO HistEOF
                   NOT AT END
                      ADD 1 TO ReadCount
                      IF IHItemCode NOT = PrevItem
                         PERFORM ReleaseHeldItem
                         MOVE IHItemCode TO PrevItem
                      END-IF
                      IF IHMonth >= FromMonth AND IHMonth <= RunMonth
                         ADD IHRevenue TO HeldRevenue
                         ADD IHUnits TO HeldUnits
                         ADD IHInvCount TO HeldInvCt
                      END-IF
                END-READ
             END-PERFORM
             PERFORM ReleaseHeldItem.

          ReleaseHeldItem.
             IF HeldRevenue > ZERO
                MOVE HeldRevenue TO SWRevenue
                MOVE PrevItem TO SWItemCode
                MOVE HeldUnits TO SWUnits
                MOVE HeldInvCt TO SWInvCount
                ADD HeldRevenue TO YearRevenue
                RELEASE SortWorkRec
             END-IF
             MOVE ZERO TO HeldRevenue
             MOVE ZERO TO HeldUnits
             MOVE ZERO TO HeldInvCt.

          PrintRanking.
             MOVE SPACE TO LineBuffer
             STRING "ABC Analysis - twelve months " DELIMITED BY SIZE
                FromMonth DELIMITED BY SIZE
                " to " DELIMITED BY SIZE
                RunMonth DELIMITED BY SIZE
                "     Date: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE " Rank  Item      Description" TO LineBuffer
             MOVE "Units      Revenue  Cum %  Class"
                TO LineBuffer(52:32)
             WRITE ReportLine FROM LineBuffer
             PERFORM UNTIL SortEOF = 'Y'
                RETURN SortWork
                   AT END MOVE 'Y' TO SortEOF
                   NOT AT END
                      PERFORM PrintRankedItem
                END-RETURN
             END-PERFORM
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Revenue by class" TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             PERFORM PrintClassTotal VARYING ClassSub FROM 1 BY 1
                UNTIL ClassSub > 3
             MOVE YearRevenue TO Dollar
             MOVE SPACE TO LineBuffer
             STRING "  All items " DELIMITED BY SIZE
                RankNum DELIMITED BY SIZE
                "  revenue " DELIMITED BY SIZE
                Dollar DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          PrintRankedItem.
      * an item is classed by the share of revenue ranked ahead of
      * it, so the item that crosses 80% is still an A
             ADD 1 TO RankNum
             MOVE CumRevenue TO CumBefore
             ADD SWRevenue TO CumRevenue
             COMPUTE CumPct ROUNDED = CumRevenue * 100 / YearRevenue
             EVALUATE TRUE
                WHEN CumBefore * 100 < YearRevenue * 80
                   MOVE 1 TO ClassSub
                WHEN CumBefore * 100 < YearRevenue * 95
                   MOVE 2 TO ClassSub
                WHEN OTHER
                   MOVE 3 TO ClassSub
             END-EVALUATE
             MOVE ClassLetters(ClassSub:1) TO ItemClass
             ADD 1 TO ClassCount(ClassSub)
             ADD SWRevenue TO ClassRev(ClassSub)
             MOVE SWItemCode TO ItemCode
             READ ItemFile
                INVALID KEY MOVE "(not on item file)" TO ItemDesc
             END-READ
             MOVE RankNum TO RankDisp
             MOVE SWUnits TO UnitsDisp
             MOVE SWRevenue TO Dollar
             MOVE CumPct TO CumPctDisp
             MOVE SPACE TO LineBuffer
             MOVE RankDisp TO LineBuffer(1:5)
             MOVE SWItemCode TO LineBuffer(8:8)
             MOVE ItemDesc TO LineBuffer(18:30)
             MOVE UnitsDisp TO LineBuffer(50:7)
             MOVE Dollar TO LineBuffer(57:13)
             MOVE CumPctDisp TO LineBuffer(71:5)
             MOVE ItemClass TO LineBuffer(80:1)
             WRITE ReportLine FROM LineBuffer.

          PrintClassTotal.
             MOVE ClassRev(ClassSub) TO Dollar
             MOVE SPACE TO LineBuffer
             STRING "  Class " DELIMITED BY SIZE
                ClassLetters(ClassSub:1) DELIMITED BY SIZE
                "   items " DELIMITED BY SIZE
                ClassCount(ClassSub) DELIMITED BY SIZE
                "  revenue " DELIMITED BY SIZE
                Dollar DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          PrintSlowMovers.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Slow Movers - stock on hand, no sale in 90 days"
                TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Item      Description" TO LineBuffer
             MOVE "On Hand   Value at Cost  Last Sale"
                TO LineBuffer(42:34)
             WRITE ReportLine FROM LineBuffer
             MOVE LOW-VALUES TO ItemCode
             START ItemFile KEY IS NOT LESS THAN ItemCode
                INVALID KEY MOVE 'Y' TO ItemEOF
             END-START
             PERFORM UNTIL ItemEOF = 'Y'
                READ ItemFile NEXT RECORD
                   AT END MOVE 'Y' TO ItemEOF
                   NOT AT END
                      IF ItemOnHand > ZERO
                         PERFORM CheckSlowItem
                      END-IF
                END-READ
             END-PERFORM
             MOVE SlowValue TO Dollar
             MOVE SPACE TO LineBuffer
             STRING "Slow movers " DELIMITED BY SIZE
                SlowCount DELIMITED BY SIZE
                "  stock at cost " DELIMITED BY SIZE
                Dollar DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          CheckSlowItem.
             PERFORM FindLastSale
             MOVE 'N' TO SlowItem
             IF LastSale = ZERO
                MOVE 'Y' TO SlowItem
             ELSE
                CALL "DATECALC" USING RunDate, LastSale, "D",
                   DCResult, DCStatus
                IF DCStatus = '0' AND DCResult > 90
                   MOVE 'Y' TO SlowItem
                END-IF
             END-IF
             IF SlowItem = 'Y'
                ADD 1 TO SlowCount
                COMPUTE StockValue ROUNDED = ItemOnHand * ItemCost
                ADD StockValue TO SlowValue
                MOVE ItemOnHand TO OnHandDisp
                MOVE StockValue TO Dollar
                MOVE SPACE TO LineBuffer
                MOVE ItemCode TO LineBuffer(1:8)
                MOVE ItemDesc TO LineBuffer(11:30)
                MOVE OnHandDisp TO LineBuffer(42:5)
                MOVE Dollar TO LineBuffer(51:13)
                IF LastSale = ZERO
                   MOVE "never" TO LineBuffer(67:5)
                ELSE
                   MOVE LastSale TO LineBuffer(67:8)
                END-IF
                WRITE ReportLine FROM LineBuffer
             END-IF.

          FindLastSale.
             MOVE ZERO TO LastSale
             MOVE 'N' TO HistEOF
             MOVE ItemCode TO IHItemCode
             MOVE ZERO TO IHMonth
             START ItemHistFile KEY IS NOT LESS THAN IHKey
                INVALID KEY MOVE 'Y' TO HistEOF
             END-START
             PERFORM UNTIL HistEOF = 'Y'
                READ ItemHistFile NEXT RECORD
                   AT END MOVE 'Y' TO HistEOF
                   NOT AT END
                      IF IHItemCode NOT = ItemCode
                         MOVE 'Y' TO HistEOF
                      ELSE
                         IF IHLastSale > LastSale
                            MOVE IHLastSale TO LastSale
                         END-IF
                      END-IF
                END-READ
             END-PERFORM.
