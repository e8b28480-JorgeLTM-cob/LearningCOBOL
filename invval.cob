       IDENTIFICATION DIVISION.
          PROGRAM-ID.   invval.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 11th, 2021.
      * Modification History
      *   2021-10-11 Brownies - new program: the inventory valuation
      *              report.  Every item on items.txt in code order
      *              with its on-hand, its weighted-average unit
      *              cost and the extended value, and the total
      *              inventory at cost for accounting to tie to the
      *              ledger.  An oversold item (on-hand below zero)
      *              carries no value and is flagged, and so is an
      *              item holding stock with no cost on file, since
      *              either one makes the total wrong until it is
      *              put right.  Report goes to InvValuation.txt;
      *              start and end go to the common job log.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL ItemFile ASSIGN TO "items.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
             SELECT ReportFile ASSIGN TO "InvValuation.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD ItemFile.
                COPY ITEMREC.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 ItemEOF     PIC X VALUE 'N'.
             01 RunDate     PIC 9(8).
             01 ItemValue   PIC 9(9)V99.
             01 TotValue    PIC 9(9)V99 VALUE ZERO.
             01 TotUnits    PIC S9(9) VALUE ZERO.
             01 ReadCount   PIC 9(7) VALUE ZERO.
             01 StockCount  PIC 9(5) VALUE ZERO.
             01 NegCount    PIC 9(5) VALUE ZERO.
             01 NoCostCount PIC 9(5) VALUE ZERO.
             01 OnHandDisp  PIC -(4)9.
             01 CostDisp    PIC ZZZZ9.9999.
             01 UnitsDisp   PIC -(8)9.
             01 Disp1       PIC X(14).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "invval".
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
             OPEN INPUT ItemFile
             OPEN OUTPUT ReportFile
             PERFORM PrintHeadings
             MOVE LOW-VALUES TO ItemCode
             START ItemFile KEY IS NOT LESS THAN ItemCode
                INVALID KEY MOVE 'Y' TO ItemEOF
             END-START
             PERFORM UNTIL ItemEOF = 'Y'
                READ ItemFile NEXT RECORD
                   AT END MOVE 'Y' TO ItemEOF
                   NOT AT END
                      ADD 1 TO ReadCount
                      PERFORM ValueOneItem
                END-READ
             END-PERFORM
             PERFORM PrintTotals
             CLOSE ItemFile
             CLOSE ReportFile
             MOVE TotValue TO Dollar
             DISPLAY "Inventory at cost : " Dollar
             DISPLAY "Oversold items : " NegCount
                "   Stock with no cost : " NoCostCount
             DISPLAY "Report written to InvValuation.txt"
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             MOVE StockCount TO JLWriteCt
             COMPUTE JLRejCt = NegCount + NoCostCount
             IF JLRejCt > ZERO
                MOVE "WARN" TO JLFinal
             ELSE
                MOVE "OK" TO JLFinal
             END-IF
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          PrintHeadings.
             MOVE SPACE TO LineBuffer
             STRING "Inventory Valuation at Cost   Date: "
                DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             MOVE "Item      Description" TO LineBuffer
             MOVE "On Hand   Unit Cost          Value" TO
                LineBuffer(42:33)
             WRITE ReportLine FROM LineBuffer.

          ValueOneItem.
             MOVE ZERO TO ItemValue
             IF ItemOnHand > ZERO
                COMPUTE ItemValue ROUNDED = ItemOnHand * ItemCost
                ADD ItemValue TO TotValue
                ADD 1 TO StockCount
             END-IF
             ADD ItemOnHand TO TotUnits
             MOVE ItemOnHand TO OnHandDisp
             MOVE ItemCost TO CostDisp
             MOVE ItemValue TO Dollar
             MOVE SPACE TO LineBuffer
             MOVE ItemCode TO LineBuffer(1:8)
             MOVE ItemDesc TO LineBuffer(11:30)
             MOVE OnHandDisp TO LineBuffer(43:5)
             MOVE CostDisp TO LineBuffer(50:10)
             MOVE Dollar TO LineBuffer(62:13)
             EVALUATE TRUE
                WHEN ItemOnHand < ZERO
                   ADD 1 TO NegCount
                   MOVE "OVERSOLD" TO LineBuffer(77:8)
                WHEN ItemOnHand > ZERO AND ItemCost = ZERO
                   ADD 1 TO NoCostCount
                   MOVE "NO COST" TO LineBuffer(77:7)
             END-EVALUATE
             WRITE ReportLine FROM LineBuffer.

          PrintTotals.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE TotValue TO Dollar
             MOVE Dollar TO Disp1
             MOVE TotUnits TO UnitsDisp
             MOVE SPACE TO LineBuffer
             STRING "Items on file : " DELIMITED BY SIZE
                ReadCount DELIMITED BY SIZE
                "   in stock : " DELIMITED BY SIZE
                StockCount DELIMITED BY SIZE
                "   net units : " DELIMITED BY SIZE
                UnitsDisp DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "TOTAL INVENTORY AT COST : " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             IF NegCount > ZERO OR NoCostCount > ZERO
                MOVE SPACE TO LineBuffer
                STRING "** Oversold items : " DELIMITED BY SIZE
                   NegCount DELIMITED BY SIZE
                   "   stock with no cost : " DELIMITED BY SIZE
                   NoCostCount DELIMITED BY SIZE
                   " - the total is short until they are "
                   DELIMITED BY SIZE
                   "cleared" DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE ReportLine FROM LineBuffer
             END-IF.
