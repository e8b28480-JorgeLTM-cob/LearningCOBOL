       IDENTIFICATION DIVISION.
          PROGRAM-ID.   glfin.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 10th, 2021.
      * Modification History
      *   2021-11-10 Brownies - new program: the monthly income
      *              statement and balance sheet off the ledger glpost
      *              keeps (glbal.txt, GLBAL), so the owner has the
      *              month's figures without waiting on the outside
      *              accountant.  Takes a YYYYMM period.  Accounts are
      *              grouped by their type on the chart (glaccts.txt,
      *              GLACCT) and by number range - sales revenue
      *              4000-4899, other income 4900-4999, cost of sales
      *              5000-5999, operating expenses 6000-6999, current
      *              assets 1000-1499, fixed assets 1500-1999, current
      *              liabilities 2000-2499 - with anything outside a
      *              range in an other group of its type.  The income
      *              statement shows the month and the year to date
      *              (the year is the calendar year, as on gltb) down
      *              to net income.  The balance sheet shows the
      *              month's change, the year's change and the balance
      *              at the month end, with this year's earnings and
      *              any earlier years' not yet closed out under
      *              equity; it must prove assets equal liabilities
      *              and equity, RETURN-CODE 8 when it does not.  An
      *              account not on the chart reads as an asset, as on
      *              gltb.  Report goes to GLFinancials.txt; start and
      *              end go to the common job log.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL AcctFile ASSIGN TO "glaccts.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GAAcct.
             SELECT OPTIONAL BalFile ASSIGN TO "glbal.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GBKey.
             SELECT ReportFile ASSIGN TO "GLFinancials.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD AcctFile.
                COPY GLACCT.
             FD BalFile.
                COPY GLBAL.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 FSPeriod    PIC 9(6).
             01 FSParts REDEFINES FSPeriod.
                02 FSYear  PIC 9(4).
                02 FSMonth PIC 99.
             01 AcctEOF     PIC X VALUE 'N'.
             01 BalEOF      PIC X VALUE 'N'.
             01 BalRead     PIC 9(7) VALUE ZERO.
             01 SkippedCt   PIC 9(7) VALUE ZERO.
             01 PrintedCt   PIC 9(7) VALUE ZERO.
             01 TabSub      PIC 9(4).
             01 WSSub       PIC 9(4).
             01 GrpSub      PIC 99.
      * one entry per account, the chart's first, signed so that the
      * account's usual balance for its type reads positive
             01 AcctTable.
                02 AcctEntry OCCURS 500 TIMES.
                   03 AcAcct    PIC X(6).
                   03 AcName    PIC X(30).
                   03 AcType    PIC X.
                   03 AcGroup   PIC 99.
                   03 AcMonth   PIC S9(11)V99.
                   03 AcYTD     PIC S9(11)V99.
                   03 AcBal     PIC S9(11)V99.
             01 AcctCount   PIC 9(4) VALUE ZERO.
             01 TableFull   PIC X VALUE 'N'.
      * the statement groups: type, first and last account in the
      * range (on the first four characters of the number), heading;
      * a group with no range takes whatever the others of its type
      * do not, so it comes last
             01 GroupValues.
                02 FILLER PIC X(33)
                   VALUE "R40004899Sales Revenue           ".
                02 FILLER PIC X(33)
                   VALUE "R49004999Other Income            ".
                02 FILLER PIC X(33)
                   VALUE "R        Other Revenue           ".
                02 FILLER PIC X(33)
                   VALUE "E50005999Cost of Sales           ".
                02 FILLER PIC X(33)
                   VALUE "E60006999Operating Expenses      ".
                02 FILLER PIC X(33)
                   VALUE "E        Other Expenses          ".
                02 FILLER PIC X(33)
                   VALUE "A10001499Current Assets          ".
                02 FILLER PIC X(33)
                   VALUE "A15001999Fixed Assets            ".
                02 FILLER PIC X(33)
                   VALUE "A        Other Assets            ".
                02 FILLER PIC X(33)
                   VALUE "L20002499Current Liabilities     ".
                02 FILLER PIC X(33)
                   VALUE "L        Long-term Liabilities   ".
                02 FILLER PIC X(33)
                   VALUE "Q        Equity                  ".
             01 GroupTable REDEFINES GroupValues.
                02 GroupEntry OCCURS 12 TIMES.
                   03 GrType    PIC X.
                   03 GrFrom    PIC X(4).
                   03 GrTo      PIC X(4).
                   03 GrHead    PIC X(24).
             01 GroupTotals.
                02 GroupTotal OCCURS 12 TIMES.
                   03 GtMonth   PIC S9(11)V99.
                   03 GtYTD     PIC S9(11)V99.
                   03 GtBal     PIC S9(11)V99.
             01 SecType     PIC X.
             01 SecMonth    PIC S9(11)V99.
             01 SecYTD      PIC S9(11)V99.
             01 SecBal      PIC S9(11)V99.
             01 GrpPrinted  PIC X.
             01 SignedAmt   PIC S9(11)V99.
             01 RevMonth    PIC S9(11)V99 VALUE ZERO.
             01 RevYTD      PIC S9(11)V99 VALUE ZERO.
             01 ExpMonth    PIC S9(11)V99 VALUE ZERO.
             01 ExpYTD      PIC S9(11)V99 VALUE ZERO.
             01 NetMonth    PIC S9(11)V99 VALUE ZERO.
             01 NetYTD      PIC S9(11)V99 VALUE ZERO.
             01 PriorEarn   PIC S9(11)V99 VALUE ZERO.
             01 AssetMonth  PIC S9(11)V99 VALUE ZERO.
             01 AssetYTD    PIC S9(11)V99 VALUE ZERO.
             01 AssetBal    PIC S9(11)V99 VALUE ZERO.
             01 ClaimMonth  PIC S9(11)V99 VALUE ZERO.
             01 ClaimYTD    PIC S9(11)V99 VALUE ZERO.
             01 ClaimBal    PIC S9(11)V99 VALUE ZERO.
             01 OutOfBal    PIC X VALUE 'N'.
             01 Difference  PIC S9(11)V99.
      * one printed line is built from these
             01 PrAcct      PIC X(6).
             01 PrName      PIC X(30).
             01 PrMonth     PIC S9(11)V99.
             01 PrYTD       PIC S9(11)V99.
             01 PrBal       PIC S9(11)V99.
             01 PrCols      PIC 9.
             01 AmtEdit     PIC Z,ZZZ,ZZZ,ZZ9.99-.
             01 RunDate     PIC X(8).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "glfin".
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
             DISPLAY "Period for the financial statements (YYYYMM): "
                WITH NO ADVANCING
             ACCEPT FSPeriod
             IF FSMonth < 1 OR FSMonth > 12 OR FSYear < 1900
                DISPLAY "Period is not valid - run ended"
                MOVE "FAIL" TO JLFinal
             ELSE
                INITIALIZE GroupTotals
                OPEN INPUT AcctFile
                PERFORM LoadChart
                CLOSE AcctFile
                OPEN INPUT BalFile
                PERFORM ReadBalances
                CLOSE BalFile
                OPEN OUTPUT ReportFile
                PERFORM PrintIncomeStatement
                PERFORM PrintBalanceSheet
                CLOSE ReportFile
                MOVE NetYTD TO DollarMinus
                DISPLAY "Net income year to date : " DollarMinus
                IF OutOfBal = 'Y' OR TableFull = 'Y'
                   DISPLAY "BALANCE SHEET IS OUT OF BALANCE"
                   MOVE "FAIL" TO JLFinal
                ELSE
                   DISPLAY "Balance sheet is in balance"
                   MOVE "OK" TO JLFinal
                END-IF
                DISPLAY "Report written to GLFinancials.txt"
             END-IF
             MOVE "END" TO JLPhase
             MOVE BalRead TO JLReadCt
             MOVE PrintedCt TO JLWriteCt
             MOVE SkippedCt TO JLRejCt
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
             IF JLFinal = "FAIL"
                MOVE 8 TO RETURN-CODE
             END-IF
          STOP RUN.

          LoadChart.
             MOVE LOW-VALUES TO GAAcct
             START AcctFile KEY IS NOT LESS THAN GAAcct
                INVALID KEY MOVE 'Y' TO AcctEOF
             END-START
             PERFORM UNTIL AcctEOF = 'Y'
                READ AcctFile NEXT RECORD
                   AT END MOVE 'Y' TO AcctEOF
                   NOT AT END
                      MOVE GAAcct TO PrAcct
                      MOVE GAName TO PrName
                      MOVE GAType TO SecType
                      PERFORM AddAccount
                END-READ
             END-PERFORM.

          AddAccount.
      * puts PrAcct on the table under its group; TabSub is left
      * pointing at it, or zero when the table is full
             MOVE ZERO TO TabSub
             IF AcctCount < 500
                ADD 1 TO AcctCount
                MOVE AcctCount TO TabSub
                MOVE PrAcct TO AcAcct(TabSub)
                MOVE PrName TO AcName(TabSub)
                IF SecType NOT = 'A' AND NOT = 'L' AND NOT = 'Q'
                   AND NOT = 'R' AND NOT = 'E'
                   MOVE 'A' TO SecType
                END-IF
                MOVE SecType TO AcType(TabSub)
                MOVE ZERO TO AcMonth(TabSub)
                MOVE ZERO TO AcYTD(TabSub)
                MOVE ZERO TO AcBal(TabSub)
                MOVE ZERO TO AcGroup(TabSub)
                PERFORM VARYING GrpSub FROM 1 BY 1
                   UNTIL GrpSub > 12 OR AcGroup(TabSub) > ZERO
                   IF GrType(GrpSub) = SecType
                      AND (GrFrom(GrpSub) = SPACE
                      OR (PrAcct(1:4) NOT < GrFrom(GrpSub)
                      AND PrAcct(1:4) NOT > GrTo(GrpSub)))
                      MOVE GrpSub TO AcGroup(TabSub)
                   END-IF
                END-PERFORM
             ELSE
                PERFORM WarnTableFull
             END-IF.

          WarnTableFull.
             IF TableFull NOT = 'Y'
                DISPLAY "The account table is full - the statements "
                   "are short; see the rejected count on the job log"
                MOVE 'Y' TO TableFull
             END-IF.

          ReadBalances.
             MOVE LOW-VALUES TO GBKey
             START BalFile KEY IS NOT LESS THAN GBKey
                INVALID KEY MOVE 'Y' TO BalEOF
             END-START
             PERFORM UNTIL BalEOF = 'Y'
                READ BalFile NEXT RECORD
                   AT END MOVE 'Y' TO BalEOF
                   NOT AT END
                      ADD 1 TO BalRead
                      IF GBPeriod NOT > FSPeriod
                         PERFORM TallyBalance
                      END-IF
                END-READ
             END-PERFORM.

          TallyBalance.
             MOVE ZERO TO TabSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > AcctCount OR TabSub > ZERO
                IF AcAcct(WSSub) = GBAcct
                   MOVE WSSub TO TabSub
                END-IF
             END-PERFORM
             IF TabSub = ZERO
                MOVE GBAcct TO PrAcct
                MOVE "(not on the chart)" TO PrName
                MOVE 'A' TO SecType
                PERFORM AddAccount
             END-IF
             IF TabSub = ZERO
                ADD 1 TO SkippedCt
             ELSE
      * assets and expenses run on the debit side, the rest credit
                IF AcType(TabSub) = 'A' OR 'E'
                   COMPUTE SignedAmt = GBDebit - GBCredit
                ELSE
                   COMPUTE SignedAmt = GBCredit - GBDebit
                END-IF
                IF GBPeriod = FSPeriod
                   ADD SignedAmt TO AcMonth(TabSub)
                END-IF
                IF GBPeriod(1:4) = FSYear
                   ADD SignedAmt TO AcYTD(TabSub)
                END-IF
                EVALUATE TRUE
                   WHEN AcType(TabSub) = 'A' OR 'L' OR 'Q'
                      ADD SignedAmt TO AcBal(TabSub)
                   WHEN GBPeriod(1:4) = FSYear
                      CONTINUE
                   WHEN AcType(TabSub) = 'R'
                      ADD SignedAmt TO PriorEarn
                   WHEN OTHER
                      SUBTRACT SignedAmt FROM PriorEarn
                END-EVALUATE
             END-IF.

          PrintIncomeStatement.
             MOVE SPACE TO LineBuffer
             STRING "Income Statement   Period: " DELIMITED BY SIZE
                FSPeriod DELIMITED BY SIZE
                "   Run: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Acct   Name" TO LineBuffer
             MOVE "Month" TO LineBuffer(49:5)
             MOVE "Year to Date" TO LineBuffer(60:12)
             WRITE ReportLine FROM LineBuffer
             MOVE 2 TO PrCols
             MOVE "REVENUE" TO LineBuffer
             PERFORM PrintSectionHead
             MOVE 'R' TO SecType
             PERFORM PrintTypeSection
             MOVE SecMonth TO RevMonth
             MOVE SecYTD TO RevYTD
             MOVE "Total Revenue" TO PrName
             PERFORM PrintTotalLine
             MOVE "EXPENSES" TO LineBuffer
             PERFORM PrintSectionHead
             MOVE 'E' TO SecType
             PERFORM PrintTypeSection
             MOVE SecMonth TO ExpMonth
             MOVE SecYTD TO ExpYTD
             MOVE "Total Expenses" TO PrName
             PERFORM PrintTotalLine
             COMPUTE NetMonth = RevMonth - ExpMonth
             COMPUTE NetYTD = RevYTD - ExpYTD
             MOVE NetMonth TO SecMonth
             MOVE NetYTD TO SecYTD
             MOVE "NET INCOME" TO PrName
             PERFORM PrintTotalLine.

          PrintBalanceSheet.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             WRITE ReportLine FROM LineBuffer
             STRING "Balance Sheet   Period: " DELIMITED BY SIZE
                FSPeriod DELIMITED BY SIZE
                "   Run: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Month" TO LineBuffer(49:5)
             MOVE "Year" TO LineBuffer(67:4)
             MOVE "Balance" TO LineBuffer(83:7)
             WRITE ReportLine FROM LineBuffer
             MOVE "Acct   Name" TO LineBuffer
             MOVE "Change" TO LineBuffer(48:6)
             MOVE "Change" TO LineBuffer(65:6)
             MOVE "Month End" TO LineBuffer(81:9)
             WRITE ReportLine FROM LineBuffer
             MOVE 3 TO PrCols
             MOVE "ASSETS" TO LineBuffer
             PERFORM PrintSectionHead
             MOVE 'A' TO SecType
             PERFORM PrintTypeSection
             MOVE SecMonth TO AssetMonth
             MOVE SecYTD TO AssetYTD
             MOVE SecBal TO AssetBal
             MOVE "Total Assets" TO PrName
             PERFORM PrintTotalLine
             MOVE "LIABILITIES" TO LineBuffer
             PERFORM PrintSectionHead
             MOVE 'L' TO SecType
             PERFORM PrintTypeSection
             MOVE SecMonth TO ClaimMonth
             MOVE SecYTD TO ClaimYTD
             MOVE SecBal TO ClaimBal
             MOVE "Total Liabilities" TO PrName
             PERFORM PrintTotalLine
             MOVE "EQUITY" TO LineBuffer
             PERFORM PrintSectionHead
             MOVE 'Q' TO SecType
             PERFORM PrintTypeSection
             PERFORM PrintEarnings
             MOVE "Total Equity" TO PrName
             PERFORM PrintTotalLine
             ADD SecMonth TO ClaimMonth
             ADD SecYTD TO ClaimYTD
             ADD SecBal TO ClaimBal
             MOVE ClaimMonth TO SecMonth
             MOVE ClaimYTD TO SecYTD
             MOVE ClaimBal TO SecBal
             MOVE "TOTAL LIABILITIES AND EQUITY" TO PrName
             PERFORM PrintTotalLine
             MOVE SPACE TO LineBuffer
             IF AssetBal = ClaimBal AND AssetMonth = ClaimMonth
                AND AssetYTD = ClaimYTD
                MOVE "Assets equal liabilities and equity"
                   TO LineBuffer
             ELSE
                MOVE 'Y' TO OutOfBal
                COMPUTE Difference = AssetBal - ClaimBal
                MOVE Difference TO DollarMinus
                STRING "BALANCE SHEET OUT OF BALANCE BY "
                   DELIMITED BY SIZE
                   DollarMinus DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
             END-IF
             WRITE ReportLine FROM LineBuffer
             IF TableFull = 'Y'
                MOVE "ACCOUNT TABLE FULL - STATEMENTS ARE INCOMPLETE"
                   TO LineBuffer
                WRITE ReportLine FROM LineBuffer
             END-IF.

          PrintEarnings.
      * revenue and expense not yet closed to retained earnings
      * belong to the owner all the same
             MOVE SPACE TO PrAcct
             MOVE "Current year earnings" TO PrName
             MOVE NetMonth TO PrMonth
             MOVE NetYTD TO PrYTD
             MOVE NetYTD TO PrBal
             PERFORM PrintAmountLine
             ADD NetMonth TO SecMonth
             ADD NetYTD TO SecYTD
             ADD NetYTD TO SecBal
             IF PriorEarn NOT = ZERO
                MOVE "Prior years' earnings" TO PrName
                MOVE ZERO TO PrMonth
                MOVE ZERO TO PrYTD
                MOVE PriorEarn TO PrBal
                PERFORM PrintAmountLine
                ADD PriorEarn TO SecBal
             END-IF.

          PrintSectionHead.
             MOVE SPACE TO ReportLine
             WRITE ReportLine
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer.

          PrintTypeSection.
             MOVE ZERO TO SecMonth
             MOVE ZERO TO SecYTD
             MOVE ZERO TO SecBal
             PERFORM PrintGroup VARYING GrpSub FROM 1 BY 1
                UNTIL GrpSub > 12.

          PrintGroup.
             IF GrType(GrpSub) = SecType
                MOVE 'N' TO GrpPrinted
                PERFORM PrintGroupAcct VARYING TabSub FROM 1 BY 1
                   UNTIL TabSub > AcctCount
                IF GrpPrinted = 'Y'
                   MOVE SPACE TO PrAcct
                   STRING "  Total " DELIMITED BY SIZE
                      GrHead(GrpSub) DELIMITED BY SIZE
                      INTO PrName
                   END-STRING
                   MOVE GtMonth(GrpSub) TO PrMonth
                   MOVE GtYTD(GrpSub) TO PrYTD
                   MOVE GtBal(GrpSub) TO PrBal
                   PERFORM PrintAmountLine
                   ADD GtMonth(GrpSub) TO SecMonth
                   ADD GtYTD(GrpSub) TO SecYTD
                   ADD GtBal(GrpSub) TO SecBal
                END-IF
             END-IF.

          PrintGroupAcct.
             IF AcGroup(TabSub) = GrpSub
                IF AcMonth(TabSub) NOT = ZERO
                   OR AcYTD(TabSub) NOT = ZERO
                   OR AcBal(TabSub) NOT = ZERO
                   IF GrpPrinted = 'N'
                      MOVE 'Y' TO GrpPrinted
                      MOVE SPACE TO LineBuffer
                      MOVE GrHead(GrpSub) TO LineBuffer(3:24)
                      WRITE ReportLine FROM LineBuffer
                   END-IF
                   MOVE AcAcct(TabSub) TO PrAcct
                   MOVE AcName(TabSub) TO PrName
                   MOVE AcMonth(TabSub) TO PrMonth
                   MOVE AcYTD(TabSub) TO PrYTD
                   MOVE AcBal(TabSub) TO PrBal
                   PERFORM PrintAmountLine
                   ADD 1 TO PrintedCt
                   ADD AcMonth(TabSub) TO GtMonth(GrpSub)
                   ADD AcYTD(TabSub) TO GtYTD(GrpSub)
                   ADD AcBal(TabSub) TO GtBal(GrpSub)
                END-IF
             END-IF.

          PrintTotalLine.
             MOVE SPACE TO PrAcct
             MOVE SecMonth TO PrMonth
             MOVE SecYTD TO PrYTD
             MOVE SecBal TO PrBal
             PERFORM PrintAmountLine.

          PrintAmountLine.
      * the income statement takes the first two columns, the
      * balance sheet all three
             MOVE SPACE TO LineBuffer
             MOVE PrAcct TO LineBuffer(1:6)
             MOVE PrName TO LineBuffer(8:30)
             MOVE PrMonth TO AmtEdit
             MOVE AmtEdit TO LineBuffer(38:17)
             MOVE PrYTD TO AmtEdit
             MOVE AmtEdit TO LineBuffer(56:17)
             IF PrCols = 3
                MOVE PrBal TO AmtEdit
                MOVE AmtEdit TO LineBuffer(74:17)
             END-IF
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO PrName.
