       IDENTIFICATION DIVISION.
          PROGRAM-ID.   glbva.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 10th, 2021.
      * Modification History
      *   2021-11-10 Brownies - new program: the month-end budget
      *              against actual report.  Takes a YYYYMM period.
      *              For every revenue and expense account on the
      *              chart (glaccts.txt, GLACCT) the month's actual
      *              movement off the ledger (glbal.txt, GLBAL) beside
      *              its budget (glbudget.txt, GLBUDGET), then the
      *              same for the year to date, each with the variance
      *              and the variance as a percent of the budget (n/a
      *              when nothing was budgeted).  Both sides are taken
      *              on the account's normal side; a variance is
      *              flagged F (favourable) when a credit account is
      *              over its budget or a debit account under it, U
      *              the other way.  Accounts are shown by the branch
      *              they carry on the chart - the company-wide
      *              accounts first, then each branch, named off the
      *              branch master (brmast.txt) - with revenue,
      *              expense and net income totals per branch and for
      *              the company.  Report goes to GLBudget.txt; start
      *              and end go to the common job log.
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
             SELECT OPTIONAL BudgetFile ASSIGN TO "glbudget.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BGKey.
             SELECT OPTIONAL BranchFile ASSIGN TO "brmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BrMastCode.
             SELECT ReportFile ASSIGN TO "GLBudget.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD AcctFile.
                COPY GLACCT.
             FD BalFile.
                COPY GLBAL.
             FD BudgetFile.
                COPY GLBUDGET.
             FD BranchFile.
                01 BranchData.
                   02 BrMastCode PIC X(3).
                   02 BrMastName PIC X(20).
             FD ReportFile.
                01 ReportLine PIC X(120).
          WORKING-STORAGE SECTION.
             01 BVPeriod    PIC 9(6).
             01 BVParts REDEFINES BVPeriod.
                02 BVYear  PIC 9(4).
                02 BVMonth PIC 99.
             01 YearStart   PIC 9(6).
             01 AcctEOF     PIC X VALUE 'N'.
             01 BalEOF      PIC X VALUE 'N'.
             01 BudgetEOF   PIC X VALUE 'N'.
             01 RecsRead    PIC 9(7) VALUE ZERO.
             01 SkippedCt   PIC 9(7) VALUE ZERO.
             01 PrintedCt   PIC 9(7) VALUE ZERO.
             01 TabSub      PIC 9(4).
             01 WSSub       PIC 9(4).
      * one entry per revenue and expense account on the chart, both
      * actual and budget on the account's normal side
             01 AcctTable.
                02 AcctEntry OCCURS 500 TIMES.
                   03 AcAcct     PIC X(6).
                   03 AcName     PIC X(30).
                   03 AcType     PIC X.
                   03 AcNormal   PIC X.
                   03 AcBranch   PIC X(3).
                   03 AcActMonth PIC S9(11)V99.
                   03 AcBudMonth PIC S9(11)V99.
                   03 AcActYTD   PIC S9(11)V99.
                   03 AcBudYTD   PIC S9(11)V99.
             01 AcctCount   PIC 9(4) VALUE ZERO.
             01 TableFull   PIC X VALUE 'N'.
             01 SignedAmt   PIC S9(11)V99.
      * the branches are taken lowest first, company-wide (blank)
      * before any of them
             01 CurBranch   PIC X(3).
             01 NextBranch  PIC X(3).
             01 MoreBranches PIC X.
      * totals: 1 revenue, 2 expense, for the branch then the company
             01 BranchTotals.
                02 BranchTotal OCCURS 2 TIMES.
                   03 BtActMonth PIC S9(11)V99.
                   03 BtBudMonth PIC S9(11)V99.
                   03 BtActYTD   PIC S9(11)V99.
                   03 BtBudYTD   PIC S9(11)V99.
             01 CompanyTotals.
                02 CompanyTotal OCCURS 2 TIMES.
                   03 CtActMonth PIC S9(11)V99.
                   03 CtBudMonth PIC S9(11)V99.
                   03 CtActYTD   PIC S9(11)V99.
                   03 CtBudYTD   PIC S9(11)V99.
             01 TotSub      PIC 9.
      * one printed line is built from these
             01 PrAcct      PIC X(6).
             01 PrName      PIC X(30).
             01 PrNormal    PIC X.
             01 PrActMonth  PIC S9(11)V99.
             01 PrBudMonth  PIC S9(11)V99.
             01 PrActYTD    PIC S9(11)V99.
             01 PrBudYTD    PIC S9(11)V99.
             01 PrActual    PIC S9(11)V99.
             01 PrBudget    PIC S9(11)V99.
             01 PrVariance  PIC S9(11)V99.
             01 PrCol       PIC 999.
             01 PctWork     PIC S9(4)V9.
             01 PctBase     PIC S9(11)V99.
             01 PctEdit     PIC -(4)9.9.
             01 AmtEdit     PIC Z,ZZZ,ZZ9.99-.
             01 RunDate     PIC X(8).
             01 LineBuffer  PIC X(120).
             01 JLProgName PIC X(12) VALUE "glbva".
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
             DISPLAY "Period for budget against actual (YYYYMM): "
                WITH NO ADVANCING
             ACCEPT BVPeriod
             IF BVMonth < 1 OR BVMonth > 12 OR BVYear < 1900
                DISPLAY "Period is not valid - run ended"
                MOVE "FAIL" TO JLFinal
             ELSE
                COMPUTE YearStart = BVYear * 100 + 1
                INITIALIZE CompanyTotals
                OPEN INPUT AcctFile
                PERFORM LoadChart
                CLOSE AcctFile
                OPEN INPUT BalFile
                PERFORM ReadBalances
                CLOSE BalFile
                OPEN INPUT BudgetFile
                PERFORM ReadBudgets
                CLOSE BudgetFile
                OPEN INPUT BranchFile
                OPEN OUTPUT ReportFile
                PERFORM PrintHeading
                MOVE SPACE TO CurBranch
                MOVE 'Y' TO MoreBranches
                PERFORM PrintBranch
                PERFORM UNTIL MoreBranches = 'N'
                   PERFORM FindNextBranch
                   IF MoreBranches = 'Y'
                      MOVE NextBranch TO CurBranch
                      PERFORM PrintBranch
                   END-IF
                END-PERFORM
                PERFORM PrintCompanyTotals
                CLOSE ReportFile
                CLOSE BranchFile
                DISPLAY "Accounts reported : " PrintedCt
                DISPLAY "Report written to GLBudget.txt"
                MOVE "OK" TO JLFinal
             END-IF
             MOVE "END" TO JLPhase
             MOVE RecsRead TO JLReadCt
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
                      IF GARevenue OR GAExpense
                         PERFORM AddAccount
                      END-IF
                END-READ
             END-PERFORM.

          AddAccount.
             IF AcctCount < 500
                ADD 1 TO AcctCount
                MOVE GAAcct TO AcAcct(AcctCount)
                MOVE GAName TO AcName(AcctCount)
                MOVE GAType TO AcType(AcctCount)
                MOVE GANormal TO AcNormal(AcctCount)
                MOVE GABranch TO AcBranch(AcctCount)
                MOVE ZERO TO AcActMonth(AcctCount)
                MOVE ZERO TO AcBudMonth(AcctCount)
                MOVE ZERO TO AcActYTD(AcctCount)
                MOVE ZERO TO AcBudYTD(AcctCount)
             ELSE
                ADD 1 TO SkippedCt
                IF TableFull NOT = 'Y'
                   DISPLAY "The account table is full - the report is "
                      "short; see the rejected count on the job log"
                   MOVE 'Y' TO TableFull
                END-IF
             END-IF.

          FindAccount.
      * TabSub is left pointing at the account, zero when it is not
      * a revenue or expense account on the chart
             MOVE ZERO TO TabSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > AcctCount OR TabSub > ZERO
                IF AcAcct(WSSub) = PrAcct
                   MOVE WSSub TO TabSub
                END-IF
             END-PERFORM.

          ReadBalances.
      * only this year's months up to the period count
             MOVE LOW-VALUES TO GBKey
             START BalFile KEY IS NOT LESS THAN GBKey
                INVALID KEY MOVE 'Y' TO BalEOF
             END-START
             PERFORM UNTIL BalEOF = 'Y'
                READ BalFile NEXT RECORD
                   AT END MOVE 'Y' TO BalEOF
                   NOT AT END
                      ADD 1 TO RecsRead
                      IF GBPeriod NOT < YearStart
                         AND GBPeriod NOT > BVPeriod
                         MOVE GBAcct TO PrAcct
                         PERFORM FindAccount
                         IF TabSub > ZERO
                            PERFORM TallyActual
                         END-IF
                      END-IF
                END-READ
             END-PERFORM.

          TallyActual.
             IF AcNormal(TabSub) = 'C'
                COMPUTE SignedAmt = GBCredit - GBDebit
             ELSE
                COMPUTE SignedAmt = GBDebit - GBCredit
             END-IF
             ADD SignedAmt TO AcActYTD(TabSub)
             IF GBPeriod = BVPeriod
                ADD SignedAmt TO AcActMonth(TabSub)
             END-IF.

          ReadBudgets.
             MOVE LOW-VALUES TO BGKey
             START BudgetFile KEY IS NOT LESS THAN BGKey
                INVALID KEY MOVE 'Y' TO BudgetEOF
             END-START
             PERFORM UNTIL BudgetEOF = 'Y'
                READ BudgetFile NEXT RECORD
                   AT END MOVE 'Y' TO BudgetEOF
                   NOT AT END
                      ADD 1 TO RecsRead
                      IF BGPeriod NOT < YearStart
                         AND BGPeriod NOT > BVPeriod
                         MOVE BGAcct TO PrAcct
                         PERFORM FindAccount
                         IF TabSub > ZERO
                            ADD BGAmount TO AcBudYTD(TabSub)
                            IF BGPeriod = BVPeriod
                               ADD BGAmount TO AcBudMonth(TabSub)
                            END-IF
                         END-IF
                      END-IF
                END-READ
             END-PERFORM.

          FindNextBranch.
             MOVE HIGH-VALUES TO NextBranch
             MOVE 'N' TO MoreBranches
             PERFORM VARYING TabSub FROM 1 BY 1
                UNTIL TabSub > AcctCount
                IF AcBranch(TabSub) > CurBranch
                   AND AcBranch(TabSub) < NextBranch
                   MOVE AcBranch(TabSub) TO NextBranch
                   MOVE 'Y' TO MoreBranches
                END-IF
             END-PERFORM.

          PrintBranch.
             INITIALIZE BranchTotals
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             IF CurBranch = SPACE
                MOVE "Company-wide accounts" TO LineBuffer
             ELSE
                MOVE CurBranch TO BrMastCode
                READ BranchFile
                   INVALID KEY MOVE "(not on the branch master)"
                      TO BrMastName
                END-READ
                STRING "Branch " DELIMITED BY SIZE
                   CurBranch DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   BrMastName DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
             END-IF
             WRITE ReportLine FROM LineBuffer
             PERFORM PrintBranchAcct VARYING TabSub FROM 1 BY 1
                UNTIL TabSub > AcctCount
             MOVE SPACE TO PrAcct
             MOVE "  Revenue" TO PrName
             MOVE 1 TO TotSub
             PERFORM PrintBranchTotal
             MOVE "  Expenses" TO PrName
             MOVE 2 TO TotSub
             PERFORM PrintBranchTotal
             MOVE "  Net income" TO PrName
             PERFORM PrintBranchNet.

          PrintBranchAcct.
             IF AcBranch(TabSub) = CurBranch
                IF AcActMonth(TabSub) NOT = ZERO
                   OR AcBudMonth(TabSub) NOT = ZERO
                   OR AcActYTD(TabSub) NOT = ZERO
                   OR AcBudYTD(TabSub) NOT = ZERO
                   MOVE AcAcct(TabSub) TO PrAcct
                   MOVE AcName(TabSub) TO PrName
                   MOVE AcNormal(TabSub) TO PrNormal
                   MOVE AcActMonth(TabSub) TO PrActMonth
                   MOVE AcBudMonth(TabSub) TO PrBudMonth
                   MOVE AcActYTD(TabSub) TO PrActYTD
                   MOVE AcBudYTD(TabSub) TO PrBudYTD
                   PERFORM PrintBVLine
                   ADD 1 TO PrintedCt
      * the totals run on the type's side, so a contra account
      * such as sales discounts comes off its type
                   IF AcType(TabSub) = 'R'
                      MOVE 1 TO TotSub
                   ELSE
                      MOVE 2 TO TotSub
                   END-IF
                   IF (AcType(TabSub) = 'R' AND AcNormal(TabSub) = 'D')
                      OR (AcType(TabSub) = 'E'
                      AND AcNormal(TabSub) = 'C')
                      SUBTRACT AcActMonth(TabSub)
                         FROM BtActMonth(TotSub)
                      SUBTRACT AcBudMonth(TabSub)
                         FROM BtBudMonth(TotSub)
                      SUBTRACT AcActYTD(TabSub) FROM BtActYTD(TotSub)
                      SUBTRACT AcBudYTD(TabSub) FROM BtBudYTD(TotSub)
                   ELSE
                      ADD AcActMonth(TabSub) TO BtActMonth(TotSub)
                      ADD AcBudMonth(TabSub) TO BtBudMonth(TotSub)
                      ADD AcActYTD(TabSub) TO BtActYTD(TotSub)
                      ADD AcBudYTD(TabSub) TO BtBudYTD(TotSub)
                   END-IF
                END-IF
             END-IF.

          PrintBranchTotal.
             ADD BtActMonth(TotSub) TO CtActMonth(TotSub)
             ADD BtBudMonth(TotSub) TO CtBudMonth(TotSub)
             ADD BtActYTD(TotSub) TO CtActYTD(TotSub)
             ADD BtBudYTD(TotSub) TO CtBudYTD(TotSub)
             IF TotSub = 1
                MOVE 'C' TO PrNormal
             ELSE
                MOVE 'D' TO PrNormal
             END-IF
             MOVE BtActMonth(TotSub) TO PrActMonth
             MOVE BtBudMonth(TotSub) TO PrBudMonth
             MOVE BtActYTD(TotSub) TO PrActYTD
             MOVE BtBudYTD(TotSub) TO PrBudYTD
             PERFORM PrintBVLine.

          PrintBranchNet.
             MOVE 'C' TO PrNormal
             COMPUTE PrActMonth = BtActMonth(1) - BtActMonth(2)
             COMPUTE PrBudMonth = BtBudMonth(1) - BtBudMonth(2)
             COMPUTE PrActYTD = BtActYTD(1) - BtActYTD(2)
             COMPUTE PrBudYTD = BtBudYTD(1) - BtBudYTD(2)
             PERFORM PrintBVLine.

          PrintCompanyTotals.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Company totals" TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO PrAcct
             MOVE "  Revenue" TO PrName
             MOVE 'C' TO PrNormal
             MOVE CtActMonth(1) TO PrActMonth
             MOVE CtBudMonth(1) TO PrBudMonth
             MOVE CtActYTD(1) TO PrActYTD
             MOVE CtBudYTD(1) TO PrBudYTD
             PERFORM PrintBVLine
             MOVE "  Expenses" TO PrName
             MOVE 'D' TO PrNormal
             MOVE CtActMonth(2) TO PrActMonth
             MOVE CtBudMonth(2) TO PrBudMonth
             MOVE CtActYTD(2) TO PrActYTD
             MOVE CtBudYTD(2) TO PrBudYTD
             PERFORM PrintBVLine
             MOVE "  Net income" TO PrName
             MOVE 'C' TO PrNormal
             COMPUTE PrActMonth = CtActMonth(1) - CtActMonth(2)
             COMPUTE PrBudMonth = CtBudMonth(1) - CtBudMonth(2)
             COMPUTE PrActYTD = CtActYTD(1) - CtActYTD(2)
             COMPUTE PrBudYTD = CtBudYTD(1) - CtBudYTD(2)
             PERFORM PrintBVLine
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "F favourable: a credit account over budget or a "
                TO LineBuffer
             MOVE "debit account under it;  U unfavourable"
                TO LineBuffer(50:40)
             WRITE ReportLine FROM LineBuffer
             IF TableFull = 'Y'
                MOVE "ACCOUNT TABLE FULL - REPORT IS INCOMPLETE"
                   TO LineBuffer
                WRITE ReportLine FROM LineBuffer
             END-IF.

          PrintHeading.
             MOVE SPACE TO LineBuffer
             STRING "Budget Against Actual   Period: " DELIMITED BY SIZE
                BVPeriod DELIMITED BY SIZE
                "   Run: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "------------------- Month ---------------------"
                TO LineBuffer(24:47)
             MOVE "---------------- Year to Date -----------------"
                TO LineBuffer(72:47)
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             MOVE "Acct   Name" TO LineBuffer
             MOVE "Actual" TO LineBuffer(30:6)
             MOVE "Budget" TO LineBuffer(43:6)
             MOVE "Variance" TO LineBuffer(54:8)
             MOVE "Pct" TO LineBuffer(66:3)
             MOVE "Actual" TO LineBuffer(78:6)
             MOVE "Budget" TO LineBuffer(91:6)
             MOVE "Variance" TO LineBuffer(102:8)
             MOVE "Pct" TO LineBuffer(114:3)
             WRITE ReportLine FROM LineBuffer.

          PrintBVLine.
      * the month then the year to date, each actual, budget,
      * variance, percent and flag; the name is cut to fit
             MOVE SPACE TO LineBuffer
             MOVE PrAcct TO LineBuffer(1:6)
             MOVE PrName(1:16) TO LineBuffer(8:16)
             MOVE PrActMonth TO PrActual
             MOVE PrBudMonth TO PrBudget
             MOVE 24 TO PrCol
             PERFORM PrintBVColumns
             MOVE PrActYTD TO PrActual
             MOVE PrBudYTD TO PrBudget
             MOVE 72 TO PrCol
             PERFORM PrintBVColumns
             WRITE ReportLine FROM LineBuffer.

          PrintBVColumns.
             COMPUTE PrVariance = PrActual - PrBudget
             MOVE PrActual TO AmtEdit
             MOVE AmtEdit TO LineBuffer(PrCol:13)
             ADD 13 TO PrCol
             MOVE PrBudget TO AmtEdit
             MOVE AmtEdit TO LineBuffer(PrCol:13)
             ADD 13 TO PrCol
             MOVE PrVariance TO AmtEdit
             MOVE AmtEdit TO LineBuffer(PrCol:13)
             ADD 13 TO PrCol
             IF PrBudget = ZERO
                MOVE "    n/a" TO LineBuffer(PrCol:7)
             ELSE
                MOVE PrBudget TO PctBase
                IF PctBase < ZERO
                   COMPUTE PctBase = ZERO - PctBase
                END-IF
                COMPUTE PctWork ROUNDED = PrVariance * 100 / PctBase
                   ON SIZE ERROR
                      MOVE "  *****" TO LineBuffer(PrCol:7)
                   NOT ON SIZE ERROR
                      MOVE PctWork TO PctEdit
                      MOVE PctEdit TO LineBuffer(PrCol:7)
                END-COMPUTE
             END-IF
             ADD 8 TO PrCol
             EVALUATE TRUE
                WHEN PrVariance = ZERO
                   CONTINUE
                WHEN PrVariance > ZERO AND PrNormal = 'C'
                   MOVE 'F' TO LineBuffer(PrCol:1)
                WHEN PrVariance < ZERO AND PrNormal NOT = 'C'
                   MOVE 'F' TO LineBuffer(PrCol:1)
                WHEN OTHER
                   MOVE 'U' TO LineBuffer(PrCol:1)
             END-EVALUATE.
