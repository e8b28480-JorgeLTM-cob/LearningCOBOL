       IDENTIFICATION DIVISION.
          PROGRAM-ID.   deprun.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 17th, 2021.
      * Modification History
      *   2021-10-17 Brownies - new program: the monthly depreciation
      *              run over the fixed-asset register (assets.txt,
      *              ASSETREC), so the accountant stops keying it
      *              from a spreadsheet.  Takes a YYYYMM period and
      *              refuses it when percntl.txt has it closed
      *              (PERCHK).  Months in service come from DATECALC,
      *              counting the month of acquisition as a whole
      *              month.  Straight line brings the accumulated
      *              depreciation up to cost less salvage times
      *              months in service over the life, so a month
      *              missed is caught up; declining balance takes
      *              twice the straight-line rate on the net book
      *              value, with the last month of the life taking
      *              it down to salvage.  Nothing goes below salvage
      *              and no asset is charged twice for a period.
      *              The charge is journaled to gljournal.txt in the
      *              glextrct layout - debit 6500 Depreciation
      *              Expense / credit 1590 Accumulated Depreciation,
      *              dated the last day of the period - behind its
      *              own balancing TRAILER, and listed by asset on
      *              Depreciation.txt.  Start and end go to the
      *              common job log.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL AssetFile ASSIGN TO "assets.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FANum.
             SELECT OPTIONAL JournalFile ASSIGN TO "gljournal.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO "Depreciation.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD AssetFile.
                COPY ASSETREC.
             FD JournalFile.
                01 JournalData.
                   02 GLDate    PIC 9(8).
                   02 GLAccount PIC X(6).
                   02 GLDesc    PIC X(20).
                   02 GLDebit   PIC S9(9)V99.
                   02 GLCredit  PIC S9(9)V99.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 AssetEOF    PIC X VALUE 'N'.
             01 DepPeriod   PIC 9(6).
             01 PeriodStatus PIC X(1).
             01 PeriodFirst PIC 9(8).
             01 NextFirst   PIC 9(8).
             01 PeriodEnd   PIC 9(8).
             01 AcqFirst    PIC 9(8).
             01 DCDays      PIC 9(8).
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 MonthsIn    PIC S9(8).
             01 Depreciable PIC S9(7)V99.
             01 Remaining   PIC S9(7)V99.
             01 TargetAccum PIC S9(9)V99.
             01 DepAmount   PIC S9(7)V99.
             01 NetBook     PIC S9(7)V99.
             01 DepTotal    PIC S9(9)V99 VALUE ZERO.
             01 DebitTotal  PIC S9(9)V99 VALUE ZERO.
             01 CreditTotal PIC S9(9)V99 VALUE ZERO.
             01 ReadCount   PIC 9(7) VALUE ZERO.
             01 DepCount    PIC 9(5) VALUE ZERO.
             01 DoneCount   PIC 9(5) VALUE ZERO.
             01 FullCount   PIC 9(5) VALUE ZERO.
             01 NotYetCount PIC 9(5) VALUE ZERO.
             01 BadCount    PIC 9(5) VALUE ZERO.
             01 LineCount   PIC 9(3) VALUE ZERO.
             01 MonthsDisp  PIC ZZ9.
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "deprun".
             01 JLPhase    PIC X(5).
             01 JLReadCt   PIC 9(7).
             01 JLWriteCt  PIC 9(7).
             01 JLRejCt    PIC 9(7).
             01 JLFinal    PIC X(8).
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          StartPara.
             DISPLAY "Depreciation period (YYYYMM) : "
                WITH NO ADVANCING
             ACCEPT DepPeriod
             COMPUTE PeriodFirst = DepPeriod * 100 + 1
             MOVE ZERO TO DCDays
             CALL "DATECALC" USING PeriodFirst, DCDays, "V",
                DCResult, DCStatus
             IF DCStatus NOT = '0'
                DISPLAY "Not a valid period - nothing run"
                STOP RUN
             END-IF
             CALL "PERCHK" USING DepPeriod, PeriodStatus
             IF PeriodStatus = 'C'
                DISPLAY "Period " DepPeriod " is closed - "
                   "depreciation refused"
                STOP RUN
             END-IF
             MOVE "START" TO JLPhase
             MOVE ZERO TO JLReadCt
             MOVE ZERO TO JLWriteCt
             MOVE ZERO TO JLRejCt
             MOVE SPACE TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
             PERFORM FindPeriodEnd
             OPEN I-O AssetFile
             OPEN OUTPUT ReportFile
             PERFORM PrintHeadings
             MOVE ZERO TO FANum
             START AssetFile KEY IS NOT LESS THAN FANum
                INVALID KEY MOVE 'Y' TO AssetEOF
             END-START
             PERFORM UNTIL AssetEOF = 'Y'
                READ AssetFile NEXT RECORD
                   AT END MOVE 'Y' TO AssetEOF
                   NOT AT END
                      ADD 1 TO ReadCount
                      PERFORM DepreciateOneAsset
                END-READ
             END-PERFORM
             PERFORM PrintTotals
             CLOSE AssetFile
             CLOSE ReportFile
             PERFORM WriteJournal
             MOVE DepTotal TO Dollar
             DISPLAY "Depreciation for " DepPeriod " : " Dollar
                " on " DepCount " assets"
             DISPLAY "Report written to Depreciation.txt"
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             MOVE LineCount TO JLWriteCt
             MOVE BadCount TO JLRejCt
             IF BadCount > ZERO
                MOVE "WARN" TO JLFinal
             ELSE
                MOVE "OK" TO JLFinal
             END-IF
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          FindPeriodEnd.
      * the first of the next month less one day, through the days
      * in the month
             IF DepPeriod(5:2) = "12"
                COMPUTE NextFirst = (DepPeriod + 89) * 100 + 1
             ELSE
                COMPUTE NextFirst = (DepPeriod + 1) * 100 + 1
             END-IF
             CALL "DATECALC" USING NextFirst, PeriodFirst, "D",
                DCResult, DCStatus
             COMPUTE DCDays = DCResult - 1
             CALL "DATECALC" USING PeriodFirst, DCDays, "A",
                DCResult, DCStatus
             MOVE DCResult TO PeriodEnd.

          PrintHeadings.
             MOVE SPACE TO LineBuffer
             STRING "Depreciation Run   Period: " DELIMITED BY SIZE
                DepPeriod DELIMITED BY SIZE
                "   Posting date: " DELIMITED BY SIZE
                PeriodEnd DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             MOVE "Asset  Description" TO LineBuffer
             MOVE "Br  M Mos   This Month   Accumulated" TO
                LineBuffer(33:36)
             MOVE "Net Book" TO LineBuffer(76:8)
             WRITE ReportLine FROM LineBuffer.

          DepreciateOneAsset.
             EVALUATE TRUE
                WHEN NOT FAActive
                   CONTINUE
                WHEN FALastDepPer >= DepPeriod
                   ADD 1 TO DoneCount
                WHEN FAAcqDate(1:6) > DepPeriod(1:6)
                   ADD 1 TO NotYetCount
                WHEN FALife = ZERO
                   ADD 1 TO BadCount
                   DISPLAY "Asset " FANum " has no life on file - "
                      "not depreciated"
                WHEN OTHER
                   PERFORM ComputeDepreciation
             END-EVALUATE.

          ComputeDepreciation.
             COMPUTE AcqFirst = (FAAcqDate / 100) * 100 + 1
             CALL "DATECALC" USING PeriodFirst, AcqFirst, "M",
                DCResult, DCStatus
             COMPUTE MonthsIn = DCResult + 1
             COMPUTE Depreciable = FACost - FASalvage
             IF Depreciable < ZERO
                MOVE ZERO TO Depreciable
             END-IF
             COMPUTE Remaining = Depreciable - FAAccumDep
             MOVE ZERO TO DepAmount
             EVALUATE TRUE
                WHEN Remaining <= ZERO
                   ADD 1 TO FullCount
                WHEN MonthsIn >= FALife
                   MOVE Remaining TO DepAmount
                WHEN FADeclining
                   COMPUTE DepAmount ROUNDED
                      = (FACost - FAAccumDep) * 2 / FALife
                WHEN OTHER
                   COMPUTE TargetAccum ROUNDED
                      = Depreciable * MonthsIn / FALife
                   COMPUTE DepAmount = TargetAccum - FAAccumDep
             END-EVALUATE
             IF DepAmount > Remaining
                MOVE Remaining TO DepAmount
             END-IF
             IF DepAmount < ZERO
                MOVE ZERO TO DepAmount
             END-IF
             ADD DepAmount TO FAAccumDep
             MOVE DepPeriod TO FALastDepPer
             REWRITE AssetData
                INVALID KEY DISPLAY "Asset Not Updated " FANum
             END-REWRITE
             IF DepAmount > ZERO
                ADD 1 TO DepCount
                ADD DepAmount TO DepTotal
                PERFORM PrintAssetLine
             END-IF.

          PrintAssetLine.
             COMPUTE NetBook = FACost - FAAccumDep
             MOVE SPACE TO LineBuffer
             MOVE FANum TO LineBuffer(1:6)
             MOVE FADesc(1:24) TO LineBuffer(8:24)
             MOVE FABranch TO LineBuffer(33:3)
             MOVE FAMethod TO LineBuffer(37:1)
             MOVE MonthsIn TO MonthsDisp
             MOVE MonthsDisp TO LineBuffer(39:3)
             MOVE DepAmount TO Dollar
             MOVE Dollar TO LineBuffer(43:13)
             MOVE FAAccumDep TO Dollar
             MOVE Dollar TO LineBuffer(57:13)
             MOVE NetBook TO Dollar
             MOVE Dollar TO LineBuffer(71:13)
             WRITE ReportLine FROM LineBuffer.

          PrintTotals.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE DepTotal TO Dollar
             MOVE SPACE TO LineBuffer
             STRING "TOTAL DEPRECIATION : " DELIMITED BY SIZE
                Dollar DELIMITED BY SIZE
                "   assets charged : " DELIMITED BY SIZE
                DepCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Already run : " DELIMITED BY SIZE
                DoneCount DELIMITED BY SIZE
                "   fully depreciated : " DELIMITED BY SIZE
                FullCount DELIMITED BY SIZE
                "   not yet in service : " DELIMITED BY SIZE
                NotYetCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             IF BadCount > ZERO
                MOVE SPACE TO LineBuffer
                STRING "** Assets with no life on file : "
                   DELIMITED BY SIZE
                   BadCount DELIMITED BY SIZE
                   " - see famaint" DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE ReportLine FROM LineBuffer
             END-IF.

          WriteJournal.
      * the run's own batch behind the day's extract, with its own
      * trailer so it proves on its own
             IF DepTotal NOT = ZERO
                OPEN EXTEND JournalFile
                MOVE "6500" TO GLAccount
                MOVE "DEPRECIATION EXPENSE" TO GLDesc
                MOVE DepTotal TO GLDebit
                MOVE ZERO TO GLCredit
                PERFORM WriteJournalLine
                MOVE "1590" TO GLAccount
                MOVE "ACCUM DEPRECIATION" TO GLDesc
                MOVE ZERO TO GLDebit
                MOVE DepTotal TO GLCredit
                PERFORM WriteJournalLine
                MOVE PeriodEnd TO GLDate
                MOVE "TRLR" TO GLAccount
                IF DebitTotal = CreditTotal
                   MOVE "BALANCED" TO GLDesc
                ELSE
                   MOVE "OUT OF BALANCE" TO GLDesc
                END-IF
                MOVE DebitTotal TO GLDebit
                MOVE CreditTotal TO GLCredit
                WRITE JournalData
                ADD 1 TO LineCount
                CLOSE JournalFile
                DISPLAY "Journal appended to gljournal.txt"
             END-IF.

          WriteJournalLine.
             MOVE PeriodEnd TO GLDate
             ADD GLDebit TO DebitTotal
             ADD GLCredit TO CreditTotal
             WRITE JournalData
             ADD 1 TO LineCount.
