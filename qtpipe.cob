       IDENTIFICATION DIVISION.
          PROGRAM-ID.   qtpipe.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 29th, 2021.
      * Modification History
      *   2021-10-29 Brownies - new program: the weekly quote
      *              pipeline report off quotes.txt (QUOTEREC).
      *              Every quote still open, by rep and then by its
      *              last day, with the customer, the home-currency
      *              value and the days left to run, and a total for
      *              each rep.  Then, for the quotes written in the
      *              twelve months to date, quoted, won (converted to
      *              an invoice), lost and still open - count and
      *              value - by rep and by the month quoted, with the
      *              conversion rate: quotes won over quotes decided
      *              (won or lost).  A quote past its last day counts
      *              as lost even before qtexpire has marked it.  A
      *              quote written before quotes carried the rep
      *              takes the customer's rep now, and one with no
      *              rep goes to HSE, as commrpt does.  Report goes
      *              to QuotePipeline.txt; start and end go to the
      *              common job log.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL QuoteFile ASSIGN TO "quotes.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
             SELECT OPTIONAL RepFile ASSIGN TO "repmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RepMastCode.
             SELECT OpenFile ASSIGN TO "qtopen.tmp"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO "QuotePipeline.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT SortWork ASSIGN TO "qtpipewk.tmp".
             SELECT OpenSort ASSIGN TO "qtopenwk.tmp".
       DATA DIVISION.
          FILE SECTION.
             FD QuoteFile.
                COPY QUOTEREC.
             FD CustomerFile.
                COPY CUSTREC.
             FD RepFile.
                01 RepData.
                   02 RepMastCode PIC X(3).
                   02 RepName     PIC X(20).
                   02 RepCommRate PIC V999.
             FD OpenFile.
                01 OpenRec.
                   02 ORRep      PIC X(3).
                   02 ORExpDate  PIC X(8).
                   02 ORQuoteNum PIC 9(7).
                   02 ORCustID   PIC 9(5).
                   02 ORDate     PIC 9(8).
                   02 ORValue    PIC 9(7)V99.
             FD ReportFile.
                01 ReportLine PIC X(100).
             SD SortWork.
                01 SortWorkRec.
                   02 SWQuoteNum PIC 9(7).
                   02 SWType     PIC X(1).
                   02 SWCustID   PIC 9(5).
                   02 SWDate     PIC 9(8).
                   02 SWExpDate  PIC X(8).
                   02 SWRep      PIC X(3).
                   02 SWValue    PIC 9(7)V99.
             SD OpenSort.
                01 OpenSortRec.
                   02 OSRep      PIC X(3).
                   02 OSExpDate  PIC X(8).
                   02 OSQuoteNum PIC 9(7).
                   02 OSCustID   PIC 9(5).
                   02 OSDate     PIC 9(8).
                   02 OSValue    PIC 9(7)V99.
          WORKING-STORAGE SECTION.
             01 QuoteEOF    PIC X VALUE 'N'.
             01 SortEOF     PIC X VALUE 'N'.
             01 OpenEOF     PIC X VALUE 'N'.
             01 FirstRec    PIC X VALUE 'Y'.
             01 RunDate     PIC 9(8).
             01 RunMonth    PIC 9(6).
             01 FromMonth   PIC 9(6).
             01 FromParts REDEFINES FromMonth.
                02 FromYear  PIC 9(4).
                02 FromMm    PIC 9(2).
             01 HeldQuote.
                02 HeldNum     PIC 9(7).
                02 HeldHead    PIC X.
                02 HeldWon     PIC X.
                02 HeldLost    PIC X.
                02 HeldCust    PIC 9(5).
                02 HeldDate    PIC 9(8).
                02 HeldExpDate PIC X(8).
                02 HeldRep     PIC X(3).
                02 HeldValue   PIC 9(7)V99.
             01 RepTable.
                02 RepEntry OCCURS 20 TIMES.
                   03 RTRep      PIC X(3).
                   03 RTCounts.
                      04 RTQuoted   PIC 9(5).
                      04 RTQuotedVal PIC 9(9)V99.
                      04 RTWon      PIC 9(5).
                      04 RTWonVal   PIC 9(9)V99.
                      04 RTLost     PIC 9(5).
                      04 RTLostVal  PIC 9(9)V99.
                      04 RTOpen     PIC 9(5).
                      04 RTOpenVal  PIC 9(9)V99.
             01 RepCount    PIC 9(2) VALUE ZERO.
             01 RepSub      PIC 9(2).
             01 WSSub       PIC 9(2).
             01 MonthTable.
                02 MonthEntry OCCURS 12 TIMES.
                   03 MTMonth    PIC 9(6).
                   03 MTMonthParts REDEFINES MTMonth.
                      04 MTYear  PIC 9(4).
                      04 MTMm    PIC 9(2).
                   03 MTCounts.
                      04 MTQuoted   PIC 9(5).
                      04 MTQuotedVal PIC 9(9)V99.
                      04 MTWon      PIC 9(5).
                      04 MTWonVal   PIC 9(9)V99.
                      04 MTLost     PIC 9(5).
                      04 MTLostVal  PIC 9(9)V99.
                      04 MTOpen     PIC 9(5).
                      04 MTOpenVal  PIC 9(9)V99.
             01 MonthSub    PIC 9(2).
             01 WinLoss.
                02 WLQuoted   PIC 9(5).
                02 WLQuotedVal PIC 9(9)V99.
                02 WLWon      PIC 9(5).
                02 WLWonVal   PIC 9(9)V99.
                02 WLLost     PIC 9(5).
                02 WLLostVal  PIC 9(9)V99.
                02 WLOpen     PIC 9(5).
                02 WLOpenVal  PIC 9(9)V99.
             01 WLLabel     PIC X(24).
             01 TotalWL.
                02 TWQuoted   PIC 9(5).
                02 TWQuotedVal PIC 9(9)V99.
                02 TWWon      PIC 9(5).
                02 TWWonVal   PIC 9(9)V99.
                02 TWLost     PIC 9(5).
                02 TWLostVal  PIC 9(9)V99.
                02 TWOpen     PIC 9(5).
                02 TWOpenVal  PIC 9(9)V99.
             01 ConvPct     PIC 9(3)V9.
             01 ConvDisp    PIC ZZ9.9.
             01 CountDisp   PIC ZZZZ9.
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 DaysLeft    PIC S9(5).
             01 DaysDisp    PIC -(4)9.
             01 PrevRep     PIC X(3).
             01 RepOpenCount PIC 9(5).
             01 RepOpenValue PIC 9(9)V99.
             01 ReadCount   PIC 9(7) VALUE ZERO.
             01 QuoteCount  PIC 9(7) VALUE ZERO.
             01 OpenCount   PIC 9(7) VALUE ZERO.
             01 NoMiddleName PIC X(15) VALUE SPACE.
             01 FormattedName PIC X(47).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "qtpipe".
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
             PERFORM SetUpMonths
             OPEN INPUT CustomerFile
             OPEN INPUT RepFile
             SORT SortWork ON ASCENDING KEY SWQuoteNum
                INPUT PROCEDURE IS ReleaseQuotes
                OUTPUT PROCEDURE IS SettleQuotes
             OPEN OUTPUT ReportFile
             SORT OpenSort ON ASCENDING KEY OSRep, OSExpDate,
                OSQuoteNum
                INPUT PROCEDURE IS ReleaseOpenQuotes
                OUTPUT PROCEDURE IS PrintOpenQuotes
             PERFORM PrintRepWinLoss
             PERFORM PrintMonthWinLoss
             CLOSE ReportFile
             CLOSE CustomerFile
             CLOSE RepFile
             DISPLAY "Quotes on file          : " QuoteCount
             DISPLAY "Quotes still open       : " OpenCount
             DISPLAY "Report written to QuotePipeline.txt"
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             MOVE QuoteCount TO JLWriteCt
             MOVE ZERO TO JLRejCt
             MOVE "OK" TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          SetUpMonths.
             MOVE ZERO TO MonthTable
             MOVE FromMonth TO MTMonth(1)
             PERFORM VARYING MonthSub FROM 2 BY 1
                UNTIL MonthSub > 12
                MOVE MTMonth(MonthSub - 1) TO MTMonth(MonthSub)
                ADD 1 TO MTMm(MonthSub)
                IF MTMm(MonthSub) > 12
                   MOVE 1 TO MTMm(MonthSub)
                   ADD 1 TO MTYear(MonthSub)
                END-IF
             END-PERFORM.

          ReleaseQuotes.
      * the quoted lines add nothing the header does not carry, so
      * only headers and the C and X marks go to the sort
             OPEN INPUT QuoteFile
             PERFORM UNTIL QuoteEOF = 'Y'
                READ QuoteFile
                   AT END MOVE 'Y' TO QuoteEOF
                   NOT AT END
                      ADD 1 TO ReadCount
                      IF QRType NOT = 'L'
                         PERFORM ReleaseQuoteRecord
                      END-IF
                END-READ
             END-PERFORM
             CLOSE QuoteFile.

          ReleaseQuoteRecord.
             MOVE SPACE TO SortWorkRec
             MOVE QRQuoteNum TO SWQuoteNum
             MOVE QRType TO SWType
             MOVE ZERO TO SWCustID
             MOVE ZERO TO SWDate
             MOVE ZERO TO SWValue
             IF QRType = 'H'
                MOVE QRCustID TO SWCustID
                MOVE QRDate TO SWDate
                MOVE QRExpDate TO SWExpDate
                MOVE QRRep TO SWRep
                COMPUTE SWValue ROUNDED = QRTotal * QRRate
             END-IF
             RELEASE SortWorkRec.

          SettleQuotes.
      * a quote's records arrive together; it is settled - won,
      * lost or open - when the next quote starts
             OPEN OUTPUT OpenFile
             MOVE ZERO TO RepTable
             PERFORM UNTIL SortEOF = 'Y'
                RETURN SortWork
                   AT END MOVE 'Y' TO SortEOF
                   NOT AT END
                      PERFORM TakeSortRecord
                END-RETURN
             END-PERFORM
             IF FirstRec = 'N'
                PERFORM SettleOneQuote
             END-IF
             CLOSE OpenFile.

          TakeSortRecord.
             IF FirstRec = 'Y'
                PERFORM StartQuote
                MOVE 'N' TO FirstRec
             ELSE
                IF SWQuoteNum NOT = HeldNum
                   PERFORM SettleOneQuote
                   PERFORM StartQuote
                END-IF
             END-IF
             EVALUATE SWType
                WHEN 'H'
                   MOVE 'Y' TO HeldHead
                   MOVE SWCustID TO HeldCust
                   MOVE SWDate TO HeldDate
                   MOVE SWExpDate TO HeldExpDate
                   MOVE SWRep TO HeldRep
                   MOVE SWValue TO HeldValue
                WHEN 'C'
                   MOVE 'Y' TO HeldWon
                WHEN 'X'
                   MOVE 'Y' TO HeldLost
             END-EVALUATE.

          StartQuote.
             MOVE SPACE TO HeldQuote
             MOVE SWQuoteNum TO HeldNum
             MOVE 'N' TO HeldHead
             MOVE 'N' TO HeldWon
             MOVE 'N' TO HeldLost
             MOVE ZERO TO HeldCust
             MOVE ZERO TO HeldDate
             MOVE ZERO TO HeldValue.

          SettleOneQuote.
             IF HeldHead = 'Y'
                ADD 1 TO QuoteCount
                IF HeldWon = 'N' AND HeldExpDate NOT = SPACE
                   AND HeldExpDate < RunDate
                   MOVE 'Y' TO HeldLost
                END-IF
                IF HeldWon = 'Y'
                   MOVE 'N' TO HeldLost
                END-IF
                IF HeldRep = SPACE
                   MOVE HeldCust TO IDNum
                   READ CustomerFile
                      INVALID KEY CONTINUE
                      NOT INVALID KEY MOVE RepCode TO HeldRep
                   END-READ
                END-IF
                IF HeldRep = SPACE
                   MOVE "HSE" TO HeldRep
                END-IF
                IF HeldWon = 'N' AND HeldLost = 'N'
                   PERFORM WriteOpenQuote
                END-IF
                IF HeldDate(1:6) >= FromMonth
                   AND HeldDate(1:6) <= RunMonth
                   PERFORM TallyRep
                   PERFORM TallyMonth
                END-IF
             END-IF.

          WriteOpenQuote.
             ADD 1 TO OpenCount
             MOVE HeldRep TO ORRep
             MOVE HeldExpDate TO ORExpDate
             MOVE HeldNum TO ORQuoteNum
             MOVE HeldCust TO ORCustID
             MOVE HeldDate TO ORDate
             MOVE HeldValue TO ORValue
             WRITE OpenRec.

          TallyRep.
             MOVE ZERO TO RepSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > RepCount OR RepSub > ZERO
                IF RTRep(WSSub) = HeldRep
                   MOVE WSSub TO RepSub
                END-IF
             END-PERFORM
             IF RepSub = ZERO AND RepCount < 20
                ADD 1 TO RepCount
                MOVE RepCount TO RepSub
                MOVE HeldRep TO RTRep(RepSub)
                MOVE ZERO TO RTCounts(RepSub)
             END-IF
             IF RepSub > ZERO
                MOVE RTCounts(RepSub) TO WinLoss
                PERFORM TallyWinLoss
                MOVE WinLoss TO RTCounts(RepSub)
             END-IF.

          TallyMonth.
             MOVE ZERO TO MonthSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > 12 OR MonthSub > ZERO
                IF MTMonth(WSSub) = HeldDate(1:6)
                   MOVE WSSub TO MonthSub
                END-IF
             END-PERFORM
             IF MonthSub > ZERO
                MOVE MTCounts(MonthSub) TO WinLoss
                PERFORM TallyWinLoss
                MOVE WinLoss TO MTCounts(MonthSub)
             END-IF.

          TallyWinLoss.
             ADD 1 TO WLQuoted
             ADD HeldValue TO WLQuotedVal
             EVALUATE TRUE
                WHEN HeldWon = 'Y'
                   ADD 1 TO WLWon
                   ADD HeldValue TO WLWonVal
                WHEN HeldLost = 'Y'
                   ADD 1 TO WLLost
                   ADD HeldValue TO WLLostVal
                WHEN OTHER
                   ADD 1 TO WLOpen
                   ADD HeldValue TO WLOpenVal
             END-EVALUATE.

          ReleaseOpenQuotes.
             OPEN INPUT OpenFile
             PERFORM UNTIL OpenEOF = 'Y'
                READ OpenFile
                   AT END MOVE 'Y' TO OpenEOF
                   NOT AT END
                      MOVE ORRep TO OSRep
                      MOVE ORExpDate TO OSExpDate
                      MOVE ORQuoteNum TO OSQuoteNum
                      MOVE ORCustID TO OSCustID
                      MOVE ORDate TO OSDate
                      MOVE ORValue TO OSValue
                      RELEASE OpenSortRec
                END-READ
             END-PERFORM
             CLOSE OpenFile.

          PrintOpenQuotes.
             MOVE SPACE TO LineBuffer
             STRING "Quote Pipeline                  Date: "
                DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Open quotes by rep" TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Rep Quote   Quoted   Expires   Days Cust   Name"
                TO LineBuffer
             MOVE "Value" TO LineBuffer(85:5)
             WRITE ReportLine FROM LineBuffer
             MOVE 'N' TO SortEOF
             MOVE SPACE TO PrevRep
             PERFORM UNTIL SortEOF = 'Y'
                RETURN OpenSort
                   AT END MOVE 'Y' TO SortEOF
                   NOT AT END
                      IF OSRep NOT = PrevRep
                         PERFORM PrintRepOpenTotal
                         MOVE OSRep TO PrevRep
                      END-IF
                      PERFORM PrintOneOpenQuote
                END-RETURN
             END-PERFORM
             PERFORM PrintRepOpenTotal
             MOVE SPACE TO LineBuffer
             STRING "Open quotes : " DELIMITED BY SIZE
                OpenCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          PrintOneOpenQuote.
             IF OSExpDate = SPACE
                MOVE ZERO TO DaysLeft
             ELSE
                CALL "DATECALC" USING OSExpDate, RunDate, "D",
                   DCResult, DCStatus
                IF DCStatus = '0'
                   MOVE DCResult TO DaysLeft
                ELSE
                   MOVE ZERO TO DaysLeft
                END-IF
             END-IF
             ADD 1 TO RepOpenCount
             ADD OSValue TO RepOpenValue
             MOVE OSCustID TO IDNum
             READ CustomerFile
                INVALID KEY
                   MOVE "(not on customer file)" TO FormattedName
                NOT INVALID KEY
                   CALL "NAMEFMT" USING FirstName, NoMiddleName,
                      LastName, FormattedName
             END-READ
             MOVE SPACE TO LineBuffer
             MOVE OSRep TO LineBuffer(1:3)
             MOVE OSQuoteNum TO LineBuffer(5:7)
             MOVE OSDate TO LineBuffer(13:8)
             IF OSExpDate = SPACE
                MOVE "(none)" TO LineBuffer(22:6)
             ELSE
                MOVE OSExpDate TO LineBuffer(22:8)
                MOVE DaysLeft TO DaysDisp
                MOVE DaysDisp TO LineBuffer(31:5)
             END-IF
             MOVE OSCustID TO LineBuffer(37:5)
             MOVE FormattedName TO LineBuffer(43:28)
             MOVE OSValue TO Dollar
             MOVE Dollar TO LineBuffer(77:13)
             WRITE ReportLine FROM LineBuffer.

          PrintRepOpenTotal.
             IF RepOpenCount > ZERO
                MOVE RepOpenCount TO CountDisp
                MOVE RepOpenValue TO Dollar
                MOVE SPACE TO LineBuffer
                STRING "    " DELIMITED BY SIZE
                   PrevRep DELIMITED BY SIZE
                   " open quotes " DELIMITED BY SIZE
                   CountDisp DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                MOVE Dollar TO LineBuffer(77:13)
                WRITE ReportLine FROM LineBuffer
                MOVE SPACE TO LineBuffer
                WRITE ReportLine FROM LineBuffer
             END-IF
             MOVE ZERO TO RepOpenCount
             MOVE ZERO TO RepOpenValue.

          PrintRepWinLoss.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Won and lost by rep, quotes written "
                DELIMITED BY SIZE
                FromMonth DELIMITED BY SIZE
                " to " DELIMITED BY SIZE
                RunMonth DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             PERFORM PrintWinLossHeading
             MOVE ZERO TO TotalWL
             PERFORM VARYING RepSub FROM 1 BY 1
                UNTIL RepSub > RepCount
                MOVE SPACE TO WLLabel
                MOVE RTRep(RepSub) TO RepMastCode
                READ RepFile
                   INVALID KEY MOVE SPACE TO RepName
                END-READ
                STRING RTRep(RepSub) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RepName DELIMITED BY SIZE
                   INTO WLLabel
                END-STRING
                MOVE RTCounts(RepSub) TO WinLoss
                PERFORM PrintWinLossLine
             END-PERFORM
             PERFORM PrintWinLossTotal.

          PrintMonthWinLoss.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Won and lost by month quoted" TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             PERFORM PrintWinLossHeading
             MOVE ZERO TO TotalWL
             PERFORM VARYING MonthSub FROM 1 BY 1
                UNTIL MonthSub > 12
                MOVE SPACE TO WLLabel
                STRING MTYear(MonthSub) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   MTMm(MonthSub) DELIMITED BY SIZE
                   INTO WLLabel
                END-STRING
                MOVE MTCounts(MonthSub) TO WinLoss
                PERFORM PrintWinLossLine
             END-PERFORM
             PERFORM PrintWinLossTotal.

          PrintWinLossHeading.
             MOVE SPACE TO LineBuffer
             MOVE "Quoted   Won     Won Value  Lost"
                TO LineBuffer(21:32)
             MOVE "Lost Value  Open    Open Value  Conv%"
                TO LineBuffer(57:37)
             WRITE ReportLine FROM LineBuffer.

          PrintWinLossLine.
             ADD WLQuoted TO TWQuoted
             ADD WLQuotedVal TO TWQuotedVal
             ADD WLWon TO TWWon
             ADD WLWonVal TO TWWonVal
             ADD WLLost TO TWLost
             ADD WLLostVal TO TWLostVal
             ADD WLOpen TO TWOpen
             ADD WLOpenVal TO TWOpenVal
             PERFORM FormatWinLoss.

          PrintWinLossTotal.
             MOVE "Total" TO WLLabel
             MOVE TotalWL TO WinLoss
             PERFORM FormatWinLoss.

          FormatWinLoss.
      * conversion is quotes won over quotes decided; the ones
      * still open have not been decided either way
             IF WLWon + WLLost > ZERO
                COMPUTE ConvPct ROUNDED =
                   WLWon * 100 / (WLWon + WLLost)
             ELSE
                MOVE ZERO TO ConvPct
             END-IF
             MOVE SPACE TO LineBuffer
             MOVE WLLabel TO LineBuffer(1:20)
             MOVE WLQuoted TO CountDisp
             MOVE CountDisp TO LineBuffer(22:5)
             MOVE WLWon TO CountDisp
             MOVE CountDisp TO LineBuffer(28:5)
             MOVE WLWonVal TO NoZeroPlusC
             MOVE NoZeroPlusC TO LineBuffer(34:13)
             MOVE WLLost TO CountDisp
             MOVE CountDisp TO LineBuffer(48:5)
             MOVE WLLostVal TO NoZeroPlusC
             MOVE NoZeroPlusC TO LineBuffer(54:13)
             MOVE WLOpen TO CountDisp
             MOVE CountDisp TO LineBuffer(68:5)
             MOVE WLOpenVal TO NoZeroPlusC
             MOVE NoZeroPlusC TO LineBuffer(74:13)
             IF WLWon + WLLost > ZERO
                MOVE ConvPct TO ConvDisp
                MOVE ConvDisp TO LineBuffer(89:5)
             END-IF
             WRITE ReportLine FROM LineBuffer.
