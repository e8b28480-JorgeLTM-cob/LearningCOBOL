       IDENTIFICATION DIVISION.
          PROGRAM-ID.   retrpt.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 23rd, 2021.
      * Modification History
      *   2021-10-23 Brownies - new program: the monthly returns
      *              report, so product problems show up while they
      *              are still one supplier's problem.  Every line on
      *              returns.txt (rma) for the month keyed, by item
      *              and within the item by reason code: the quantity
      *              back, how much of it was restocked and how much
      *              scrapped, and the credit given before tax.  A
      *              summary by reason across all items follows.
      *              Report goes to ReturnsReport.txt; start and end
      *              go to the common job log.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL ReturnFile ASSIGN TO "returns.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL ItemFile ASSIGN TO "items.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
             SELECT ReportFile ASSIGN TO "ReturnsReport.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT SortWork ASSIGN TO "retrptwk.tmp".
       DATA DIVISION.
          FILE SECTION.
             FD ReturnFile.
                COPY RETURNS.
             FD ItemFile.
                COPY ITEMREC.
             FD ReportFile.
                01 ReportLine PIC X(100).
             SD SortWork.
                01 SortWorkRec.
                   02 SWItemCode PIC X(8).
                   02 SWReason   PIC X(2).
                   02 SWQty      PIC 9(5).
                   02 SWCredit   PIC 9(7)V99.
                   02 SWDisposal PIC X(1).
          WORKING-STORAGE SECTION.
             01 ReturnEOF   PIC X VALUE 'N'.
             01 SortEOF     PIC X VALUE 'N'.
             01 RunDate     PIC 9(8).
             01 EntryMonth  PIC 9(6).
             01 ReadCount   PIC 9(7) VALUE ZERO.
             01 LineCount   PIC 9(7) VALUE ZERO.
             01 PrevItem    PIC X(8).
             01 PrevReason  PIC X(2).
      * what has built up for the reason being printed, the item
      * being printed, and the whole month
             01 ReasonQty   PIC 9(7).
             01 ReasonRestk PIC 9(7).
             01 ReasonScrap PIC 9(7).
             01 ReasonCredit PIC 9(9)V99.
             01 ItemQty     PIC 9(7).
             01 ItemCredit  PIC 9(9)V99.
             01 TotQty      PIC 9(7) VALUE ZERO.
             01 TotCredit   PIC 9(9)V99 VALUE ZERO.
             01 QtyDisp     PIC ZZZZZZ9.
             01 ReasonName  PIC X(20).
             01 ReasonSub   PIC 9.
             01 ReasonTable.
                02 FILLER PIC X(22) VALUE "DFDefective           ".
                02 FILLER PIC X(22) VALUE "DMDamaged in transit  ".
                02 FILLER PIC X(22) VALUE "WIWrong item shipped  ".
                02 FILLER PIC X(22) VALUE "NDNot as described    ".
                02 FILLER PIC X(22) VALUE "NNNo longer needed    ".
                02 FILLER PIC X(22) VALUE "OTOther               ".
             01 ReasonList REDEFINES ReasonTable.
                02 ReasonEntry OCCURS 6 TIMES
                      INDEXED BY ReasonIdx.
                   03 ReasonCode PIC X(2).
                   03 ReasonDesc PIC X(20).
      * the month's totals by reason, in the order of the table
             01 ReasonTotals.
                02 ReasonTotal OCCURS 6 TIMES.
                   03 RTotQty    PIC 9(7).
                   03 RTotRestk  PIC 9(7).
                   03 RTotScrap  PIC 9(7).
                   03 RTotCredit PIC 9(9)V99.
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "retrpt".
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
             DISPLAY "Returns month (YYYYMM): " WITH NO ADVANCING
             ACCEPT EntryMonth
             IF EntryMonth NOT NUMERIC OR EntryMonth = ZERO
                DISPLAY "Month is not valid - run ended"
                MOVE "FAIL" TO JLFinal
             ELSE
                MOVE ZERO TO ReasonTotals
                OPEN INPUT ItemFile
                SORT SortWork ON ASCENDING KEY SWItemCode, SWReason
                   INPUT PROCEDURE IS ReleaseReturns
                   OUTPUT PROCEDURE IS PrintReturns
                CLOSE ItemFile
                MOVE TotCredit TO Dollar
                DISPLAY "Returns in " EntryMonth " : " LineCount
                   "  credit " Dollar
                DISPLAY "Report written to ReturnsReport.txt"
                MOVE "OK" TO JLFinal
             END-IF
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             MOVE LineCount TO JLWriteCt
             MOVE ZERO TO JLRejCt
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          ReleaseReturns.
             OPEN INPUT ReturnFile
             PERFORM UNTIL ReturnEOF = 'Y'
                READ ReturnFile
                   AT END MOVE 'Y' TO ReturnEOF
                   NOT AT END
                      ADD 1 TO ReadCount
                      IF RTDate(1:6) = EntryMonth
                         ADD 1 TO LineCount
                         MOVE RTItemCode TO SWItemCode
                         MOVE RTReason TO SWReason
                         MOVE RTQty TO SWQty
                         MOVE RTCredit TO SWCredit
                         MOVE RTDisposal TO SWDisposal
                         RELEASE SortWorkRec
                      END-IF
                END-READ
             END-PERFORM
             CLOSE ReturnFile.

          PrintReturns.
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Returns by Item and Reason   Month: "
                DELIMITED BY SIZE
                EntryMonth DELIMITED BY SIZE
                "     Date: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE HIGH-VALUES TO PrevItem
             MOVE HIGH-VALUES TO PrevReason
             PERFORM UNTIL SortEOF = 'Y'
                RETURN SortWork
                   AT END MOVE 'Y' TO SortEOF
                   NOT AT END
                      PERFORM TakeSortedReturn
                END-RETURN
             END-PERFORM
             IF PrevItem NOT = HIGH-VALUES
                PERFORM PrintReasonLine
                PERFORM PrintItemTotal
             END-IF
             PERFORM PrintReasonSummary
             CLOSE ReportFile.

          TakeSortedReturn.
             IF SWItemCode NOT = PrevItem
                IF PrevItem NOT = HIGH-VALUES
                   PERFORM PrintReasonLine
                   PERFORM PrintItemTotal
                END-IF
                PERFORM PrintItemHeading
             ELSE
                IF SWReason NOT = PrevReason
                   PERFORM PrintReasonLine
                   PERFORM StartReason
                END-IF
             END-IF
             ADD SWQty TO ReasonQty
             ADD SWQty TO ItemQty
             ADD SWQty TO TotQty
             ADD SWCredit TO ReasonCredit
             ADD SWCredit TO ItemCredit
             ADD SWCredit TO TotCredit
             IF SWDisposal = 'R'
                ADD SWQty TO ReasonRestk
             ELSE
                ADD SWQty TO ReasonScrap
             END-IF.

          PrintItemHeading.
             MOVE SWItemCode TO PrevItem
             MOVE ZERO TO ItemQty
             MOVE ZERO TO ItemCredit
             MOVE SWItemCode TO ItemCode
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             READ ItemFile
                INVALID KEY MOVE "(not on the item master)" TO ItemDesc
             END-READ
             STRING "Item: " DELIMITED BY SIZE
                SWItemCode DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                ItemDesc DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE "   Reason                      Returned  Restocked"
                TO LineBuffer
             MOVE "Scrapped         Credit" TO LineBuffer(56:23)
             WRITE ReportLine FROM LineBuffer
             PERFORM StartReason.

          StartReason.
             MOVE SWReason TO PrevReason
             MOVE ZERO TO ReasonQty
             MOVE ZERO TO ReasonRestk
             MOVE ZERO TO ReasonScrap
             MOVE ZERO TO ReasonCredit.

          PrintReasonLine.
             MOVE "(unknown code)" TO ReasonName
             MOVE ZERO TO ReasonSub
             PERFORM VARYING ReasonIdx FROM 1 BY 1
                UNTIL ReasonIdx > 6
                IF ReasonCode(ReasonIdx) = PrevReason
                   MOVE ReasonDesc(ReasonIdx) TO ReasonName
                   SET ReasonSub TO ReasonIdx
                END-IF
             END-PERFORM
             IF ReasonSub > ZERO
                ADD ReasonQty TO RTotQty(ReasonSub)
                ADD ReasonRestk TO RTotRestk(ReasonSub)
                ADD ReasonScrap TO RTotScrap(ReasonSub)
                ADD ReasonCredit TO RTotCredit(ReasonSub)
             END-IF
             MOVE SPACE TO LineBuffer
             MOVE PrevReason TO LineBuffer(4:2)
             MOVE ReasonName TO LineBuffer(8:20)
             MOVE ReasonQty TO QtyDisp
             MOVE QtyDisp TO LineBuffer(31:7)
             MOVE ReasonRestk TO QtyDisp
             MOVE QtyDisp TO LineBuffer(42:7)
             MOVE ReasonScrap TO QtyDisp
             MOVE QtyDisp TO LineBuffer(57:7)
             MOVE ReasonCredit TO Dollar
             MOVE Dollar TO LineBuffer(66:13)
             WRITE ReportLine FROM LineBuffer.

          PrintItemTotal.
             MOVE SPACE TO LineBuffer
             MOVE "   item total" TO LineBuffer(1:13)
             MOVE ItemQty TO QtyDisp
             MOVE QtyDisp TO LineBuffer(31:7)
             MOVE ItemCredit TO Dollar
             MOVE Dollar TO LineBuffer(66:13)
             WRITE ReportLine FROM LineBuffer.

          PrintReasonSummary.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "All items by reason" TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             PERFORM PrintReasonTotal VARYING ReasonIdx FROM 1 BY 1
                UNTIL ReasonIdx > 6
             MOVE SPACE TO LineBuffer
             MOVE "   month total" TO LineBuffer(1:14)
             MOVE TotQty TO QtyDisp
             MOVE QtyDisp TO LineBuffer(31:7)
             MOVE TotCredit TO Dollar
             MOVE Dollar TO LineBuffer(66:13)
             WRITE ReportLine FROM LineBuffer.

          PrintReasonTotal.
             SET ReasonSub TO ReasonIdx
             MOVE SPACE TO LineBuffer
             MOVE ReasonCode(ReasonIdx) TO LineBuffer(4:2)
             MOVE ReasonDesc(ReasonIdx) TO LineBuffer(8:20)
             MOVE RTotQty(ReasonSub) TO QtyDisp
             MOVE QtyDisp TO LineBuffer(31:7)
             MOVE RTotRestk(ReasonSub) TO QtyDisp
             MOVE QtyDisp TO LineBuffer(42:7)
             MOVE RTotScrap(ReasonSub) TO QtyDisp
             MOVE QtyDisp TO LineBuffer(57:7)
             MOVE RTotCredit(ReasonSub) TO Dollar
             MOVE Dollar TO LineBuffer(66:13)
             WRITE ReportLine FROM LineBuffer.
