       IDENTIFICATION DIVISION.
          PROGRAM-ID.   dsorpt.
          AUTHOR.      Brownies.
          DATE-WRITTEN September 25th, 2021.
      * Modification History
      *   2021-09-25 Brownies - new program: monthly days-to-pay and
      *              DSO analysis for the credit meeting.  Every paid
      *              invoice on the master is paired with the newest
      *              payments.txt line (and payarch month files over
      *              the window) that names it; the date of that
      *              payment against the invoice date gives the days
      *              to pay, and against the due date the days late,
      *              weighted by the invoice total.  Invoices paid in
      *              the report month make up each customer's
      *              current figures; those paid in the three months
      *              before it the prior average.  A customer whose
      *              average has slowed by more than the days keyed
      *              at the start is flagged SLOWER.  Rep and branch
      *              subtotals follow the customer lines, and the
      *              company DSO (open receivables over the last 90
      *              days' invoicing, times 90) closes the report.
      *              An invoice from the window closed with no
      *              payment naming it (credit memo, unreferenced
      *              cash) is counted as unmatched and left out of
      *              the averages.  Report goes to DaysToPay.txt;
      *              start and end go to the common job log.
      *   2021-12-18 Brownies - the paid invoices also come from the
      *              invoice history invhist.txt the invarch purge
      *              moves settled invoices to, so a purge keeping
      *              fewer months than the prior period and the
      *              90-day sales look back no longer drops them
      *              from the pairing and the DSO.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL InvMastFile ASSIGN TO "invmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IMInvNum.
             SELECT OPTIONAL InvHistFile ASSIGN TO "invhist.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL PaymentFile ASSIGN TO "payments.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL PayArchFile
                ASSIGN DYNAMIC PayArchName
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
             SELECT ReportFile ASSIGN TO "DaysToPay.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD InvMastFile.
                COPY INVMAST.
             FD InvHistFile.
                01 InvHistLine PIC X(83).
             FD PaymentFile.
                01 PaymentData.
                   02 PayDate   PIC 9(8).
                   02 PayCustID PIC 9(5).
                   02 PayInvRef PIC X(10).
                   02 PayAmount PIC 9(6)V99.
             FD PayArchFile.
                01 PayArchLine PIC X(40).
             FD CustomerFile.
                COPY CUSTREC.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 ReportMonth PIC 9(6).
             01 SlowDays    PIC 9(3).
             01 MastEOF     PIC X VALUE 'N'.
             01 InvHistEOF  PIC X VALUE 'N'.
             01 PayEOF      PIC X VALUE 'N'.
             01 PayArchEOF  PIC X.
             01 PayArchName PIC X(30).
             01 PayArchMonth PIC 9(6).
             01 PayArchParts REDEFINES PayArchMonth.
                02 PAYear  PIC 9(4).
                02 PAMonth PIC 9(2).
             01 PriorMonth  PIC 9(6).
             01 PriorParts REDEFINES PriorMonth.
                02 PMYear  PIC 9(4).
                02 PMMonth PIC 9(2).
             01 CurStart    PIC 9(8).
             01 CurEnd      PIC 9(8).
             01 PriorStart  PIC 9(8).
             01 RunDate     PIC 9(8).
             01 DueDate     PIC 9(8).
             01 PaidDate    PIC 9(8).
             01 RefInvNum   PIC 9(7).
             01 DaysToPay   PIC S9(5).
             01 DaysLate    PIC S9(5).
             01 Thirty      PIC 9(8) VALUE 30.
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 WSSub       PIC 9(4).
             01 PaySub      PIC 9(4).
             01 CustSub     PIC 9(3).
             01 GroupSub    PIC 9(3).
             01 PaidTable.
                02 PaidEntry OCCURS 2000 TIMES.
                   03 PTInvNum  PIC 9(7).
                   03 PTDate    PIC 9(8).
             01 PaidCount   PIC 9(4) VALUE ZERO.
             01 PaidTableFull PIC X VALUE 'N'.
             01 CustTable.
                02 CustEntry OCCURS 500 TIMES.
                   03 CTCustID     PIC 9(5).
                   03 CTRep        PIC X(3).
                   03 CTBranch     PIC X(3).
                   03 CTCurCount   PIC 9(5).
                   03 CTCurDays    PIC S9(9).
                   03 CTCurAmt     PIC S9(9)V99.
                   03 CTCurLateW   PIC S9(13)V99.
                   03 CTPriorCount PIC 9(5).
                   03 CTPriorDays  PIC S9(9).
             01 CustCount   PIC 9(3) VALUE ZERO.
             01 CustTableFull PIC X VALUE 'N'.
             01 GroupTable.
                02 GroupEntry OCCURS 100 TIMES.
                   03 GTCode     PIC X(3).
                   03 GTCount    PIC 9(5).
                   03 GTDays     PIC S9(9).
                   03 GTAmt      PIC S9(9)V99.
                   03 GTLateW    PIC S9(13)V99.
             01 GroupCount  PIC 9(3).
             01 GroupCode   PIC X(3).
             01 GroupKind   PIC X(6).
             01 CurAvg      PIC S9(5)V9.
             01 PriorAvg    PIC S9(5)V9.
             01 AvgChange   PIC S9(5)V9.
             01 WtdLate     PIC S9(5)V9.
             01 SlowFlag    PIC X(6).
             01 SlowCount   PIC 9(5) VALUE ZERO.
             01 UnmatchedCount PIC 9(5) VALUE ZERO.
             01 TotCount    PIC 9(5) VALUE ZERO.
             01 TotDays     PIC S9(9) VALUE ZERO.
             01 TotAmt      PIC S9(9)V99 VALUE ZERO.
             01 TotLateW    PIC S9(13)V99 VALUE ZERO.
             01 OpenAR      PIC S9(9)V99 VALUE ZERO.
             01 Sales90     PIC S9(9)V99 VALUE ZERO.
             01 DSOValue    PIC S9(5)V9 VALUE ZERO.
             01 CountDisp   PIC Z(4)9.
             01 AvgDisp     PIC ZZZ9.9.
             01 LateDisp    PIC ZZZ9.9.
             01 PriorDisp   PIC ZZZ9.9.
             01 ChgDisp     PIC -ZZZ9.9.
             01 Disp1       PIC X(14).
             01 Disp2       PIC X(14).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "dsorpt".
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
             DISPLAY "Report month (YYYYMM): " WITH NO ADVANCING
             ACCEPT ReportMonth
             DISPLAY "Flag customers slower by more than how many "
                "days (0 = 10): " WITH NO ADVANCING
             ACCEPT SlowDays
             IF SlowDays NOT NUMERIC OR SlowDays = ZERO
                MOVE 10 TO SlowDays
             END-IF
             IF ReportMonth NOT NUMERIC OR ReportMonth = ZERO
                DISPLAY "Month is not valid - run ended"
                MOVE "BADPARM" TO JLFinal
             ELSE
                PERFORM SetWindow
                PERFORM LoadPayments
                PERFORM LoadPaidInvoices
                PERFORM PrintReport
                DISPLAY "Customers analysed : " CustCount
                DISPLAY "Customers slower   : " SlowCount
                DISPLAY "Report written to DaysToPay.txt"
                MOVE "OK" TO JLFinal
             END-IF
             MOVE "END" TO JLPhase
             MOVE PaidCount TO JLReadCt
             MOVE CustCount TO JLWriteCt
             MOVE UnmatchedCount TO JLRejCt
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          SetWindow.
      * the report month, and the three whole months before it as
      * the prior period the averages are compared against
             COMPUTE CurStart = ReportMonth * 100 + 1
             COMPUTE CurEnd = ReportMonth * 100 + 31
             MOVE ReportMonth TO PriorMonth
             IF PMMonth > 3
                SUBTRACT 3 FROM PMMonth
             ELSE
                ADD 9 TO PMMonth
                SUBTRACT 1 FROM PMYear
             END-IF
             COMPUTE PriorStart = PriorMonth * 100 + 1.

          LoadPayments.
      * payments already cut over to the payarch month files are
      * read from there first; BALFWD rows stand in for archived
      * detail and are passed over, as are the discount, returned
      * check and refund markers, which name no paid invoice
             MOVE PriorMonth TO PayArchMonth
             PERFORM ScanOnePayArch WITH TEST BEFORE
                UNTIL PayArchMonth > ReportMonth
             OPEN INPUT PaymentFile
             PERFORM UNTIL PayEOF = 'Y'
                READ PaymentFile
                   AT END MOVE 'Y' TO PayEOF
                   NOT AT END
                      PERFORM RememberPayment
                END-READ
             END-PERFORM
             CLOSE PaymentFile.

          ScanOnePayArch.
             MOVE SPACE TO PayArchName
             STRING "payarch_" DELIMITED BY SIZE
                PayArchMonth DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
                INTO PayArchName
             END-STRING
             MOVE 'N' TO PayArchEOF
             OPEN INPUT PayArchFile
             PERFORM UNTIL PayArchEOF = 'Y'
                READ PayArchFile
                   AT END MOVE 'Y' TO PayArchEOF
                   NOT AT END
                      IF PayArchLine(1:7) NOT = "TRAILER"
                         MOVE PayArchLine(1:31) TO PaymentData
                         PERFORM RememberPayment
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PayArchFile
             IF PAMonth = 12
                ADD 1 TO PAYear
                MOVE 1 TO PAMonth
             ELSE
                ADD 1 TO PAMonth
             END-IF.

          RememberPayment.
      * the newest payment naming an invoice is the one that paid
      * it off
             IF FUNCTION TRIM(PayInvRef) NUMERIC
                MOVE FUNCTION TRIM(PayInvRef) TO RefInvNum
                MOVE ZERO TO PaySub
                PERFORM VARYING WSSub FROM 1 BY 1
                   UNTIL WSSub > PaidCount OR PaySub > ZERO
                   IF PTInvNum(WSSub) = RefInvNum
                      MOVE WSSub TO PaySub
                   END-IF
                END-PERFORM
                IF PaySub = ZERO
                   IF PaidCount < 2000
                      ADD 1 TO PaidCount
                      MOVE PaidCount TO PaySub
                      MOVE RefInvNum TO PTInvNum(PaySub)
                      MOVE ZERO TO PTDate(PaySub)
                   ELSE
                      IF PaidTableFull NOT = 'Y'
                         DISPLAY "More than 2000 invoices paid - "
                            "extra payments are not paired"
                         MOVE 'Y' TO PaidTableFull
                      END-IF
                   END-IF
                END-IF
                IF PaySub > ZERO
                   IF PayDate > PTDate(PaySub)
                      MOVE PayDate TO PTDate(PaySub)
                   END-IF
                END-IF
             END-IF.

          LoadPaidInvoices.
             OPEN INPUT CustomerFile
      * settled invoices archived off the master first, then the
      * master
             OPEN INPUT InvHistFile
             PERFORM UNTIL InvHistEOF = 'Y'
                READ InvHistFile INTO InvMastData
                   AT END MOVE 'Y' TO InvHistEOF
                   NOT AT END
                      PERFORM TallyForDSO
                      IF IMPaidOff AND IMInvoice
                         PERFORM MeasureOneInvoice
                      END-IF
                END-READ
             END-PERFORM
             CLOSE InvHistFile
             OPEN INPUT InvMastFile
             MOVE LOW-VALUES TO IMInvNum
             START InvMastFile KEY IS NOT LESS THAN IMInvNum
                INVALID KEY MOVE 'Y' TO MastEOF
             END-START
             PERFORM UNTIL MastEOF = 'Y'
                READ InvMastFile NEXT RECORD
                   AT END MOVE 'Y' TO MastEOF
                   NOT AT END
                      PERFORM TallyForDSO
                      IF IMPaidOff AND IMInvoice
                         PERFORM MeasureOneInvoice
                      END-IF
                END-READ
             END-PERFORM
             CLOSE InvMastFile
             CLOSE CustomerFile.

          TallyForDSO.
      * DSO takes today's open receivables over the last 90 days'
      * invoicing
             IF IMOpen
                IF IMCreditMemo
                   COMPUTE OpenAR = OpenAR - IMTotal + IMPaid
                ELSE
                   COMPUTE OpenAR = OpenAR + IMTotal - IMPaid
                END-IF
             END-IF
             IF IMInvoice AND NOT IMVoid
                CALL "DATECALC" USING RunDate, IMInvDate, "D",
                   DCResult, DCStatus
                IF DCStatus = '0' AND DCResult >= ZERO
                   AND DCResult < 90
                   ADD IMTotal TO Sales90
                END-IF
             END-IF.

          MeasureOneInvoice.
             MOVE ZERO TO PaidDate
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > PaidCount OR PaidDate > ZERO
                IF PTInvNum(WSSub) = IMInvNum
                   MOVE PTDate(WSSub) TO PaidDate
                END-IF
             END-PERFORM
      * only payments over the window are read, so an unmatched
      * item is counted only when it was invoiced inside it
             IF PaidDate = ZERO
                IF IMInvDate >= PriorStart
                   ADD 1 TO UnmatchedCount
                END-IF
             ELSE
                IF PaidDate >= PriorStart AND PaidDate <= CurEnd
                   PERFORM FigureDays
                   PERFORM FindCustEntry
                   IF CustSub > ZERO
                      PERFORM PostToCustomer
                   END-IF
                END-IF
             END-IF.

          FigureDays.
             CALL "DATECALC" USING PaidDate, IMInvDate, "D",
                DCResult, DCStatus
             IF DCStatus = '0' AND DCResult > ZERO
                MOVE DCResult TO DaysToPay
             ELSE
                MOVE ZERO TO DaysToPay
             END-IF
             IF IMDueDate = ZERO
                CALL "DATECALC" USING IMInvDate, Thirty, "A",
                   DCResult, DCStatus
                MOVE DCResult TO DueDate
             ELSE
                MOVE IMDueDate TO DueDate
             END-IF
             CALL "DATECALC" USING PaidDate, DueDate, "D",
                DCResult, DCStatus
             IF DCStatus = '0' AND DCResult > ZERO
                MOVE DCResult TO DaysLate
             ELSE
                MOVE ZERO TO DaysLate
             END-IF.

          FindCustEntry.
             MOVE ZERO TO CustSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > CustCount OR CustSub > ZERO
                IF CTCustID(WSSub) = IMCustID
                   MOVE WSSub TO CustSub
                END-IF
             END-PERFORM
             IF CustSub = ZERO
                IF CustCount < 500
                   ADD 1 TO CustCount
                   MOVE CustCount TO CustSub
                   MOVE IMCustID TO CTCustID(CustSub)
                   MOVE SPACE TO CTRep(CustSub)
                   MOVE SPACE TO CTBranch(CustSub)
                   MOVE ZERO TO CTCurCount(CustSub)
                   MOVE ZERO TO CTCurDays(CustSub)
                   MOVE ZERO TO CTCurAmt(CustSub)
                   MOVE ZERO TO CTCurLateW(CustSub)
                   MOVE ZERO TO CTPriorCount(CustSub)
                   MOVE ZERO TO CTPriorDays(CustSub)
                   MOVE IMCustID TO IDNum
                   READ CustomerFile
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                         MOVE RepCode TO CTRep(CustSub)
                         MOVE BranchCode TO CTBranch(CustSub)
                   END-READ
                ELSE
                   IF CustTableFull NOT = 'Y'
                      DISPLAY "More than 500 customers paid - "
                         "extra customers are not analysed"
                      MOVE 'Y' TO CustTableFull
                   END-IF
                END-IF
             END-IF.

          PostToCustomer.
             IF PaidDate >= CurStart
                ADD 1 TO CTCurCount(CustSub)
                ADD DaysToPay TO CTCurDays(CustSub)
                ADD IMTotal TO CTCurAmt(CustSub)
                COMPUTE CTCurLateW(CustSub) =
                   CTCurLateW(CustSub) + DaysLate * IMTotal
             ELSE
                ADD 1 TO CTPriorCount(CustSub)
                ADD DaysToPay TO CTPriorDays(CustSub)
             END-IF.

          PrintReport.
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Days-to-Pay Analysis   Month: " DELIMITED BY SIZE
                ReportMonth DELIMITED BY SIZE
                "   Prior from: " DELIMITED BY SIZE
                PriorMonth DELIMITED BY SIZE
                "   Run: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Cust   Rep Br    Paid  Avg Days  Wtd Late"
                DELIMITED BY SIZE
                "  Prior Avg   Change" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             PERFORM PrintCustLine VARYING CustSub FROM 1 BY 1
                UNTIL CustSub > CustCount
             MOVE "Rep" TO GroupKind
             PERFORM PrintGroupTotals
             MOVE "Branch" TO GroupKind
             PERFORM PrintGroupTotals
             PERFORM PrintCompanyTotals
             CLOSE ReportFile.

          PrintCustLine.
             IF CTCurCount(CustSub) > ZERO
                ADD CTCurCount(CustSub) TO TotCount
                ADD CTCurDays(CustSub) TO TotDays
                ADD CTCurAmt(CustSub) TO TotAmt
                ADD CTCurLateW(CustSub) TO TotLateW
                COMPUTE CurAvg ROUNDED =
                   CTCurDays(CustSub) / CTCurCount(CustSub)
                MOVE ZERO TO WtdLate
                IF CTCurAmt(CustSub) > ZERO
                   COMPUTE WtdLate ROUNDED =
                      CTCurLateW(CustSub) / CTCurAmt(CustSub)
                END-IF
                MOVE ZERO TO PriorAvg
                MOVE ZERO TO AvgChange
                MOVE SPACE TO SlowFlag
                IF CTPriorCount(CustSub) > ZERO
                   COMPUTE PriorAvg ROUNDED =
                      CTPriorDays(CustSub) / CTPriorCount(CustSub)
                   COMPUTE AvgChange = CurAvg - PriorAvg
                   IF AvgChange > SlowDays
                      MOVE "SLOWER" TO SlowFlag
                      ADD 1 TO SlowCount
                   END-IF
                END-IF
                MOVE CTCurCount(CustSub) TO CountDisp
                MOVE CurAvg TO AvgDisp
                MOVE WtdLate TO LateDisp
                MOVE PriorAvg TO PriorDisp
                MOVE AvgChange TO ChgDisp
                MOVE SPACE TO LineBuffer
                STRING CTCustID(CustSub) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CTRep(CustSub) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CTBranch(CustSub) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CountDisp DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   AvgDisp DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   LateDisp DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   PriorDisp DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ChgDisp DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SlowFlag DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                IF CTPriorCount(CustSub) = ZERO
                   MOVE "   (no prior)" TO LineBuffer(55:20)
                END-IF
                WRITE ReportLine FROM LineBuffer
             END-IF.

          PrintGroupTotals.
      * one pass builds the rep (or branch) totals off the
      * customer lines, a second prints them
             MOVE ZERO TO GroupCount
             PERFORM VARYING CustSub FROM 1 BY 1
                UNTIL CustSub > CustCount
                IF CTCurCount(CustSub) > ZERO
                   PERFORM AddToGroup
                END-IF
             END-PERFORM
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING GroupKind DELIMITED BY SPACE
                " subtotals       Paid  Avg Days  Wtd Late"
                DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             PERFORM PrintOneGroup VARYING GroupSub FROM 1 BY 1
                UNTIL GroupSub > GroupCount.

          AddToGroup.
             IF GroupKind = "Rep"
                MOVE CTRep(CustSub) TO GroupCode
             ELSE
                MOVE CTBranch(CustSub) TO GroupCode
             END-IF
             MOVE ZERO TO WSSub
             PERFORM VARYING GroupSub FROM 1 BY 1
                UNTIL GroupSub > GroupCount OR WSSub > ZERO
                IF GTCode(GroupSub) = GroupCode
                   MOVE GroupSub TO WSSub
                END-IF
             END-PERFORM
             IF WSSub = ZERO AND GroupCount < 100
                ADD 1 TO GroupCount
                MOVE GroupCount TO WSSub
                MOVE GroupCode TO GTCode(WSSub)
                MOVE ZERO TO GTCount(WSSub)
                MOVE ZERO TO GTDays(WSSub)
                MOVE ZERO TO GTAmt(WSSub)
                MOVE ZERO TO GTLateW(WSSub)
             END-IF
             IF WSSub > ZERO
                ADD CTCurCount(CustSub) TO GTCount(WSSub)
                ADD CTCurDays(CustSub) TO GTDays(WSSub)
                ADD CTCurAmt(CustSub) TO GTAmt(WSSub)
                ADD CTCurLateW(CustSub) TO GTLateW(WSSub)
             END-IF.

          PrintOneGroup.
             COMPUTE CurAvg ROUNDED =
                GTDays(GroupSub) / GTCount(GroupSub)
             MOVE ZERO TO WtdLate
             IF GTAmt(GroupSub) > ZERO
                COMPUTE WtdLate ROUNDED =
                   GTLateW(GroupSub) / GTAmt(GroupSub)
             END-IF
             MOVE GTCount(GroupSub) TO CountDisp
             MOVE CurAvg TO AvgDisp
             MOVE WtdLate TO LateDisp
             MOVE SPACE TO LineBuffer
             STRING "   " DELIMITED BY SIZE
                GTCode(GroupSub) DELIMITED BY SIZE
                "             " DELIMITED BY SIZE
                CountDisp DELIMITED BY SIZE
                "    " DELIMITED BY SIZE
                AvgDisp DELIMITED BY SIZE
                "    " DELIMITED BY SIZE
                LateDisp DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          PrintCompanyTotals.
             MOVE ZERO TO CurAvg
             MOVE ZERO TO WtdLate
             IF TotCount > ZERO
                COMPUTE CurAvg ROUNDED = TotDays / TotCount
             END-IF
             IF TotAmt > ZERO
                COMPUTE WtdLate ROUNDED = TotLateW / TotAmt
             END-IF
             IF Sales90 > ZERO
                COMPUTE DSOValue ROUNDED = OpenAR / Sales90 * 90
             END-IF
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE TotCount TO CountDisp
             MOVE CurAvg TO AvgDisp
             MOVE WtdLate TO LateDisp
             MOVE SPACE TO LineBuffer
             STRING "Company             " DELIMITED BY SIZE
                CountDisp DELIMITED BY SIZE
                "    " DELIMITED BY SIZE
                AvgDisp DELIMITED BY SIZE
                "    " DELIMITED BY SIZE
                LateDisp DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE OpenAR TO Dollar
             MOVE Dollar TO Disp1
             MOVE Sales90 TO Dollar
             MOVE Dollar TO Disp2
             MOVE DSOValue TO AvgDisp
             MOVE SPACE TO LineBuffer
             STRING "Open receivables " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                "   Sales last 90 days " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                "   DSO " DELIMITED BY SIZE
                AvgDisp DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Customers slower by more than " DELIMITED BY SIZE
                SlowDays DELIMITED BY SIZE
                " days : " DELIMITED BY SIZE
                SlowCount DELIMITED BY SIZE
                "   Paid invoices unmatched : " DELIMITED BY SIZE
                UnmatchedCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.
