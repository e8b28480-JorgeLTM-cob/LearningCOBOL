       IDENTIFICATION DIVISION.
          PROGRAM-ID.   cashfcst.
          AUTHOR.      Brownies.
          DATE-WRITTEN September 29th, 2021.
      * Modification History
      *   2021-09-29 Brownies - new program: thirteen-week cash-flow
      *              forecast for finance's Monday meeting.  Week 1
      *              starts on the run date.
      *              Receipts - every open item on the invoice
      *              master lands in the week the customer can be
      *              expected to pay it: the invoice date plus the
      *              customer's own average days to pay (a paid
      *              invoice against the newest payment naming it,
      *              the pairing dsorpt uses), or the due date for a
      *              customer with no history.  Anything already
      *              past its expected date falls in week 1; open
      *              credit memos come off in their week; disputed
      *              items are left out and shown on their own.
      *              Billings - each standing order on storders.txt
      *              is priced off the item master (before tax and
      *              discounts) on every billing day stordgen will
      *              run inside the thirteen weeks, and collected
      *              the same way.
      *              Payroll - the average weekly gross off
      *              payhist.txt over the last thirteen weeks
      *              goes out every week.
      *              Each week prints receipts, billings collected,
      *              payroll, the week's net and the running net
      *              position.  Report goes to CashForecast.txt;
      *              start and end go to the common job log.
      *   2021-10-21 Brownies - standing-order record carries the
      *              pick-first flag; an order picked before billing
      *              is still forecast on its billing day.
      *   2021-12-18 Brownies - payhist.txt now declared through the
      *              shared PAYHIST copybook at the full line length;
      *              the 48-byte record read each longer line as
      *              extra bogus records and threw off the payroll
      *              average.
      *   2021-12-18 Brownies - each customer's days-to-pay history
      *              also takes the paid invoices the invarch purge
      *              has moved to the invoice history invhist.txt,
      *              so an archive run no longer thins the history
      *              the forecast pay dates are set from.
      *   2021-12-20 Brownies - the weekly payroll is the gross paid
      *              over the last 91 days divided by thirteen weeks.
      *              Averaging over the distinct pay dates stopped
      *              meaning weeks once biweekly, semimonthly and
      *              final runs shared payhist.txt with the weekly
      *              one, and the date table topped out at twenty.
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
             SELECT OPTIONAL StOrderFile ASSIGN TO "storders.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SOCustID.
             SELECT OPTIONAL ItemFile ASSIGN TO "items.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
             SELECT OPTIONAL PayHistFile ASSIGN TO "payhist.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO "CashForecast.txt"
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
             FD StOrderFile.
                01 StOrderData.
                   02 SOCustID PIC 9(5).
                   02 SODay    PIC 9(2).
                   02 SOLineCt PIC 9(2).
                   02 SOLineTable.
                      03 SOLine OCCURS 10 TIMES.
                         04 SOItemCode PIC X(8).
                         04 SOQty      PIC 9(3).
                   02 SOPickFirst PIC X(1).
                      88 SOPickOrder VALUE 'Y'.
             FD ItemFile.
                COPY ITEMREC.
             FD CustomerFile.
                COPY CUSTREC.
             FD PayHistFile.
                COPY PAYHIST.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 MastEOF     PIC X VALUE 'N'.
             01 InvHistEOF  PIC X VALUE 'N'.
             01 PayEOF      PIC X VALUE 'N'.
             01 OrderEOF    PIC X VALUE 'N'.
             01 HistEOF     PIC X VALUE 'N'.
             01 RunDate     PIC 9(8).
             01 BillDate    PIC 9(8).
             01 BillParts REDEFINES BillDate.
                02 BDYear  PIC 9(4).
                02 BDMonth PIC 9(2).
                02 BDDay   PIC 9(2).
             01 ExpectDate  PIC 9(8).
             01 PaidDate    PIC 9(8).
             01 RefInvNum   PIC 9(7).
             01 ExpectDays  PIC 9(8).
             01 Thirty      PIC 9(8) VALUE 30.
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 WSSub       PIC 9(4).
             01 PaySub      PIC 9(4).
             01 CustSub     PIC 9(3).
             01 WeekSub     PIC 9(2).
             01 MonthStep   PIC 9(1).
             01 LineSub     PIC 9(2).
             01 FlowAmount  PIC S9(8)V99.
             01 FlowKind    PIC X(1).
                88 FlowReceipt VALUE 'R'.
                88 FlowBilling VALUE 'B'.
             01 OrderValue  PIC S9(8)V99.
             01 PaidTable.
                02 PaidEntry OCCURS 2000 TIMES.
                   03 PTInvNum  PIC 9(7).
                   03 PTDate    PIC 9(8).
             01 PaidCount   PIC 9(4) VALUE ZERO.
             01 PaidTableFull PIC X VALUE 'N'.
             01 CustTable.
                02 CustEntry OCCURS 500 TIMES.
                   03 CTCustID   PIC 9(5).
                   03 CTPayCount PIC 9(5).
                   03 CTPayDays  PIC S9(9).
             01 CustCount   PIC 9(3) VALUE ZERO.
             01 CustTableFull PIC X VALUE 'N'.
             01 WeekTable.
                02 WeekEntry OCCURS 13 TIMES.
                   03 WKStart    PIC 9(8).
                   03 WKReceipts PIC S9(9)V99.
                   03 WKBillings PIC S9(9)V99.
             01 PayrollTotal PIC S9(9)V99 VALUE ZERO.
             01 PayrollWeekly PIC S9(9)V99 VALUE ZERO.
             01 LaterTotal  PIC S9(9)V99 VALUE ZERO.
             01 DisputedTotal PIC S9(9)V99 VALUE ZERO.
             01 WeekNet     PIC S9(9)V99.
             01 RunningNet  PIC S9(9)V99 VALUE ZERO.
             01 OpenItemCount PIC 9(5) VALUE ZERO.
             01 BillingCount PIC 9(5) VALUE ZERO.
             01 Disp1       PIC X(14).
             01 Disp2       PIC X(14).
             01 Disp3       PIC X(14).
             01 Disp4       PIC X(14).
             01 Disp5       PIC X(14).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "cashfcst".
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
             PERFORM SetUpWeeks
             PERFORM LoadPayments
             PERFORM LoadPayHistory
             OPEN INPUT CustomerFile
             PERFORM ForecastOpenItems
             PERFORM ForecastStandingOrders
             CLOSE CustomerFile
             PERFORM PrintReport
             DISPLAY "Open items forecast : " OpenItemCount
             DISPLAY "Standing billings   : " BillingCount
             DISPLAY "Forecast written to CashForecast.txt"
             MOVE "END" TO JLPhase
             COMPUTE JLReadCt = OpenItemCount + BillingCount
             MOVE 13 TO JLWriteCt
             MOVE ZERO TO JLRejCt
             MOVE "OK" TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          SetUpWeeks.
             PERFORM VARYING WeekSub FROM 1 BY 1
                UNTIL WeekSub > 13
                COMPUTE ExpectDays = (WeekSub - 1) * 7
                CALL "DATECALC" USING RunDate, ExpectDays, "A",
                   DCResult, DCStatus
                MOVE DCResult TO WKStart(WeekSub)
                MOVE ZERO TO WKReceipts(WeekSub)
                MOVE ZERO TO WKBillings(WeekSub)
             END-PERFORM.

          LoadPayments.
      * the newest payment naming an invoice is the one that paid
      * it off; markers (DSC, NSF, NSD, RFD, BALFWD) name none
             OPEN INPUT PaymentFile
             PERFORM UNTIL PayEOF = 'Y'
                READ PaymentFile
                   AT END MOVE 'Y' TO PayEOF
                   NOT AT END
                      PERFORM RememberPayment
                END-READ
             END-PERFORM
             CLOSE PaymentFile
      * settled invoices archived off the master count with the
      * ones still on it
             OPEN INPUT InvHistFile
             PERFORM UNTIL InvHistEOF = 'Y'
                READ InvHistFile INTO InvMastData
                   AT END MOVE 'Y' TO InvHistEOF
                   NOT AT END
                      IF IMPaidOff AND IMInvoice
                         PERFORM MeasureDaysToPay
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
                      IF IMPaidOff AND IMInvoice
                         PERFORM MeasureDaysToPay
                      END-IF
                END-READ
             END-PERFORM
             CLOSE InvMastFile
             MOVE 'N' TO MastEOF.

          RememberPayment.
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

          MeasureDaysToPay.
             MOVE ZERO TO PaidDate
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > PaidCount OR PaidDate > ZERO
                IF PTInvNum(WSSub) = IMInvNum
                   MOVE PTDate(WSSub) TO PaidDate
                END-IF
             END-PERFORM
             IF PaidDate > ZERO
                CALL "DATECALC" USING PaidDate, IMInvDate, "D",
                   DCResult, DCStatus
                IF DCStatus = '0' AND DCResult >= ZERO
                   PERFORM FindCustEntry
                   IF CustSub > ZERO
                      ADD 1 TO CTPayCount(CustSub)
                      ADD DCResult TO CTPayDays(CustSub)
                   END-IF
                END-IF
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
                   MOVE ZERO TO CTPayCount(CustSub)
                   MOVE ZERO TO CTPayDays(CustSub)
                ELSE
                   IF CustTableFull NOT = 'Y'
                      DISPLAY "More than 500 customers paid - "
                         "extra customers forecast on terms"
                      MOVE 'Y' TO CustTableFull
                   END-IF
                END-IF
             END-IF.

          LoadPayHistory.
      * the gross paid in the last 91 days - thirteen weeks - over
      * every pay frequency, as a weekly figure
             OPEN INPUT PayHistFile
             PERFORM UNTIL HistEOF = 'Y'
                READ PayHistFile
                   AT END MOVE 'Y' TO HistEOF
                   NOT AT END
                      CALL "DATECALC" USING RunDate, PHWeek, "D",
                         DCResult, DCStatus
                      IF DCStatus = '0' AND DCResult >= ZERO
                         AND DCResult < 91
                         ADD PHGross TO PayrollTotal
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PayHistFile
             COMPUTE PayrollWeekly ROUNDED = PayrollTotal / 13.

          ForecastOpenItems.
             OPEN INPUT InvMastFile
             MOVE LOW-VALUES TO IMInvNum
             START InvMastFile KEY IS NOT LESS THAN IMInvNum
                INVALID KEY MOVE 'Y' TO MastEOF
             END-START
             PERFORM UNTIL MastEOF = 'Y'
                READ InvMastFile NEXT RECORD
                   AT END MOVE 'Y' TO MastEOF
                   NOT AT END
                      IF IMOpen
                         PERFORM ForecastOneItem
                      END-IF
                END-READ
             END-PERFORM
             CLOSE InvMastFile.

          ForecastOneItem.
             IF IMCreditMemo
                COMPUTE FlowAmount = ZERO - IMTotal + IMPaid
             ELSE
                COMPUTE FlowAmount = IMTotal - IMPaid
             END-IF
             IF IMDisputed
                ADD FlowAmount TO DisputedTotal
             ELSE
                ADD 1 TO OpenItemCount
                PERFORM FindCustEntry
                IF CustSub > ZERO AND CTPayCount(CustSub) > ZERO
                   COMPUTE ExpectDays ROUNDED =
                      CTPayDays(CustSub) / CTPayCount(CustSub)
                   CALL "DATECALC" USING IMInvDate, ExpectDays,
                      "A", DCResult, DCStatus
                   MOVE DCResult TO ExpectDate
                ELSE
                   IF IMDueDate = ZERO
                      CALL "DATECALC" USING IMInvDate, Thirty, "A",
                         DCResult, DCStatus
                      MOVE DCResult TO ExpectDate
                   ELSE
                      MOVE IMDueDate TO ExpectDate
                   END-IF
                END-IF
                SET FlowReceipt TO TRUE
                PERFORM PostToWeek
             END-IF.

          PostToWeek.
      * an expected date already gone counts in week 1; past
      * week 13 it is carried as later
             IF ExpectDate < RunDate
                MOVE 1 TO WeekSub
             ELSE
                CALL "DATECALC" USING ExpectDate, RunDate, "D",
                   DCResult, DCStatus
                IF DCResult > 90
                   MOVE ZERO TO WeekSub
                ELSE
                   COMPUTE WeekSub = DCResult / 7 + 1
                END-IF
             END-IF
             IF WeekSub = ZERO
                ADD FlowAmount TO LaterTotal
             ELSE
                IF FlowReceipt
                   ADD FlowAmount TO WKReceipts(WeekSub)
                ELSE
                   ADD FlowAmount TO WKBillings(WeekSub)
                END-IF
             END-IF.

          ForecastStandingOrders.
             OPEN INPUT ItemFile
             OPEN INPUT StOrderFile
             MOVE LOW-VALUES TO SOCustID
             START StOrderFile KEY IS NOT LESS THAN SOCustID
                INVALID KEY MOVE 'Y' TO OrderEOF
             END-START
             PERFORM UNTIL OrderEOF = 'Y'
                READ StOrderFile NEXT RECORD
                   AT END MOVE 'Y' TO OrderEOF
                   NOT AT END
                      PERFORM ForecastOneOrder
                END-READ
             END-PERFORM
             CLOSE StOrderFile
             CLOSE ItemFile.

          ForecastOneOrder.
      * stordgen bills an order only on a run date whose day
      * matches, so a day 31 order skips the short months here too
             MOVE SOCustID TO IDNum
             READ CustomerFile
                INVALID KEY MOVE 'I' TO RecStatus
             END-READ
             IF CustActive
                PERFORM PriceStandingOrder
                MOVE RunDate TO BillDate
                PERFORM VARYING MonthStep FROM 0 BY 1
                   UNTIL MonthStep > 3
                   MOVE SODay TO BDDay
                   CALL "DATECALC" USING BillDate, Thirty, "V",
                      DCResult, DCStatus
                   IF DCStatus = '0' AND BillDate >= RunDate
                      PERFORM ForecastOneBilling
                   END-IF
                   IF BDMonth = 12
                      MOVE 1 TO BDMonth
                      ADD 1 TO BDYear
                   ELSE
                      ADD 1 TO BDMonth
                   END-IF
                END-PERFORM
             END-IF.

          PriceStandingOrder.
             MOVE ZERO TO OrderValue
             PERFORM VARYING LineSub FROM 1 BY 1
                UNTIL LineSub > SOLineCt OR LineSub > 10
                MOVE SOItemCode(LineSub) TO ItemCode
                READ ItemFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      COMPUTE OrderValue = OrderValue
                         + SOQty(LineSub) * ItemPrice
                END-READ
             END-PERFORM.

          ForecastOneBilling.
      * the billing is collected as the customer pays, from the
      * billing day
             CALL "DATECALC" USING BillDate, RunDate, "D",
                DCResult, DCStatus
             IF DCResult <= 90
                ADD 1 TO BillingCount
                MOVE SOCustID TO IMCustID
                PERFORM FindCustEntry
                IF CustSub > ZERO AND CTPayCount(CustSub) > ZERO
                   COMPUTE ExpectDays ROUNDED =
                      CTPayDays(CustSub) / CTPayCount(CustSub)
                ELSE
                   MOVE Thirty TO ExpectDays
                END-IF
                CALL "DATECALC" USING BillDate, ExpectDays, "A",
                   DCResult, DCStatus
                MOVE DCResult TO ExpectDate
                MOVE OrderValue TO FlowAmount
                SET FlowBilling TO TRUE
                PERFORM PostToWeek
             END-IF.

          PrintReport.
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Thirteen-Week Cash Forecast    Run: "
                DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Wk Starting        Receipts       Billings"
                DELIMITED BY SIZE
                "        Payroll       Week Net    Running Net"
                DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             PERFORM PrintOneWeek VARYING WeekSub FROM 1 BY 1
                UNTIL WeekSub > 13
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE LaterTotal TO DollarMinus
             MOVE SPACE TO LineBuffer
             STRING "Expected after week 13      : " DELIMITED BY SIZE
                DollarMinus DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE DisputedTotal TO DollarMinus
             MOVE SPACE TO LineBuffer
             STRING "In dispute - not forecast   : " DELIMITED BY SIZE
                DollarMinus DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE PayrollWeekly TO Dollar
             MOVE SPACE TO LineBuffer
             STRING "Weekly payroll (13-week avg): " DELIMITED BY SIZE
                Dollar DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             CLOSE ReportFile.

          PrintOneWeek.
             COMPUTE WeekNet = WKReceipts(WeekSub)
                + WKBillings(WeekSub) - PayrollWeekly
             ADD WeekNet TO RunningNet
             MOVE WKReceipts(WeekSub) TO DollarMinus
             MOVE DollarMinus TO Disp1
             MOVE WKBillings(WeekSub) TO DollarMinus
             MOVE DollarMinus TO Disp2
             MOVE PayrollWeekly TO DollarMinus
             MOVE DollarMinus TO Disp3
             MOVE WeekNet TO DollarMinus
             MOVE DollarMinus TO Disp4
             MOVE RunningNet TO DollarMinus
             MOVE DollarMinus TO Disp5
             MOVE SPACE TO LineBuffer
             STRING WeekSub DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WKStart(WeekSub) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp3 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp4 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp5 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.
