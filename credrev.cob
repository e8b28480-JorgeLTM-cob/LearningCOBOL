       IDENTIFICATION DIVISION.
          PROGRAM-ID.   credrev.
          AUTHOR.      Brownies.
          DATE-WRITTEN September 27th, 2021.
      * Modification History
      *   2021-09-27 Brownies - new program: quarterly credit limit
      *              review.  For every active customer that bills
      *              for itself it looks back twelve months over the
      *              invoice master, payments.txt and writeoffs.txt
      *              - stores fold into their bill-to parent, whose
      *              limit they share - and works out the peak
      *              month-end open balance, the invoicing volume,
      *              the average days to pay (a paid invoice against
      *              the newest payment naming it), the returned
      *              checks (NSF lines) and the finance charges
      *              assessed.  From those it recommends:
      *                ONHOLD - two or more returned checks, or
      *                         paying slower than 90 days
      *                LOWER  - one returned check, three or more
      *                         finance charges, or slower than 60
      *                         days: down to the peak balance
      *                         rounded up to the next 500
      *                RAISE  - clean account (no returned checks
      *                         or finance charges, paying inside
      *                         45 days) whose peak reached 80% of
      *                         the limit: up to the larger of the
      *                         limit plus 25% and 1.5 times the
      *                         peak, rounded up to the next 500
      *                HOLD   - leave the limit where it is
      *              The review goes to CreditReview.txt for the
      *              credit manager; every RAISE, LOWER and ONHOLD is
      *              also written to creditrev.txt with a blank
      *              approval byte, which the credit manager sets to
      *              Y on the ones to take before credappl applies
      *              them.  Start and end go to the common job log.
      *   2021-12-18 Brownies - the invoices also come from the
      *              invoice history invhist.txt the invarch purge
      *              moves settled invoices to.  Purged with fewer
      *              than twelve months kept, they were missing from
      *              the look-back - understating the peak balance,
      *              the volume and the days to pay.
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
             SELECT OPTIONAL WriteOffFile ASSIGN TO "writeoffs.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
             SELECT ReviewFile ASSIGN TO "creditrev.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO "CreditReview.txt"
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
             FD WriteOffFile.
                01 WriteOffData.
                   02 WODate    PIC 9(8).
                   02 WOInvNum  PIC 9(7).
                   02 WOCustID  PIC 9(5).
                   02 WORep     PIC X(3).
                   02 WOAmount  PIC 9(7)V99.
                   02 WOReason  PIC X(2).
                   02 WOOperID  PIC X(8).
             FD CustomerFile.
                COPY CUSTREC.
             FD ReviewFile.
                01 ReviewData.
                   02 CRCustID    PIC 9(5).
                   02 CRAction    PIC X(6).
                   02 CRCurLimit  PIC 9(7)V99.
                   02 CRNewLimit  PIC 9(7)V99.
                   02 CRApproved  PIC X(1).
                   02 CRReviewDate PIC 9(8).
             FD ReportFile.
                01 ReportLine PIC X(120).
          WORKING-STORAGE SECTION.
             01 MastEOF     PIC X VALUE 'N'.
             01 InvHistEOF  PIC X VALUE 'N'.
             01 PayEOF      PIC X VALUE 'N'.
             01 WOEOF       PIC X VALUE 'N'.
             01 CustEOF     PIC X VALUE 'N'.
             01 RunDate     PIC 9(8).
             01 WinStart    PIC 9(8).
             01 WinParts REDEFINES WinStart.
                02 WSYear  PIC 9(4).
                02 WSMonth PIC 9(2).
                02 WSDay   PIC 9(2).
             01 EventDate   PIC 9(8).
             01 EventParts REDEFINES EventDate.
                02 EVYear  PIC 9(4).
                02 EVMonth PIC 9(2).
                02 EVDay   PIC 9(2).
             01 EventCust   PIC 9(5).
             01 EventAmount PIC S9(8)V99.
             01 MonthIdx    PIC S9(5).
             01 PaidDate    PIC 9(8).
             01 RefInvNum   PIC 9(7).
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 WSSub       PIC 9(4).
             01 PaySub      PIC 9(4).
             01 CustSub     PIC 9(3).
             01 LinkSub     PIC 9(3).
             01 MonSub      PIC 9(2).
             01 LinkTable.
                02 LinkEntry OCCURS 500 TIMES.
                   03 LinkID     PIC 9(5).
                   03 LinkParent PIC 9(5).
             01 LinkCount   PIC 9(3) VALUE ZERO.
             01 PaidTable.
                02 PaidEntry OCCURS 2000 TIMES.
                   03 PTInvNum  PIC 9(7).
                   03 PTDate    PIC 9(8).
             01 PaidCount   PIC 9(4) VALUE ZERO.
             01 PaidTableFull PIC X VALUE 'N'.
             01 CustTable.
                02 CustEntry OCCURS 500 TIMES.
                   03 CTCustID   PIC 9(5).
                   03 CTOpening  PIC S9(9)V99.
                   03 CTMonthNet PIC S9(9)V99 OCCURS 13 TIMES.
                   03 CTInvCount PIC 9(5).
                   03 CTInvAmt   PIC S9(9)V99.
                   03 CTFinChgCt PIC 9(3).
                   03 CTNSFCount PIC 9(3).
                   03 CTPayCount PIC 9(5).
                   03 CTPayDays  PIC S9(9).
             01 CustCount   PIC 9(3) VALUE ZERO.
             01 CustTableFull PIC X VALUE 'N'.
             01 RunBalance  PIC S9(9)V99.
             01 PeakBalance PIC S9(9)V99.
             01 AvgDays     PIC S9(5)V9.
             01 NewLimit    PIC 9(7)V99.
             01 RaiseLimit  PIC 9(7)V99.
             01 Blocks      PIC 9(7).
             01 Recommend   PIC X(6).
             01 ReviewedCount PIC 9(5) VALUE ZERO.
             01 RaiseCount  PIC 9(5) VALUE ZERO.
             01 LowerCount  PIC 9(5) VALUE ZERO.
             01 OnHoldCount PIC 9(5) VALUE ZERO.
             01 KeepCount   PIC 9(5) VALUE ZERO.
             01 AvgDisp     PIC ZZZ9.9.
             01 SmallDisp   PIC ZZ9.
             01 Disp1       PIC X(14).
             01 Disp2       PIC X(14).
             01 Disp3       PIC X(14).
             01 Disp4       PIC X(14).
             01 LineBuffer  PIC X(120).
             01 JLProgName PIC X(12) VALUE "credrev".
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
      * the window opens on the first of the month a year back, so
      * it holds twelve whole months and the month in progress
             MOVE RunDate TO WinStart
             SUBTRACT 1 FROM WSYear
             ADD 1 TO WSMonth
             IF WSMonth > 12
                MOVE 1 TO WSMonth
                ADD 1 TO WSYear
             END-IF
             MOVE 1 TO WSDay
             PERFORM LoadParentLinks
             PERFORM LoadPayments
             PERFORM LoadInvoices
             PERFORM LoadWriteOffs
             PERFORM ReviewCustomers
             DISPLAY "Customers reviewed : " ReviewedCount
             DISPLAY "Raise " RaiseCount "  Lower " LowerCount
                "  On hold " OnHoldCount "  Hold " KeepCount
             DISPLAY "Review written to CreditReview.txt, "
                "recommendations to creditrev.txt"
             MOVE "END" TO JLPhase
             MOVE ReviewedCount TO JLReadCt
             COMPUTE JLWriteCt = RaiseCount + LowerCount
                + OnHoldCount
             MOVE ZERO TO JLRejCt
             MOVE "OK" TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          LoadParentLinks.
             OPEN INPUT CustomerFile
             MOVE LOW-VALUES TO IDNum
             START CustomerFile KEY IS NOT LESS THAN IDNum
                INVALID KEY MOVE 'Y' TO CustEOF
             END-START
             PERFORM UNTIL CustEOF = 'Y'
                READ CustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO CustEOF
                   NOT AT END
                      IF ParentID NOT = ZERO
                         AND LinkCount < 500
                         ADD 1 TO LinkCount
                         MOVE IDNum TO LinkID(LinkCount)
                         MOVE ParentID TO LinkParent(LinkCount)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CustomerFile
             MOVE 'N' TO CustEOF.

          LoadPayments.
      * plain payments, discounts and BALFWD carry-forwards bring
      * the balance down; returned checks, discount take-backs and
      * refunds put it back up
             OPEN INPUT PaymentFile
             PERFORM UNTIL PayEOF = 'Y'
                READ PaymentFile
                   AT END MOVE 'Y' TO PayEOF
                   NOT AT END
                      MOVE PayCustID TO EventCust
                      MOVE PayDate TO EventDate
                      EVALUATE PayInvRef(1:3)
                         WHEN "NSF"
                         WHEN "NSD"
                         WHEN "RFD"
                            MOVE PayAmount TO EventAmount
                         WHEN OTHER
                            COMPUTE EventAmount = ZERO - PayAmount
                      END-EVALUATE
                      PERFORM PostEvent
                      IF CustSub > ZERO
                         AND PayInvRef(1:3) = "NSF"
                         AND PayDate >= WinStart
                         ADD 1 TO CTNSFCount(CustSub)
                      END-IF
                      PERFORM RememberPayment
                END-READ
             END-PERFORM
             CLOSE PaymentFile.

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

          LoadInvoices.
      * settled invoices archived off the master first, then the
      * master
             OPEN INPUT InvHistFile
             PERFORM UNTIL InvHistEOF = 'Y'
                READ InvHistFile INTO InvMastData
                   AT END MOVE 'Y' TO InvHistEOF
                   NOT AT END
                      IF NOT IMVoid
                         PERFORM TallyOneInvoice
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
                      IF NOT IMVoid
                         PERFORM TallyOneInvoice
                      END-IF
                END-READ
             END-PERFORM
             CLOSE InvMastFile.

          TallyOneInvoice.
             MOVE IMCustID TO EventCust
             MOVE IMInvDate TO EventDate
             IF IMCreditMemo
                COMPUTE EventAmount = ZERO - IMTotal
             ELSE
                MOVE IMTotal TO EventAmount
             END-IF
             PERFORM PostEvent
             IF CustSub > ZERO AND IMInvDate >= WinStart
                IF IMInvoice
                   ADD 1 TO CTInvCount(CustSub)
                   ADD IMTotal TO CTInvAmt(CustSub)
                END-IF
                IF IMFinChg
                   ADD 1 TO CTFinChgCt(CustSub)
                END-IF
             END-IF
             IF CustSub > ZERO AND IMPaidOff AND IMInvoice
                PERFORM MeasureDaysToPay
             END-IF.

          MeasureDaysToPay.
             MOVE ZERO TO PaidDate
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > PaidCount OR PaidDate > ZERO
                IF PTInvNum(WSSub) = IMInvNum
                   MOVE PTDate(WSSub) TO PaidDate
                END-IF
             END-PERFORM
             IF PaidDate >= WinStart
                CALL "DATECALC" USING PaidDate, IMInvDate, "D",
                   DCResult, DCStatus
                IF DCStatus = '0' AND DCResult >= ZERO
                   ADD 1 TO CTPayCount(CustSub)
                   ADD DCResult TO CTPayDays(CustSub)
                END-IF
             END-IF.

          LoadWriteOffs.
             OPEN INPUT WriteOffFile
             PERFORM UNTIL WOEOF = 'Y'
                READ WriteOffFile
                   AT END MOVE 'Y' TO WOEOF
                   NOT AT END
                      MOVE WOCustID TO EventCust
                      MOVE WODate TO EventDate
                      COMPUTE EventAmount = ZERO - WOAmount
                      PERFORM PostEvent
                END-READ
             END-PERFORM
             CLOSE WriteOffFile.

          PostEvent.
      * a store's activity lands on its parent; anything dated
      * before the window is the opening balance, the rest goes
      * into its month (1 = the window's first month, 13 = this
      * month so far)
             PERFORM VARYING LinkSub FROM 1 BY 1
                UNTIL LinkSub > LinkCount
                IF LinkID(LinkSub) = EventCust
                   MOVE LinkParent(LinkSub) TO EventCust
                END-IF
             END-PERFORM
             PERFORM FindCustEntry
             IF CustSub > ZERO
                IF EventDate < WinStart
                   ADD EventAmount TO CTOpening(CustSub)
                ELSE
                   COMPUTE MonthIdx = (EVYear * 12 + EVMonth)
                      - (WSYear * 12 + WSMonth) + 1
                   IF MonthIdx > 13
                      MOVE 13 TO MonthIdx
                   END-IF
                   ADD EventAmount TO CTMonthNet(CustSub, MonthIdx)
                END-IF
             END-IF.

          FindCustEntry.
             MOVE ZERO TO CustSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > CustCount OR CustSub > ZERO
                IF CTCustID(WSSub) = EventCust
                   MOVE WSSub TO CustSub
                END-IF
             END-PERFORM
             IF CustSub = ZERO
                IF CustCount < 500
                   ADD 1 TO CustCount
                   MOVE CustCount TO CustSub
                   MOVE EventCust TO CTCustID(CustSub)
                   MOVE ZERO TO CTOpening(CustSub)
                   PERFORM VARYING MonSub FROM 1 BY 1
                      UNTIL MonSub > 13
                      MOVE ZERO TO CTMonthNet(CustSub, MonSub)
                   END-PERFORM
                   MOVE ZERO TO CTInvCount(CustSub)
                   MOVE ZERO TO CTInvAmt(CustSub)
                   MOVE ZERO TO CTFinChgCt(CustSub)
                   MOVE ZERO TO CTNSFCount(CustSub)
                   MOVE ZERO TO CTPayCount(CustSub)
                   MOVE ZERO TO CTPayDays(CustSub)
                ELSE
                   IF CustTableFull NOT = 'Y'
                      DISPLAY "More than 500 customers with "
                         "activity - extra customers not reviewed"
                      MOVE 'Y' TO CustTableFull
                   END-IF
                END-IF
             END-IF.

          ReviewCustomers.
             OPEN INPUT CustomerFile
             OPEN OUTPUT ReviewFile
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Credit Limit Review    Date: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                "   Twelve months from " DELIMITED BY SIZE
                WinStart DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             MOVE "Cust   Action" TO LineBuffer(1:13)
             MOVE "Limit" TO LineBuffer(24:5)
             MOVE "Peak Open" TO LineBuffer(35:9)
             MOVE "Invoiced" TO LineBuffer(51:8)
             MOVE "Avg Days" TO LineBuffer(61:8)
             MOVE "NSF" TO LineBuffer(76:3)
             MOVE "FinChg" TO LineBuffer(80:6)
             MOVE "Recommended" TO LineBuffer(89:11)
             WRITE ReportLine FROM LineBuffer
             MOVE LOW-VALUES TO IDNum
             START CustomerFile KEY IS NOT LESS THAN IDNum
                INVALID KEY MOVE 'Y' TO CustEOF
             END-START
             PERFORM UNTIL CustEOF = 'Y'
                READ CustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO CustEOF
                   NOT AT END
                      IF CustActive AND ParentID = ZERO
                         PERFORM ReviewOneCustomer
                      END-IF
                END-READ
             END-PERFORM
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Reviewed " DELIMITED BY SIZE
                ReviewedCount DELIMITED BY SIZE
                "   Raise " DELIMITED BY SIZE
                RaiseCount DELIMITED BY SIZE
                "   Lower " DELIMITED BY SIZE
                LowerCount DELIMITED BY SIZE
                "   On hold " DELIMITED BY SIZE
                OnHoldCount DELIMITED BY SIZE
                "   Hold " DELIMITED BY SIZE
                KeepCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             CLOSE ReportFile
             CLOSE ReviewFile
             CLOSE CustomerFile.

          ReviewOneCustomer.
      * a customer with no activity in the table has nothing to
      * review and keeps its limit
             MOVE ZERO TO CustSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > CustCount OR CustSub > ZERO
                IF CTCustID(WSSub) = IDNum
                   MOVE WSSub TO CustSub
                END-IF
             END-PERFORM
             IF CustSub > ZERO
                ADD 1 TO ReviewedCount
                PERFORM FigurePeakBalance
                MOVE ZERO TO AvgDays
                IF CTPayCount(CustSub) > ZERO
                   COMPUTE AvgDays ROUNDED = CTPayDays(CustSub)
                      / CTPayCount(CustSub)
                END-IF
                PERFORM ChooseRecommendation
                PERFORM PrintReviewLine
                IF Recommend NOT = "HOLD"
                   PERFORM WriteReviewRecord
                END-IF
             END-IF.

          FigurePeakBalance.
             MOVE CTOpening(CustSub) TO RunBalance
             MOVE RunBalance TO PeakBalance
             PERFORM VARYING MonSub FROM 1 BY 1
                UNTIL MonSub > 13
                ADD CTMonthNet(CustSub, MonSub) TO RunBalance
                IF RunBalance > PeakBalance
                   MOVE RunBalance TO PeakBalance
                END-IF
             END-PERFORM
             IF PeakBalance < ZERO
                MOVE ZERO TO PeakBalance
             END-IF.

          ChooseRecommendation.
             MOVE CreditLimit TO NewLimit
             EVALUATE TRUE
                WHEN CTNSFCount(CustSub) >= 2
                WHEN AvgDays > 90
                   IF CustOnHold
                      MOVE "HOLD" TO Recommend
                   ELSE
                      MOVE "ONHOLD" TO Recommend
                   END-IF
                WHEN CTNSFCount(CustSub) = 1
                WHEN CTFinChgCt(CustSub) >= 3
                WHEN AvgDays > 60
                   COMPUTE Blocks = (PeakBalance + 499.99) / 500
                   IF Blocks = ZERO
                      MOVE 1 TO Blocks
                   END-IF
                   COMPUTE NewLimit = Blocks * 500
                   IF CreditLimit = ZERO OR NewLimit < CreditLimit
                      MOVE "LOWER" TO Recommend
                   ELSE
                      MOVE CreditLimit TO NewLimit
                      MOVE "HOLD" TO Recommend
                   END-IF
                WHEN CreditLimit > ZERO
                   AND CTNSFCount(CustSub) = ZERO
                   AND CTFinChgCt(CustSub) = ZERO
                   AND CTPayCount(CustSub) > ZERO
                   AND AvgDays <= 45
                   AND PeakBalance >= CreditLimit * .8
                   COMPUTE RaiseLimit = CreditLimit * 1.25
                   IF PeakBalance * 1.5 > RaiseLimit
                      COMPUTE RaiseLimit = PeakBalance * 1.5
                   END-IF
                   COMPUTE Blocks = (RaiseLimit + 499.99) / 500
                   COMPUTE NewLimit = Blocks * 500
                   MOVE "RAISE" TO Recommend
                WHEN OTHER
                   MOVE "HOLD" TO Recommend
             END-EVALUATE
             EVALUATE Recommend
                WHEN "RAISE"  ADD 1 TO RaiseCount
                WHEN "LOWER"  ADD 1 TO LowerCount
                WHEN "ONHOLD" ADD 1 TO OnHoldCount
                WHEN OTHER    ADD 1 TO KeepCount
             END-EVALUATE.

          PrintReviewLine.
             MOVE CreditLimit TO Dollar
             MOVE Dollar TO Disp1
             MOVE PeakBalance TO Dollar
             MOVE Dollar TO Disp2
             MOVE CTInvAmt(CustSub) TO Dollar
             MOVE Dollar TO Disp3
             MOVE NewLimit TO Dollar
             MOVE Dollar TO Disp4
             MOVE AvgDays TO AvgDisp
             MOVE SPACE TO LineBuffer
             STRING IDNum DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                Recommend DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp3 DELIMITED BY SIZE
                "    " DELIMITED BY SIZE
                AvgDisp DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             MOVE CTNSFCount(CustSub) TO SmallDisp
             MOVE SmallDisp TO LineBuffer(76:3)
             MOVE CTFinChgCt(CustSub) TO SmallDisp
             MOVE SmallDisp TO LineBuffer(81:3)
             MOVE Disp4 TO LineBuffer(86:14)
             IF CustOnHold
                MOVE "(on hold)" TO LineBuffer(101:9)
             END-IF
             WRITE ReportLine FROM LineBuffer.

          WriteReviewRecord.
             MOVE IDNum TO CRCustID
             MOVE Recommend TO CRAction
             MOVE CreditLimit TO CRCurLimit
             MOVE NewLimit TO CRNewLimit
             MOVE SPACE TO CRApproved
             MOVE RunDate TO CRReviewDate
             WRITE ReviewData.
