       IDENTIFICATION DIVISION.
          PROGRAM-ID.   bofill.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 7th, 2021.
      * Modification History
      *   2021-10-07 Brownies - new program: the backorder fill run.
      *              Open backorders on backord.txt are taken oldest
      *              first and given whatever is now on hand of the
      *              item, so the customer who has waited longest
      *              ships first; a backorder only partly covered
      *              stays open for the rest.  Customers inactive or
      *              on credit hold are passed by and keep their
      *              place.  What ships is invoiced one invoice per
      *              customer the way round posts a keyed invoice -
      *              invseq.txt number, roundtrans.txt log line, an
      *              open record on invmast.txt due under the
      *              customer's terms - at the backorder's net price
      *              in home dollars, with the quantity break on the
      *              quantity shipped and tax at the customer's state
      *              rate.  The invoices print to BOInvoice.txt.
      *              Refused when the period is closed.  Start and
      *              end go to the common job log.
      *   2021-10-11 Brownies - item cost: each fill carries the
      *              item's average cost when it was allocated, goes
      *              to the saleline.txt cost journal, and the log
      *              line carries the invoice's Cost= the way round
      *              stamps it (log record widened to 280).
      *   2021-10-13 Brownies - stock by location: a backorder is
      *              filled from what the customer's branch holds
      *              (itemloc.txt through STKLOC; no branch is the
      *              house location HSE) and the fill relieves that
      *              location as well as the company on-hand.
      *   2021-10-19 Brownies - transaction-log record widened to
      *              300 for the Contract= stamp.
      *   2021-10-25 Brownies - transaction-log record widened to
      *              320 for the Frt= stamp.
      *   2021-11-02 Brownies - a customer in a Canadian province
      *              is taxed by CANRATE (cantax.txt) as round taxes
      *              one: GST or HST and PST or QST each figured on
      *              the taxable subtotal, printed on their own lines
      *              and stamped on the log line (in the fill's US
      *              dollars).  Log record widened to 360.
      *   2021-11-04 Brownies - sale lines carry the new promotion
      *              fields blank; a backorder fill bills at the
      *              price the order was taken at.  Log record
      *              widened to 400.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL BackordFile ASSIGN TO "backord.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BOKey.
             SELECT OPTIONAL ItemFile ASSIGN TO "items.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
             SELECT OPTIONAL TaxFile ASSIGN TO "taxrates.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TRState.
             SELECT OPTIONAL InvMastFile ASSIGN TO "invmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IMInvNum.
             SELECT OPTIONAL InvSeqFile ASSIGN TO "invseq.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL TransactionFile
                ASSIGN TO "roundtrans.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL SaleLineFile ASSIGN TO "saleline.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT InvoiceFile ASSIGN TO "BOInvoice.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT SortWork ASSIGN TO "bofillwk.tmp".
       DATA DIVISION.
          FILE SECTION.
             FD BackordFile.
                COPY BACKORD.
             FD ItemFile.
                COPY ITEMREC.
             FD CustomerFile.
                COPY CUSTREC.
             FD TaxFile.
                01 TaxRateData.
                   02 TRState     PIC X(2).
                   02 TRRate      PIC V999.
                   02 TREffDate   PIC 9(8).
                   02 TRPriorRate PIC V999.
             FD InvMastFile.
                COPY INVMAST.
             FD InvSeqFile.
                01 InvSeqRec PIC 9(7).
             FD TransactionFile.
                01 TransactionLine PIC X(400).
             FD SaleLineFile.
                COPY SALELINE.
             FD InvoiceFile.
                01 InvoiceLine PIC X(80).
             SD SortWork.
                01 SortWorkRec.
                   02 SWDate     PIC 9(8).
                   02 SWCustID   PIC 9(5).
                   02 SWItemCode PIC X(8).
          WORKING-STORAGE SECTION.
             01 BackEOF     PIC X VALUE 'N'.
             01 SortEOF     PIC X VALUE 'N'.
             01 RunDate     PIC 9(8).
             01 TimeStamp   PIC X(21).
             01 PostPeriod  PIC 9(6).
             01 PeriodStatus PIC X(1).
             01 RecFound    PIC X.
             01 AvailQty    PIC 9(5).
             01 FillQty     PIC 9(5).
      * what the allocation pass ships, in the oldest-first order
      * it was given out; the invoicing pass takes it customer by
      * customer
             01 FillTable.
                02 FillEntry OCCURS 500 TIMES.
                   03 FTCustID   PIC 9(5).
                   03 FTItemCode PIC X(8).
                   03 FTDesc     PIC X(20).
                   03 FTQty      PIC 9(5).
                   03 FTPrice    PIC 9(5)V99.
                   03 FTTaxable  PIC X(1).
                   03 FTTotal    PIC 9(7)V99.
                   03 FTUnitCost PIC 9(5)V9999.
                   03 FTDone     PIC X(1).
             01 FillCount   PIC 9(3) VALUE ZERO.
             01 FillFull    PIC X VALUE 'N'.
             01 FillSub     PIC 9(3).
             01 LineSub     PIC 9(3).
             01 CurrCust    PIC 9(5).
      * same quantity breaks round gives on a keyed line
             01 DiscBreakTable PIC X(10) VALUE "0500510010".
             01 DiscBreakList REDEFINES DiscBreakTable.
                02 DiscBreakEntry OCCURS 2 TIMES
                      INDEXED BY DiscIdx.
                   03 DiscMinQty PIC 9(3).
                   03 DiscRate   PIC V99.
             01 DiscRateUsed PIC V99.
             01 LineDiscount PIC 9(7)V99.
             01 DiscountTotal PIC 9(7)V99.
             01 TaxRate     PIC V999.
             01 TaxFound    PIC X.
             01 CanadaTax   PIC X VALUE 'N'.
             01 CanStatus   PIC X(1).
             01 FedType     PIC X(3).
             01 FedRate     PIC V9(5).
             01 FedTax      PIC 9(7)V99.
             01 ProvType    PIC X(3).
             01 ProvRate    PIC V9(5).
             01 ProvTax     PIC 9(7)V99.
             01 LogFedTax   PIC X(13).
             01 LogProvTax  PIC X(13).
             01 InvoiceNum  PIC 9(7).
             01 Subtotal    PIC 9(7)V99.
             01 TaxableSubtotal PIC 9(7)V99.
             01 TaxAmount   PIC 9(7)V99.
             01 InvoiceTotal PIC 9(7)V99.
             01 TermsDue    PIC 9(8).
             01 TermsDiscDate PIC 9(8).
             01 TermsDiscRate PIC V999.
             01 TermsFinRate PIC V999.
             01 TermsStatus PIC X(1).
             01 TermsShown  PIC X(3).
             01 NoMiddleName PIC X(15) VALUE SPACE.
             01 CustomerName PIC X(47).
             01 LogSubtotal PIC X(13).
             01 LogTaxAmount PIC X(13).
             01 LogInvoiceTotal PIC X(13).
             01 LogDiscount PIC X(13).
             01 LogZero     PIC X(13).
             01 LogCost     PIC X(13).
             01 LineCost    PIC 9(7)V99.
             01 CostTotal   PIC 9(7)V99.
             01 LocFunc     PIC X(1).
             01 LocQty      PIC S9(5).
             01 LocOnHand   PIC S9(5).
             01 LocStatus   PIC X(1).
             01 QtyDisp     PIC ZZZZ9.
             01 PriceDisp   PIC X(13).
             01 TotalDisp   PIC X(13).
             01 InvLineBuf  PIC X(80).
             01 ReadCount   PIC 9(7) VALUE ZERO.
             01 PassedCount PIC 9(5) VALUE ZERO.
             01 FilledCount PIC 9(5) VALUE ZERO.
             01 PartCount   PIC 9(5) VALUE ZERO.
             01 InvCount    PIC 9(5) VALUE ZERO.
             01 RunTotal    PIC 9(9)V99 VALUE ZERO.
             01 JLProgName PIC X(12) VALUE "bofill".
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
             MOVE FUNCTION CURRENT-DATE TO TimeStamp
             MOVE TimeStamp(1:8) TO RunDate
             MOVE RunDate(1:6) TO PostPeriod
             CALL "PERCHK" USING PostPeriod, PeriodStatus
             IF PeriodStatus = 'C'
                DISPLAY "Period " PostPeriod " is closed - "
                   "backorder fill refused"
                MOVE "FAIL" TO JLFinal
             ELSE
                OPEN I-O BackordFile
                OPEN I-O ItemFile
                OPEN INPUT CustomerFile
                SORT SortWork ON ASCENDING KEY SWDate, SWCustID,
                   SWItemCode
                   INPUT PROCEDURE IS ReleaseOpenBackorders
                   OUTPUT PROCEDURE IS AllocateStock
                OPEN OUTPUT InvoiceFile
                OPEN EXTEND SaleLineFile
                PERFORM InvoiceOneCustomer
                   VARYING FillSub FROM 1 BY 1
                   UNTIL FillSub > FillCount
                CLOSE InvoiceFile
                CLOSE SaleLineFile
                CLOSE BackordFile
                CLOSE ItemFile
                CLOSE CustomerFile
                MOVE RunTotal TO Dollar
                DISPLAY "Backorders filled : " FilledCount
                   "  part filled : " PartCount
                DISPLAY "Passed by (inactive / on hold) : "
                   PassedCount
                DISPLAY "Invoices : " InvCount "  total : " Dollar
                DISPLAY "Invoices written to BOInvoice.txt"
                MOVE "OK" TO JLFinal
             END-IF
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             MOVE InvCount TO JLWriteCt
             MOVE PassedCount TO JLRejCt
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          ReleaseOpenBackorders.
             MOVE LOW-VALUES TO BOKey
             START BackordFile KEY IS NOT LESS THAN BOKey
                INVALID KEY MOVE 'Y' TO BackEOF
             END-START
             PERFORM UNTIL BackEOF = 'Y'
                READ BackordFile NEXT RECORD
                   AT END MOVE 'Y' TO BackEOF
                   NOT AT END
                      ADD 1 TO ReadCount
                      IF BOOpen AND BOQty > ZERO
                         MOVE BODate TO SWDate
                         MOVE BOCustID TO SWCustID
                         MOVE BOItemCode TO SWItemCode
                         RELEASE SortWorkRec
                      END-IF
                END-READ
             END-PERFORM.

          AllocateStock.
             PERFORM UNTIL SortEOF = 'Y'
                RETURN SortWork
                   AT END MOVE 'Y' TO SortEOF
                   NOT AT END
                      PERFORM AllocateOneBackorder
                END-RETURN
             END-PERFORM.

          AllocateOneBackorder.
             MOVE 'Y' TO RecFound
             MOVE SWCustID TO IDNum
             READ CustomerFile
                INVALID KEY MOVE 'N' TO RecFound
             END-READ
             IF RecFound = 'Y' AND (CustInactive OR CustOnHold)
                MOVE 'N' TO RecFound
             END-IF
             IF RecFound = 'N'
                ADD 1 TO PassedCount
             ELSE
                MOVE SWItemCode TO ItemCode
                READ ItemFile
                   INVALID KEY MOVE 'N' TO RecFound
                END-READ
                MOVE 'Q' TO LocFunc
                MOVE ZERO TO LocQty
                CALL "STKLOC" USING SWItemCode, BranchCode,
                   LocFunc, LocQty, LocOnHand, LocStatus
                IF RecFound = 'Y' AND LocOnHand > ZERO
                   MOVE LocOnHand TO AvailQty
                   MOVE SWCustID TO BOCustID
                   MOVE SWItemCode TO BOItemCode
                   READ BackordFile
                      INVALID KEY MOVE 'N' TO RecFound
                   END-READ
                   IF RecFound = 'Y'
                      PERFORM FillOneBackorder
                   END-IF
                END-IF
             END-IF.

          FillOneBackorder.
             IF BOQty > AvailQty
                MOVE AvailQty TO FillQty
             ELSE
                MOVE BOQty TO FillQty
             END-IF
             IF FillCount >= 500
                IF FillFull NOT = 'Y'
                   DISPLAY "More than 500 fills in one run - the "
                      "rest wait for the next run"
                   MOVE 'Y' TO FillFull
                END-IF
             ELSE
                ADD 1 TO FillCount
                MOVE BOCustID TO FTCustID(FillCount)
                MOVE BOItemCode TO FTItemCode(FillCount)
                MOVE ItemDesc(1:20) TO FTDesc(FillCount)
                MOVE FillQty TO FTQty(FillCount)
                MOVE BONetPrice TO FTPrice(FillCount)
                MOVE BOTaxable TO FTTaxable(FillCount)
                MOVE ItemCost TO FTUnitCost(FillCount)
                MOVE 'N' TO FTDone(FillCount)
                SUBTRACT FillQty FROM ItemOnHand
                REWRITE ItemData
                   INVALID KEY DISPLAY "On-hand not updated for "
                      ItemCode
                END-REWRITE
                MOVE 'A' TO LocFunc
                COMPUTE LocQty = ZERO - FillQty
                CALL "STKLOC" USING BOItemCode, BranchCode,
                   LocFunc, LocQty, LocOnHand, LocStatus
                SUBTRACT FillQty FROM BOQty
                IF BOQty = ZERO
                   SET BOFilled TO TRUE
                   ADD 1 TO FilledCount
                ELSE
                   ADD 1 TO PartCount
                END-IF
                MOVE RunDate TO BOFillDate
                REWRITE BackordData
                   INVALID KEY DISPLAY "Backorder not updated for "
                      BOCustID " " BOItemCode
                END-REWRITE
             END-IF.

          InvoiceOneCustomer.
      * the first fill not yet invoiced starts an invoice that
      * takes every fill for the same customer
             IF FTDone(FillSub) = 'N'
                MOVE FTCustID(FillSub) TO CurrCust
                MOVE CurrCust TO IDNum
                READ CustomerFile
                   INVALID KEY MOVE SPACE TO FirstName LastName
                END-READ
                PERFORM AssignInvoiceNum
                PERFORM LookupTaxRate
                MOVE ZERO TO Subtotal
                MOVE ZERO TO TaxableSubtotal
                MOVE ZERO TO DiscountTotal
                MOVE ZERO TO CostTotal
                PERFORM PriceOneFill VARYING LineSub FROM FillSub
                   BY 1 UNTIL LineSub > FillCount
                COMPUTE TaxAmount ROUNDED = TaxableSubtotal * TaxRate
                IF CanadaTax = 'Y'
                   COMPUTE FedTax ROUNDED = TaxableSubtotal * FedRate
                   COMPUTE ProvTax ROUNDED = TaxableSubtotal * ProvRate
                   COMPUTE TaxAmount = FedTax + ProvTax
                END-IF
                COMPUTE InvoiceTotal = Subtotal + TaxAmount
                CALL "TERMCALC" USING TermsCode, RunDate, TermsDue,
                   TermsDiscDate, TermsDiscRate, TermsFinRate,
                   TermsStatus
                PERFORM LogTransaction
                PERFORM WriteInvMaster
                PERFORM PrintInvoiceDoc
                PERFORM StampBackorders VARYING LineSub FROM FillSub
                   BY 1 UNTIL LineSub > FillCount
                ADD 1 TO InvCount
                ADD InvoiceTotal TO RunTotal
             END-IF.

          PriceOneFill.
             IF FTCustID(LineSub) = CurrCust
                AND FTDone(LineSub) = 'N'
                COMPUTE FTTotal(LineSub) ROUNDED
                   = FTQty(LineSub) * FTPrice(LineSub)
                MOVE ZERO TO DiscRateUsed
                PERFORM VARYING DiscIdx FROM 1 BY 1
                   UNTIL DiscIdx > 2
                   IF FTQty(LineSub) >= DiscMinQty(DiscIdx)
                      MOVE DiscRate(DiscIdx) TO DiscRateUsed
                   END-IF
                END-PERFORM
                IF DiscRateUsed > ZERO
                   COMPUTE LineDiscount ROUNDED
                      = FTTotal(LineSub) * DiscRateUsed
                   SUBTRACT LineDiscount FROM FTTotal(LineSub)
                   ADD LineDiscount TO DiscountTotal
                END-IF
                ADD FTTotal(LineSub) TO Subtotal
                IF FTTaxable(LineSub) NOT = 'N'
                   ADD FTTotal(LineSub) TO TaxableSubtotal
                END-IF
                PERFORM WriteSaleLine
             END-IF.

          WriteSaleLine.
             COMPUTE LineCost ROUNDED
                = FTQty(LineSub) * FTUnitCost(LineSub)
             ADD LineCost TO CostTotal
             MOVE RunDate TO SLDate
             MOVE InvoiceNum TO SLInvNum
             MOVE CurrCust TO SLCustID
             MOVE RepCode TO SLRep
             MOVE BranchCode TO SLBranch
             MOVE FTItemCode(LineSub) TO SLItemCode
             MOVE FTQty(LineSub) TO SLQty
             MOVE FTTotal(LineSub) TO SLSales
             MOVE FTUnitCost(LineSub) TO SLUnitCost
             MOVE LineCost TO SLCost
             MOVE 'N' TO SLVoid
             MOVE SPACE TO SLPromo
             MOVE ZERO TO SLPromoDisc
             WRITE SaleLineData.

          StampBackorders.
             IF FTCustID(LineSub) = CurrCust
                AND FTDone(LineSub) = 'N'
                MOVE 'Y' TO FTDone(LineSub)
                MOVE FTCustID(LineSub) TO BOCustID
                MOVE FTItemCode(LineSub) TO BOItemCode
                READ BackordFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      MOVE InvoiceNum TO BOFillInv
                      REWRITE BackordData
                         INVALID KEY DISPLAY "Backorder not "
                            "stamped for " BOCustID " " BOItemCode
                      END-REWRITE
                END-READ
             END-IF.

          AssignInvoiceNum.
             OPEN INPUT InvSeqFile
             READ InvSeqFile
                AT END MOVE 1 TO InvoiceNum
                NOT AT END MOVE InvSeqRec TO InvoiceNum
             END-READ
             CLOSE InvSeqFile
             OPEN OUTPUT InvSeqFile
             COMPUTE InvSeqRec = InvoiceNum + 1
             WRITE InvSeqRec
             CLOSE InvSeqFile.

          LookupTaxRate.
             MOVE 'N' TO CanadaTax
             EVALUATE TRUE
                WHEN CustTaxExempt
                   MOVE ZERO TO TaxRate
                WHEN CustInCanada
                   CALL "CANRATE" USING State, RunDate, FedType,
                      FedRate, ProvType, ProvRate, CanStatus
                   MOVE 'Y' TO CanadaTax
                   COMPUTE TaxRate ROUNDED = FedRate + ProvRate
                WHEN OTHER
                   MOVE 'N' TO TaxFound
                   OPEN INPUT TaxFile
                   MOVE State TO TRState
                   READ TaxFile
                      INVALID KEY CONTINUE
                      NOT INVALID KEY
                         IF TREffDate > RunDate
                            MOVE TRPriorRate TO TaxRate
                         ELSE
                            MOVE TRRate TO TaxRate
                         END-IF
                         MOVE 'Y' TO TaxFound
                   END-READ
                   CLOSE TaxFile
                   IF TaxFound NOT = 'Y'
                      MOVE .075 TO TaxRate
                   END-IF
             END-EVALUATE.

          LogTransaction.
      * the same line round logs, so glextrct and the sales
      * readers pick the fill invoices up with the keyed ones;
      * the net price already carries the tier discount
             OPEN EXTEND TransactionFile
             MOVE SPACE TO TransactionLine
             MOVE Subtotal TO Dollar
             MOVE FUNCTION TRIM(Dollar) TO LogSubtotal
             MOVE TaxAmount TO Dollar
             MOVE FUNCTION TRIM(Dollar) TO LogTaxAmount
             MOVE InvoiceTotal TO Dollar
             MOVE FUNCTION TRIM(Dollar) TO LogInvoiceTotal
             MOVE DiscountTotal TO Dollar
             MOVE FUNCTION TRIM(Dollar) TO LogDiscount
             MOVE ZERO TO Dollar
             MOVE FUNCTION TRIM(Dollar) TO LogZero
             MOVE CostTotal TO Dollar
             MOVE FUNCTION TRIM(Dollar) TO LogCost
             STRING TimeStamp DELIMITED BY SIZE
                " Inv=" DELIMITED BY SIZE
                InvoiceNum DELIMITED BY SIZE
                " Cust=" DELIMITED BY SIZE
                CurrCust DELIMITED BY SIZE
                " State=" DELIMITED BY SIZE
                State DELIMITED BY SIZE
                " Subtotal=" DELIMITED BY SIZE
                LogSubtotal DELIMITED BY SIZE
                " TaxRate=" DELIMITED BY SIZE
                TaxRate DELIMITED BY SIZE
                " Tax=" DELIMITED BY SIZE
                LogTaxAmount DELIMITED BY SIZE
                " Total=" DELIMITED BY SIZE
                LogInvoiceTotal DELIMITED BY SIZE
                " Disc=" DELIMITED BY SIZE
                LogDiscount DELIMITED BY SIZE
                " Curr=USD Rate=1.0000" DELIMITED BY SIZE
                " Rep=" DELIMITED BY SIZE
                RepCode DELIMITED BY SIZE
                " Branch=" DELIMITED BY SIZE
                BranchCode DELIMITED BY SIZE
                " TierDisc=" DELIMITED BY SIZE
                LogZero DELIMITED BY SIZE
                " QtyDisc=" DELIMITED BY SIZE
                LogDiscount DELIMITED BY SIZE
                " Cost=" DELIMITED BY SIZE
                LogCost DELIMITED BY SIZE
                INTO TransactionLine
             END-STRING
             IF CustTaxExempt
                STRING FUNCTION TRIM(TransactionLine TRAILING)
                   DELIMITED BY SIZE
                   " Exempt=Y" DELIMITED BY SIZE
                   INTO TransactionLine
                END-STRING
             END-IF
             IF CanadaTax = 'Y'
                MOVE FedTax TO Dollar
                MOVE FUNCTION TRIM(Dollar) TO LogFedTax
                MOVE ProvTax TO Dollar
                MOVE FUNCTION TRIM(Dollar) TO LogProvTax
                STRING FUNCTION TRIM(TransactionLine TRAILING)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FedType DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   FUNCTION TRIM(LogFedTax) DELIMITED BY SIZE
                   INTO TransactionLine
                END-STRING
                IF ProvType NOT = SPACE
                   STRING FUNCTION TRIM(TransactionLine TRAILING)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ProvType DELIMITED BY SIZE
                      "=" DELIMITED BY SIZE
                      FUNCTION TRIM(LogProvTax) DELIMITED BY SIZE
                      INTO TransactionLine
                   END-STRING
                END-IF
             END-IF
             WRITE TransactionLine
             CLOSE TransactionFile.

          WriteInvMaster.
             OPEN I-O InvMastFile
             MOVE InvoiceNum TO IMInvNum
             MOVE CurrCust TO IMCustID
             MOVE RunDate TO IMInvDate
             MOVE State TO IMState
             MOVE Subtotal TO IMSubtotal
             MOVE TaxAmount TO IMTax
             MOVE InvoiceTotal TO IMTotal
             MOVE ZERO TO IMPaid
             SET IMOpen TO TRUE
             SET IMInvoice TO TRUE
             MOVE TermsCode TO IMTermsCode
             MOVE TermsDue TO IMDueDate
             MOVE TermsDiscDate TO IMDiscDate
             MOVE TermsDiscRate TO IMDiscRate
             SET IMNotDisputed TO TRUE
             WRITE InvMastData
                INVALID KEY
                   DISPLAY "Invoice " InvoiceNum
                      " already on the master - not rewritten"
             END-WRITE
             CLOSE InvMastFile.

          PrintInvoiceDoc.
             MOVE SPACE TO InvLineBuf
             STRING "INVOICE No: " DELIMITED BY SIZE
                InvoiceNum DELIMITED BY SIZE
                "   Date: " DELIMITED BY SIZE
                RunDate(1:4) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                RunDate(5:2) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                RunDate(7:2) DELIMITED BY SIZE
                "   BACKORDER SHIPMENT" DELIMITED BY SIZE
                INTO InvLineBuf
             END-STRING
             WRITE InvoiceLine FROM InvLineBuf
             IF TermsCode = SPACE OR TermsStatus NOT = '0'
                MOVE "N30" TO TermsShown
             ELSE
                MOVE TermsCode TO TermsShown
             END-IF
             MOVE SPACE TO InvLineBuf
             STRING "Terms: " DELIMITED BY SIZE
                TermsShown DELIMITED BY SIZE
                "       Due: " DELIMITED BY SIZE
                TermsDue(1:4) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                TermsDue(5:2) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                TermsDue(7:2) DELIMITED BY SIZE
                INTO InvLineBuf
             END-STRING
             WRITE InvoiceLine FROM InvLineBuf
             MOVE SPACE TO InvLineBuf
             WRITE InvoiceLine FROM InvLineBuf
             CALL "NAMEFMT" USING FirstName, NoMiddleName,
                LastName, CustomerName
             WRITE InvoiceLine FROM CustomerName
             WRITE InvoiceLine FROM StreetAddr
             MOVE SPACE TO InvLineBuf
             STRING FUNCTION TRIM(City) DELIMITED BY SIZE
                ", " DELIMITED BY SIZE
                State DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Zip DELIMITED BY SIZE
                INTO InvLineBuf
             END-STRING
             WRITE InvoiceLine FROM InvLineBuf
             MOVE SPACE TO InvLineBuf
             WRITE InvoiceLine FROM InvLineBuf
             MOVE "  Qty     Unit Price      Line Total  "
                TO InvLineBuf
             MOVE "Description" TO InvLineBuf(41:11)
             WRITE InvoiceLine FROM InvLineBuf
             PERFORM PrintInvoiceItem VARYING LineSub FROM FillSub
                BY 1 UNTIL LineSub > FillCount
             MOVE SPACE TO InvLineBuf
             WRITE InvoiceLine FROM InvLineBuf
             IF DiscountTotal > ZERO
                MOVE DiscountTotal TO Dollar
                MOVE FUNCTION TRIM(Dollar) TO TotalDisp
                MOVE SPACE TO InvLineBuf
                STRING "Qty Disc   : " DELIMITED BY SIZE
                   TotalDisp DELIMITED BY SIZE
                   INTO InvLineBuf
                END-STRING
                WRITE InvoiceLine FROM InvLineBuf
             END-IF
             MOVE Subtotal TO Dollar
             MOVE FUNCTION TRIM(Dollar) TO TotalDisp
             MOVE SPACE TO InvLineBuf
             STRING "Subtotal   : " DELIMITED BY SIZE
                TotalDisp DELIMITED BY SIZE
                INTO InvLineBuf
             END-STRING
             WRITE InvoiceLine FROM InvLineBuf
             MOVE TaxAmount TO Dollar
             MOVE FUNCTION TRIM(Dollar) TO TotalDisp
             MOVE SPACE TO InvLineBuf
             IF CustTaxExempt
                STRING "Tax        : EXEMPT  Cert "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(TaxCertNum) DELIMITED BY SIZE
                   INTO InvLineBuf
                END-STRING
             ELSE
                IF CanadaTax = 'Y'
                   PERFORM PrintCanadaTaxLines
                END-IF
                STRING "Tax        : " DELIMITED BY SIZE
                   TotalDisp DELIMITED BY SIZE
                   INTO InvLineBuf
                END-STRING
             END-IF
             WRITE InvoiceLine FROM InvLineBuf
             MOVE InvoiceTotal TO Dollar
             MOVE FUNCTION TRIM(Dollar) TO TotalDisp
             MOVE SPACE TO InvLineBuf
             STRING "Total      : " DELIMITED BY SIZE
                TotalDisp DELIMITED BY SIZE
                INTO InvLineBuf
             END-STRING
             WRITE InvoiceLine FROM InvLineBuf
             MOVE SPACE TO InvLineBuf
             WRITE InvoiceLine FROM InvLineBuf
             WRITE InvoiceLine FROM InvLineBuf.

          PrintCanadaTaxLines.
             MOVE FedTax TO Dollar
             STRING FedType DELIMITED BY SIZE
                "        : " DELIMITED BY SIZE
                FUNCTION TRIM(Dollar) DELIMITED BY SIZE
                INTO InvLineBuf
             END-STRING
             WRITE InvoiceLine FROM InvLineBuf
             MOVE SPACE TO InvLineBuf
             IF ProvType NOT = SPACE
                MOVE ProvTax TO Dollar
                STRING ProvType DELIMITED BY SIZE
                   "        : " DELIMITED BY SIZE
                   FUNCTION TRIM(Dollar) DELIMITED BY SIZE
                   INTO InvLineBuf
                END-STRING
                WRITE InvoiceLine FROM InvLineBuf
                MOVE SPACE TO InvLineBuf
             END-IF.

          PrintInvoiceItem.
             IF FTCustID(LineSub) = CurrCust
                AND FTDone(LineSub) = 'N'
                MOVE FTQty(LineSub) TO QtyDisp
                MOVE FTPrice(LineSub) TO Dollar
                MOVE FUNCTION TRIM(Dollar) TO PriceDisp
                MOVE FTTotal(LineSub) TO Dollar
                MOVE FUNCTION TRIM(Dollar) TO TotalDisp
                MOVE SPACE TO InvLineBuf
                STRING QtyDisp DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   PriceDisp DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TotalDisp DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FTDesc(LineSub) DELIMITED BY SIZE
                   INTO InvLineBuf
                END-STRING
                WRITE InvoiceLine FROM InvLineBuf
             END-IF.
