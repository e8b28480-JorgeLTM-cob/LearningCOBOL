      *              ahead of the quantity break the way the
      *              interactive run now does; log line widened to
      *              260 with the TierDisc= and QtyDisc= stamps.
      *   2021-09-13 Brownies - resolve the customer's payment terms
      *              through TERMCALC and carry the due date and
      *              early-pay discount onto the invoice master the
      *              way the interactive run does.
      *   2021-10-11 Brownies - item cost: each line generated goes
      *              to the saleline.txt cost journal at the item's
      *              average cost, and the log line carries the
      *              invoice's Cost= the way the interactive run
      *              stamps it (log record widened to 280).
      *   2021-10-13 Brownies - stock by location: a generated line
      *              relieves the customer's branch location
      *              (itemloc.txt through STKLOC; no branch is the
      *              house location HSE) as well as the company
      *              on-hand.
      *   2021-10-15 Brownies - kits (kitdef.txt, KITDEF): a kit on
      *              a standing order prices as the one line and
      *              relieves its components, costed at theirs.  A
      *              kit with any component short at the branch is
      *              not sold - the line is skipped and noted on the
      *              register the way an unknown item is.
      *   2021-10-19 Brownies - contract pricing (contract.txt,
      *              CONTRACT): a line the customer has an agreement
      *              on in force on the run date is priced at the
      *              agreed price with no tier or quantity break on
      *              top, and the log line carries the Contract=
      *              stamp the way the interactive run does (log
      *              record widened to 300).
      *   2021-10-21 Brownies - pick first: an order flagged
      *              SOPickFirst is not billed here.  It is priced the
      *              same way, written to ordline.txt (ORDLINE) as a
      *              sales order waiting to be picked under the next
      *              number from ordseq.txt, and its pick ticket added
      *              to picktkt.txt through PICKTKT; stock is not
      *              touched until round confirms the shipment and
      *              bills what went out.  The register lists the
      *              orders raised and counts them apart from the
      *              invoices.
      *   2021-10-25 Brownies - transaction-log record widened to
      *              320 for the Frt= stamp.
      *   2021-11-02 Brownies - a standing order for a Canadian
      *              province is taxed by CANRATE (cantax.txt) as
      *              round taxes one, GST or HST and PST or QST each
      *              on the taxable subtotal and stamped on the log
      *              line.  Log record widened to 360.
      *   2021-11-04 Brownies - order and sale lines carry the new
      *              promotion fields blank; a standing order keeps
      *              its agreed pricing.  Log record widened to 400.
      *   2021-11-28 Brownies - billing rolls to business days off
      *              the company calendar (DATECALC).  A run on a
      *              weekend or a day the calendar has closed bills
      *              nothing and says so; the next business day's run
      *              bills its own orders and those whose billing day
      *              fell on the closed days in between.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
             SELECT OPTIONAL KitFile ASSIGN TO "kitdef.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS KDKey.
             SELECT OPTIONAL ContractFile ASSIGN TO "contract.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CPKey.
             SELECT OPTIONAL TaxFile ASSIGN TO "taxrates.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IMInvNum.
             SELECT OPTIONAL OrdLineFile ASSIGN TO "ordline.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OLKey.
             SELECT OPTIONAL OrdSeqFile ASSIGN TO "ordseq.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL SaleLineFile ASSIGN TO "saleline.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT RegisterFile ASSIGN TO "StandingOrders.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
                      03 SOLine OCCURS 10 TIMES.
                         04 SOItemCode PIC X(8).
                         04 SOQty      PIC 9(3).
                   02 SOPickFirst PIC X(1).
                      88 SOPickOrder VALUE 'Y'.
             FD CustomerFile.
                COPY CUSTREC.
             FD ItemFile.
             FD InvSeqFile.
                01 InvSeqRec PIC 9(7).
             FD TransactionFile.
                01 TransactionLine PIC X(400).
             FD InvMastFile.
                COPY INVMAST.
             FD KitFile.
                COPY KITDEF.
             FD ContractFile.
                COPY CONTRACT.
             FD OrdLineFile.
                COPY ORDLINE.
             FD OrdSeqFile.
                01 OrdSeqRec PIC 9(7).
             FD SaleLineFile.
                COPY SALELINE.
             FD RegisterFile.
                01 RegisterLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 OrderEOF    PIC X VALUE 'N'.
             01 RunDate     PIC 9(8).
             01 RunDay      PIC 9(2).
      * the days of the month billed tonight: today and any closed
      * days since the last business day
             01 BillDayTable.
                02 BillDay OCCURS 31 TIMES PIC 9(2).
             01 BillDayCt   PIC 9(2) VALUE ZERO.
             01 BillSub     PIC 9(2).
             01 BillToday   PIC X.
             01 BillDone    PIC X.
             01 DCDate1     PIC 9(8).
             01 DCDate2     PIC 9(8).
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 TimeStamp   PIC X(21).
             01 PostPeriod  PIC 9(6).
             01 PeriodStatus PIC X(1).
             01 CustCert    PIC X(15).
             01 CustRep     PIC X(3).
             01 CustBranch  PIC X(3).
             01 LocFunc     PIC X(1).
             01 LocQty      PIC S9(5).
             01 LocOnHand   PIC S9(5).
             01 LocStatus   PIC X(1).
             01 CustTerms   PIC X(3).
             01 TermsDue    PIC 9(8).
             01 TermsDiscDate PIC 9(8).
             01 TermsDiscRate PIC V999.
             01 TermsFinRate PIC V999.
             01 TermsStatus PIC X(1).
             01 StateCode   PIC X(2).
                88 StateIsProvince VALUE "AB" "BC" "MB" "NB" "NL"
                   "NS" "NT" "NU" "ON" "PE" "QC" "SK" "YT".
             01 CanadaTax   PIC X VALUE 'N'.
             01 CanStatus   PIC X(1).
             01 FedType     PIC X(3).
             01 FedRate     PIC V9(5).
             01 FedTax      PIC 9(6)V99.
             01 ProvType    PIC X(3).
             01 ProvRate    PIC V9(5).
             01 ProvTax     PIC 9(6)V99.
             01 LogFedTax   PIC X(13).
             01 LogProvTax  PIC X(13).
             01 TaxRate     PIC V999.
             01 TaxFound    PIC X.
             01 LineSub     PIC 9(2).
             01 LineOK      PIC X.
             01 KitItem     PIC X.
             01 KitShort    PIC X.
             01 KitEOF      PIC X.
             01 KitNeed     PIC 9(7).
             01 KitCost     PIC 9(5)V9999.
             01 Quantity    PIC 9(3).
             01 UnitPrice   PIC 9(4)V99.
             01 LineTotal   PIC 9(6)V99.
             01 LogTaxAmount    PIC X(13).
             01 LogInvoiceTotal PIC X(13).
             01 LogDiscount     PIC X(13).
             01 LogCost         PIC X(13).
             01 ContractLine  PIC X.
             01 ContractList  PIC 9(4)V99.
             01 ContractSave  PIC 9(6)V99.
             01 ContractTotal PIC 9(6)V99.
             01 ContractCount PIC 9(2).
             01 LogContract   PIC X(13).
      * the priced lines held for the cost journal until the
      * invoice has its number, or for the order lines until the
      * order has its
             01 CostLineTable.
                02 CostLine OCCURS 10 TIMES.
                   03 CLItemCode PIC X(8).
                   03 CLQty      PIC 9(3).
                   03 CLSales    PIC 9(6)V99.
                   03 CLUnitCost PIC 9(5)V9999.
                   03 CLDesc     PIC X(20).
                   03 CLTaxable  PIC X(1).
                   03 CLPrice    PIC 9(4)V99.
                   03 CLTierDisc PIC 9(6)V99.
                   03 CLQtyDisc  PIC 9(6)V99.
                   03 CLContSave PIC 9(6)V99.
             01 CostLineCt  PIC 9(2).
             01 CostSub     PIC 9(2).
             01 LineCost    PIC 9(7)V99.
             01 CostTotal   PIC 9(7)V99.
             01 GenCount    PIC 9(5) VALUE ZERO.
             01 SkipCount   PIC 9(5) VALUE ZERO.
             01 OrdCount    PIC 9(5) VALUE ZERO.
             01 OrderNum    PIC 9(7).
             01 TicketMode  PIC X(1) VALUE 'N'.
             01 PickStatus  PIC X(1).
             01 GenTotal    PIC S9(9)V99 VALUE ZERO.
             01 Disp1       PIC X(14).
             01 LineBuffer  PIC X(100).
             MOVE TimeStamp(1:8) TO RunDate
             MOVE RunDate(7:2) TO RunDay
             MOVE RunDate(1:6) TO PostPeriod
             MOVE ZERO TO DCDate2
             CALL "DATECALC" USING RunDate, DCDate2, "B",
                DCResult, DCStatus
             IF DCStatus = '0' AND DCResult = ZERO
                DISPLAY RunDate " is not a business day - standing "
                   "orders roll to the next one"
                MOVE "END" TO JLPhase
                MOVE "OK" TO JLFinal
                CALL "JOBLOG" USING JLProgName, JLPhase,
                   JLReadCt, JLWriteCt, JLRejCt, JLFinal
                STOP RUN
             END-IF
             PERFORM LoadBillDays
             CALL "PERCHK" USING PostPeriod, PeriodStatus
             IF PeriodStatus = 'C'
                DISPLAY "Period " PostPeriod " is closed - "
             WRITE RegisterLine FROM LineBuffer
             OPEN INPUT CustomerFile
             OPEN I-O ItemFile
             OPEN INPUT KitFile
             OPEN INPUT ContractFile
             OPEN INPUT StOrderFile
             MOVE LOW-VALUES TO SOCustID
             START StOrderFile KEY IS NOT LESS THAN SOCustID
                READ StOrderFile NEXT RECORD
                   AT END MOVE 'Y' TO OrderEOF
                   NOT AT END
                      PERFORM CheckBillDay
                      IF BillToday = 'Y'
                         PERFORM GenerateOneOrder
                      END-IF
                END-READ
             END-PERFORM
             CLOSE StOrderFile
             CLOSE ItemFile
             CLOSE KitFile
             CLOSE ContractFile
             CLOSE CustomerFile
             MOVE SPACE TO LineBuffer
             WRITE RegisterLine FROM LineBuffer
                INTO LineBuffer
             END-STRING
             WRITE RegisterLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Orders raised to pick : " DELIMITED BY SIZE
                OrdCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE RegisterLine FROM LineBuffer
             CLOSE RegisterFile
             DISPLAY "Invoices generated : " GenCount
             DISPLAY "Orders raised to pick : " OrdCount
             IF TicketMode = 'A'
                DISPLAY "Pick tickets written to picktkt.txt"
             END-IF
             DISPLAY "Register written to StandingOrders.txt"
             MOVE "END" TO JLPhase
             COMPUTE JLReadCt = GenCount + SkipCount + OrdCount
             COMPUTE JLWriteCt = GenCount + OrdCount
             MOVE SkipCount TO JLRejCt
             IF SkipCount > ZERO
                MOVE "WARN" TO JLFinal
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          LoadBillDays.
             MOVE 1 TO BillDayCt
             MOVE RunDay TO BillDay(1)
             MOVE ZERO TO DCDate2
             CALL "DATECALC" USING RunDate, DCDate2, "P",
                DCResult, DCStatus
             IF DCStatus = '0'
                MOVE DCResult TO DCDate1
                MOVE 1 TO DCDate2
                MOVE 'N' TO BillDone
                PERFORM UNTIL BillDone = 'Y' OR BillDayCt >= 31
                   CALL "DATECALC" USING DCDate1, DCDate2, "A",
                      DCResult, DCStatus
                   IF DCStatus NOT = '0' OR DCResult >= RunDate
                      MOVE 'Y' TO BillDone
                   ELSE
                      MOVE DCResult TO DCDate1
                      ADD 1 TO BillDayCt
                      MOVE DCDate1(7:2) TO BillDay(BillDayCt)
                   END-IF
                END-PERFORM
             END-IF.

          CheckBillDay.
             MOVE 'N' TO BillToday
             PERFORM VARYING BillSub FROM 1 BY 1
                UNTIL BillSub > BillDayCt OR BillToday = 'Y'
                IF SODay = BillDay(BillSub)
                   MOVE 'Y' TO BillToday
                END-IF
             END-PERFORM.

          GenerateOneOrder.
             MOVE 'Y' TO CustFound
             MOVE SOCustID TO IDNum
                MOVE RepCode TO CustRep
                MOVE BranchCode TO CustBranch
                MOVE CustCategory TO CustCat
                MOVE TermsCode TO CustTerms
                PERFORM PriceOrderLines
                PERFORM LookupTaxRate
                PERFORM ComputeOrderTax
                IF SOPickOrder
                   PERFORM RaisePickOrder
                ELSE
                   PERFORM BillOneOrder
                END-IF
             END-IF.

          BillOneOrder.
             PERFORM AssignInvoiceNum
             OPEN EXTEND SaleLineFile
             PERFORM WriteSaleLine VARYING CostSub FROM 1 BY 1
                UNTIL CostSub > CostLineCt
             CLOSE SaleLineFile
             PERFORM LogTransaction
             PERFORM WriteInvMaster
             ADD 1 TO GenCount
             ADD InvoiceTotal TO GenTotal
             MOVE InvoiceTotal TO Dollar
             MOVE Dollar TO Disp1
             MOVE SPACE TO LineBuffer
             STRING "Inv " DELIMITED BY SIZE
                InvoiceNum DELIMITED BY SIZE
                "  Cust " DELIMITED BY SIZE
                SOCustID DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE RegisterLine FROM LineBuffer.

          RaisePickOrder.
      * nothing is billed or relieved here - the order waits on
      * ordline.txt until round confirms what the warehouse shipped
             IF CostLineCt = ZERO
                ADD 1 TO SkipCount
                MOVE SPACE TO LineBuffer
                STRING "** No lines to pick for customer "
                   DELIMITED BY SIZE
                   SOCustID DELIMITED BY SIZE
                   " - order not raised" DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE RegisterLine FROM LineBuffer
             ELSE
                PERFORM AssignOrderNum
                OPEN I-O OrdLineFile
                PERFORM WriteOrderLine VARYING CostSub FROM 1 BY 1
                   UNTIL CostSub > CostLineCt
                CLOSE OrdLineFile
                CALL "PICKTKT" USING OrderNum, TicketMode, PickStatus
                IF PickStatus = '0'
                   MOVE 'A' TO TicketMode
                END-IF
                ADD 1 TO OrdCount
                MOVE InvoiceTotal TO Dollar
                MOVE Dollar TO Disp1
                MOVE SPACE TO LineBuffer
                STRING "Ord " DELIMITED BY SIZE
                   OrderNum DELIMITED BY SIZE
                   "  Cust " DELIMITED BY SIZE
                   SOCustID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   Disp1 DELIMITED BY SIZE
                   "  to pick" DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE RegisterLine FROM LineBuffer
             END-IF.

          AssignOrderNum.
             OPEN INPUT OrdSeqFile
             READ OrdSeqFile
                AT END MOVE 1 TO OrderNum
                NOT AT END MOVE OrdSeqRec TO OrderNum
             END-READ
             CLOSE OrdSeqFile
             OPEN OUTPUT OrdSeqFile
             COMPUTE OrdSeqRec = OrderNum + 1
             WRITE OrdSeqRec
             CLOSE OrdSeqFile.

          WriteOrderLine.
             MOVE OrderNum TO OLOrderNum
             MOVE CostSub TO OLLineNo
             MOVE SOCustID TO OLCustID
             MOVE RunDate TO OLOrderDate
             MOVE CustBranch TO OLBranch
             MOVE StateCode TO OLState
             MOVE "USD" TO OLCurr
             MOVE 1 TO OLRate
             MOVE TaxRate TO OLTaxRate
             SET OLStanding TO TRUE
             MOVE JLProgName TO OLOperID
             MOVE CLItemCode(CostSub) TO OLItemCode
             MOVE CLDesc(CostSub) TO OLDesc
             MOVE CLTaxable(CostSub) TO OLTaxable
             MOVE CLQty(CostSub) TO OLQtyOrd
             MOVE CLPrice(CostSub) TO OLPrice
             MOVE CLSales(CostSub) TO OLLineTot
             MOVE CLTierDisc(CostSub) TO OLTierDisc
             MOVE CLQtyDisc(CostSub) TO OLQtyDisc
             MOVE CLContSave(CostSub) TO OLContSave
             MOVE SPACE TO OLPromo
             MOVE ZERO TO OLPromoDisc
             SET OLToPick TO TRUE
             MOVE ZERO TO OLQtyShip
             MOVE ZERO TO OLShipDate
             MOVE ZERO TO OLInvNum
             WRITE OrdLineData
                INVALID KEY
                   MOVE SPACE TO LineBuffer
                   STRING "** Order line not written for "
                      DELIMITED BY SIZE
                      CLItemCode(CostSub) DELIMITED BY SIZE
                      INTO LineBuffer
                   END-STRING
                   WRITE RegisterLine FROM LineBuffer
             END-WRITE.

          PriceOrderLines.
             MOVE ZERO TO Subtotal
             MOVE ZERO TO TaxableSubtotal
             MOVE ZERO TO DiscountTotal
             MOVE ZERO TO TierDiscTotal
             MOVE ZERO TO QtyDiscTotal
             MOVE ZERO TO CostLineCt
             MOVE ZERO TO CostTotal
             MOVE ZERO TO ContractTotal
             MOVE ZERO TO ContractCount
             PERFORM PriceOneLine VARYING LineSub FROM 1 BY 1
                UNTIL LineSub > SOLineCt.

             READ ItemFile
                INVALID KEY MOVE 'N' TO LineOK
             END-READ
             MOVE 'N' TO KitItem
             MOVE 'N' TO KitShort
             IF LineOK = 'Y'
                PERFORM CheckForKit
                IF KitItem = 'Y' AND NOT SOPickOrder
                   PERFORM CheckKitStock
                END-IF
             END-IF
             IF LineOK = 'N'
                MOVE SPACE TO LineBuffer
                IF KitShort = 'Y'
                   STRING "** Kit " DELIMITED BY SIZE
                      SOItemCode(LineSub) DELIMITED BY SIZE
                      " short of a component - line skipped for "
                      DELIMITED BY SIZE
                      "customer " DELIMITED BY SIZE
                      SOCustID DELIMITED BY SIZE
                      INTO LineBuffer
                   END-STRING
                ELSE
                   STRING "** Item " DELIMITED BY SIZE
                      SOItemCode(LineSub) DELIMITED BY SIZE
                      " not on file - line skipped for customer "
                      DELIMITED BY SIZE
                      SOCustID DELIMITED BY SIZE
                      INTO LineBuffer
                   END-STRING
                END-IF
                WRITE RegisterLine FROM LineBuffer
             ELSE
                MOVE SOQty(LineSub) TO Quantity
                MOVE ItemPrice TO UnitPrice
                MOVE ItemTaxable TO LineTaxable
                MOVE ZERO TO TierDiscount
                MOVE ZERO TO LineDiscount
                MOVE ZERO TO ContractSave
                PERFORM CheckContract
                MOVE Quantity TO GSOperand1
                MOVE UnitPrice TO GSOperand2
                CALL "GETSUM" USING GSOperand1, GSOperand2, "M",
                   GSResult, GSStatus
                MOVE GSResult TO LineTotal
                IF ContractLine = 'Y'
                   PERFORM TakeContractPrice
                ELSE
                   PERFORM ApplyTierDiscount
                   PERFORM ApplyQuantityBreak
                END-IF
                ADD LineTotal TO Subtotal
                IF LineTaxable NOT = 'N'
                   ADD LineTotal TO TaxableSubtotal
                END-IF
                EVALUATE TRUE
                   WHEN SOPickOrder
                      CONTINUE
                   WHEN KitItem = 'Y'
                      PERFORM RelieveKit
                   WHEN OTHER
                      SUBTRACT Quantity FROM ItemOnHand
                      REWRITE ItemData
                         INVALID KEY DISPLAY
                            "On-hand not updated for " ItemCode
                      END-REWRITE
                      MOVE 'A' TO LocFunc
                      COMPUTE LocQty = ZERO - Quantity
                      CALL "STKLOC" USING ItemCode, CustBranch,
                         LocFunc, LocQty, LocOnHand, LocStatus
                END-EVALUATE
                ADD 1 TO CostLineCt
                MOVE ItemCode TO CLItemCode(CostLineCt)
                MOVE Quantity TO CLQty(CostLineCt)
                MOVE LineTotal TO CLSales(CostLineCt)
                MOVE ItemDesc TO CLDesc(CostLineCt)
                MOVE LineTaxable TO CLTaxable(CostLineCt)
                MOVE UnitPrice TO CLPrice(CostLineCt)
                MOVE TierDiscount TO CLTierDisc(CostLineCt)
                MOVE LineDiscount TO CLQtyDisc(CostLineCt)
                MOVE ContractSave TO CLContSave(CostLineCt)
                IF KitItem = 'Y'
                   MOVE KitCost TO CLUnitCost(CostLineCt)
                ELSE
                   MOVE ItemCost TO CLUnitCost(CostLineCt)
                END-IF
             END-IF.

          CheckContract.
      * an agreement in force on the run date for this customer and
      * item replaces the list price
             MOVE 'N' TO ContractLine
             MOVE ItemPrice TO ContractList
             MOVE SOCustID TO CPCustID
             MOVE SOItemCode(LineSub) TO CPItemCode
             READ ContractFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF CPStartDate NOT > RunDate
                      AND CPEndDate NOT < RunDate
                      MOVE 'Y' TO ContractLine
                      MOVE CPPrice TO UnitPrice
                   END-IF
             END-READ.

          TakeContractPrice.
      * the agreed price is net: no tier or quantity break on top
             MOVE ZERO TO ContractSave
             IF ContractList > UnitPrice
                COMPUTE ContractSave
                   = (ContractList - UnitPrice) * Quantity
             END-IF
             ADD ContractSave TO ContractTotal
             ADD 1 TO ContractCount.

          CheckForKit.
      * an item with components on the kit file is a kit
             MOVE ItemCode TO KDKitCode
             MOVE LOW-VALUES TO KDCompCode
             START KitFile KEY IS NOT LESS THAN KDKey
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   READ KitFile NEXT RECORD
                      AT END CONTINUE
                      NOT AT END
                         IF KDKitCode = ItemCode
                            MOVE 'Y' TO KitItem
                         END-IF
                   END-READ
             END-START.

          CheckKitStock.
      * every component has to be at the branch for the whole
      * quantity of kits; the kit costs what its components cost
             MOVE ZERO TO KitCost
             MOVE SOQty(LineSub) TO Quantity
             PERFORM StartKitComponents
             PERFORM UNTIL KitEOF = 'Y'
                READ KitFile NEXT RECORD
                   AT END MOVE 'Y' TO KitEOF
                   NOT AT END
                      IF KDKitCode NOT = SOItemCode(LineSub)
                         MOVE 'Y' TO KitEOF
                      ELSE
                         PERFORM CheckKitComponent
                      END-IF
                END-READ
             END-PERFORM
             PERFORM RereadKitItem
             IF KitShort = 'Y'
                MOVE 'N' TO LineOK
             END-IF.

          StartKitComponents.
             MOVE SOItemCode(LineSub) TO KDKitCode
             MOVE LOW-VALUES TO KDCompCode
             MOVE 'N' TO KitEOF
             START KitFile KEY IS NOT LESS THAN KDKey
                INVALID KEY MOVE 'Y' TO KitEOF
             END-START.

          CheckKitComponent.
             COMPUTE KitNeed = Quantity * KDQty
             MOVE 'Q' TO LocFunc
             MOVE ZERO TO LocQty
             CALL "STKLOC" USING KDCompCode, CustBranch,
                LocFunc, LocQty, LocOnHand, LocStatus
             IF LocOnHand < KitNeed
                MOVE 'Y' TO KitShort
             END-IF
             MOVE KDCompCode TO ItemCode
             READ ItemFile
                INVALID KEY MOVE 'Y' TO KitShort
                NOT INVALID KEY
                   COMPUTE KitCost = KitCost + (KDQty * ItemCost)
             END-READ.

          RelieveKit.
             PERFORM StartKitComponents
             PERFORM UNTIL KitEOF = 'Y'
                READ KitFile NEXT RECORD
                   AT END MOVE 'Y' TO KitEOF
                   NOT AT END
                      IF KDKitCode NOT = SOItemCode(LineSub)
                         MOVE 'Y' TO KitEOF
                      ELSE
                         PERFORM RelieveKitComponent
                      END-IF
                END-READ
             END-PERFORM
             PERFORM RereadKitItem.

          RelieveKitComponent.
             COMPUTE KitNeed = Quantity * KDQty
             MOVE KDCompCode TO ItemCode
             READ ItemFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   SUBTRACT KitNeed FROM ItemOnHand
                   REWRITE ItemData
                      INVALID KEY DISPLAY "On-hand not updated for "
                         ItemCode
                   END-REWRITE
                   MOVE 'A' TO LocFunc
                   COMPUTE LocQty = ZERO - KitNeed
                   CALL "STKLOC" USING KDCompCode, CustBranch,
                      LocFunc, LocQty, LocOnHand, LocStatus
             END-READ.

          RereadKitItem.
      * the component reads leave a component in the item record;
      * put the kit's own record back for the line
             MOVE SOItemCode(LineSub) TO ItemCode
             READ ItemFile
                INVALID KEY CONTINUE
             END-READ.

          WriteSaleLine.
             COMPUTE LineCost ROUNDED
                = CLQty(CostSub) * CLUnitCost(CostSub)
             ADD LineCost TO CostTotal
             MOVE RunDate TO SLDate
             MOVE InvoiceNum TO SLInvNum
             MOVE SOCustID TO SLCustID
             MOVE CustRep TO SLRep
             MOVE CustBranch TO SLBranch
             MOVE CLItemCode(CostSub) TO SLItemCode
             MOVE CLQty(CostSub) TO SLQty
             MOVE CLSales(CostSub) TO SLSales
             MOVE CLUnitCost(CostSub) TO SLUnitCost
             MOVE LineCost TO SLCost
             MOVE 'N' TO SLVoid
             MOVE SPACE TO SLPromo
             MOVE ZERO TO SLPromoDisc
             WRITE SaleLineData.

          ApplyTierDiscount.
             MOVE ZERO TO TierRateUsed
             IF CustCat = SPACE
             END-IF.

          LookupTaxRate.
             MOVE 'N' TO CanadaTax
             EVALUATE TRUE
                WHEN CustExempt = 'E'
                   MOVE ZERO TO TaxRate
                WHEN StateIsProvince
                   CALL "CANRATE" USING StateCode, RunDate, FedType,
                      FedRate, ProvType, ProvRate, CanStatus
                   MOVE 'Y' TO CanadaTax
                   COMPUTE TaxRate ROUNDED = FedRate + ProvRate
                WHEN OTHER
                   MOVE 'N' TO TaxFound
                   OPEN INPUT TaxFile
                   MOVE StateCode TO TRState
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

          ComputeOrderTax.
             COMPUTE TaxAmount ROUNDED
                = TaxableSubtotal * TaxRate
             IF CanadaTax = 'Y'
                COMPUTE FedTax ROUNDED = TaxableSubtotal * FedRate
                COMPUTE ProvTax ROUNDED = TaxableSubtotal * ProvRate
                COMPUTE TaxAmount = FedTax + ProvTax
             END-IF
             MOVE Subtotal TO GSOperand1
             MOVE TaxAmount TO GSOperand2
             CALL "GETSUM" USING GSOperand1, GSOperand2, "A",
             MOVE FUNCTION TRIM(Dollar) TO LogTierDisc
             MOVE QtyDiscTotal TO Dollar
             MOVE FUNCTION TRIM(Dollar) TO LogQtyDisc
             MOVE CostTotal TO Dollar
             MOVE FUNCTION TRIM(Dollar) TO LogCost
             STRING TimeStamp DELIMITED BY SIZE
                " Inv=" DELIMITED BY SIZE
                InvoiceNum DELIMITED BY SIZE
                LogTierDisc DELIMITED BY SIZE
                " QtyDisc=" DELIMITED BY SIZE
                LogQtyDisc DELIMITED BY SIZE
                " Cost=" DELIMITED BY SIZE
                LogCost DELIMITED BY SIZE
                INTO TransactionLine
             END-STRING
             IF CustExempt = 'E'
                   INTO TransactionLine
                END-STRING
             END-IF
             IF ContractCount > ZERO
                MOVE ContractTotal TO Dollar
                MOVE FUNCTION TRIM(Dollar) TO LogContract
                STRING FUNCTION TRIM(TransactionLine TRAILING)
                   DELIMITED BY SIZE
                   " Contract=" DELIMITED BY SIZE
                   FUNCTION TRIM(LogContract) DELIMITED BY SIZE
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
             CALL "TERMCALC" USING CustTerms, RunDate, TermsDue,
                TermsDiscDate, TermsDiscRate, TermsFinRate,
                TermsStatus
             OPEN I-O InvMastFile
             MOVE InvoiceNum TO IMInvNum
             MOVE SOCustID TO IMCustID
             MOVE ZERO TO IMPaid
             SET IMOpen TO TRUE
             SET IMInvoice TO TRUE
             MOVE CustTerms TO IMTermsCode
             MOVE TermsDue TO IMDueDate
             MOVE TermsDiscDate TO IMDiscDate
             MOVE TermsDiscRate TO IMDiscRate
             SET IMNotDisputed TO TRUE
             WRITE InvMastData
                INVALID KEY
                   DISPLAY "Invoice " InvoiceNum
