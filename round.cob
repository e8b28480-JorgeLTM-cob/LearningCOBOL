      *   2021-09-03 Brownies - the credit-gate open balance now
      *              also nets the customer's unapplied cash off
      *              arcash.txt, matching the figure paymnt shows.
      *   2021-09-13 Brownies - payment terms: the customer's terms
      *              code goes through TERMCALC at posting, and the
      *              due date, early-pay discount date and rate land
      *              on the invoice master record; the invoice
      *              document prints the terms, the due date and any
      *              discount offer.
      *   2021-09-23 Brownies - bill-to parents: a store is held to
      *              its parent's credit limit and hold flag, and the
      *              open balance the gate tests is the whole
      *              group's - the parent and every store under it,
      *              less the group's unapplied cash.  Invoicing the
      *              parent itself tests the same combined figure.
      *   2021-10-07 Brownies - backorders.  A line for more than is
      *              on hand no longer drives the on-hand negative:
      *              the shortage is shown before the line is priced
      *              and the operator ships what is there and either
      *              backorders the rest (backord.txt, BACKORD, keyed
      *              by customer and item) or cuts the line.  Only
      *              the shipped quantity is billed; the invoice
      *              prints the backordered quantity under the line.
      *              A converted quote backorders its short lines the
      *              same way and its totals and tax are re-figured
      *              on what ships.  bofill invoices the backorders.
      *   2021-10-11 Brownies - item cost.  Each line shipped goes to
      *              the saleline.txt cost journal (SALELINE) with
      *              the item's average cost off the master, and the
      *              log line carries the invoice's total cost in
      *              home dollars as Cost= so gmrpt can take margin
      *              - log line widened to 280, readers carry the
      *              width.
      *   2021-10-13 Brownies - stock by location.  The shortage
      *              check is against what the customer's branch
      *              holds (itemloc.txt through STKLOC; no branch is
      *              the house location HSE) and shipping relieves
      *              that location as well as the company on-hand.
      *   2021-10-15 Brownies - kits.  An item with components on
      *              kitdef.txt (KITDEF, kept in itemmnt) prices as
      *              the one line but relieves each component's
      *              on-hand, company and branch; it is costed at
      *              its components' average costs.  A kit is not
      *              sold - nor backordered - when any component is
      *              short at the branch; a converted quote cuts
      *              such a line.
      *   2021-10-19 Brownies - contract pricing.  A line for an item
      *              the customer has an agreement on (contract.txt,
      *              CONTRACT, kept in ctrmaint) in force on the
      *              invoice date is priced at the agreed price
      *              instead of the list price, and the tier and
      *              quantity-break discounts are not taken on top of
      *              it; a supervisor override of the price still
      *              wins and prices the line the ordinary way.  The
      *              log line carries what the agreements gave away
      *              against list as Contract= - log line widened to
      *              300, readers carry the width.
      *   2021-10-21 Brownies - pick first, bill on shipment.  Mode 4
      *              takes an order instead of an invoice: priced
      *              and credit-checked the same way, it goes to
      *              ordline.txt (ORDLINE, numbered from ordseq.txt)
      *              waiting to be picked, and its pick ticket prints
      *              to picktkt.txt in bin order (PICKTKT).  Nothing
      *              is billed or relieved.  Mode 5 confirms what the
      *              warehouse shipped on an order: each line takes
      *              the quantity that went in the box - no more than
      *              the branch holds - and any rest is backordered
      *              or cut; only what shipped is relieved, costed
      *              and invoiced, at the order's prices and tax
      *              rate, its share of each discount going with it.
      *              A packing slip prints to packslip.txt.  An order
      *              with nothing shipped stays waiting unless it is
      *              cancelled.
      *   2021-10-25 Brownies - freight.  Each invoice totals the
      *              weight of what ships (ItemWeight) and FRTCALC
      *              prices it by the ship-to zone off zipref.txt and
      *              the weight band on frtrate.txt, free at or over
      *              the threshold there.  Freight shows on its own
      *              total line, is added to the invoice total, is
      *              taxed in the share the taxable goods bear of
      *              the subtotal, and is stamped on the log line as
      *              Frt= - log line widened to 320, readers carry
      *              the width.  Quotes and orders to pick carry no
      *              freight; it is figured when they are invoiced.
      *   2021-10-29 Brownies - quote expiry.  A quote now holds for
      *              the days keyed when it is saved (30 if none),
      *              its last day and the customer's rep stamped on
      *              the header and printed on the quote.  The quote
      *              layout moved to the QUOTEREC copybook; the C
      *              mark now carries the day and the invoice.  A
      *              quote past its last day, or marked lost by
      *              qtexpire, is refused for conversion.
      *   2021-11-02 Brownies - Canadian sales tax.  A ship-to
      *              province (StateIsProvince) is taxed by CANRATE
      *              off cantax.txt instead of taxrates.txt: the
      *              federal GST or HST and the provincial PST or QST
      *              are each figured on the tax base under the
      *              rounding mode chosen and the tax is their sum.
      *              Both show on screen and on the invoice and are
      *              stamped on the log line as GST=/HST= and
      *              PST=/QST= in the invoice's currency, which now
      *              defaults to CAD for a Canadian customer.  Log
      *              line widened to 360 for the stamps.
      *   2021-11-04 Brownies - promotions.  A line not on a contract
      *              price or an override is offered to PROMOCHK,
      *              and the promotion in force giving the most back
      *              (promo.txt) comes off the line ahead of the tier
      *              discount, in place of the quantity break.  The
      *              code and what it took off ride with the line on
      *              the quote, the order and the cost journal
      *              (SLPromo), print under the line on the invoice
      *              and are stamped on the log line as Promo= (the
      *              codes) and PromoDisc= (home dollars).  Log
      *              record widened to 400.
      *   2021-11-10 Brownies - loyalty points.  An invoice to a
      *              retail customer earns points on its home
      *              subtotal through PTSPOST (points.txt) once it is
      *              on the invoice master, and the invoice says how
      *              many.
      *   2021-12-10 Brownies - a customer whose DelivPref asks for
      *              email gets the invoice document queued on the
      *              outbound email spool through EMAILOUT - instead
      *              of invoice.txt, or as well as it for B - and
      *              falls back to print when the do-not-email flag
      *              is set or the address is blank or not valid.
      *   2021-12-10 Brownies - the credit-group image widened to 187
      *              for the DelivPref delivery preference added to
      *              CUSTREC.
       ENVIRONMENT DIVISION.
          CONFIGURATION SECTION.
          INPUT-OUTPUT SECTION.
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
                SELECT OPTIONAL OrdLineFile ASSIGN TO "ordline.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OLKey.
                SELECT OPTIONAL OrdSeqFile ASSIGN TO "ordseq.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL.
                SELECT PackSlipFile ASSIGN TO "packslip.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL.
                SELECT OPTIONAL TaxFile ASSIGN TO "taxrates.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ACCustID.
                SELECT OPTIONAL BackordFile ASSIGN TO "backord.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BOKey.
                SELECT OPTIONAL SaleLineFile
                   ASSIGN TO "saleline.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL.
                SELECT CustomerFile ASSIGN TO "customer.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
       DATA DIVISION.
          FILE SECTION.
             FD TransactionFile.
                01 TransactionLine PIC X(400).
             FD CurrencyFile.
                01 CurrencyData.
                   02 CRCode PIC X(3).
             FD QuoteSeqFile.
                01 QuoteSeqRec PIC 9(7).
             FD QuoteFile.
                COPY QUOTEREC.
             FD QuoteDocFile.
                01 QuoteDocLine PIC X(80).
             FD CashFile.
                   02 OperPwdChg PIC X(1).
             FD CustomerFile.
                COPY CUSTREC.
             FD BackordFile.
                COPY BACKORD.
             FD KitFile.
                COPY KITDEF.
             FD ContractFile.
                COPY CONTRACT.
             FD SaleLineFile.
                COPY SALELINE.
             FD OrdLineFile.
                COPY ORDLINE.
             FD OrdSeqFile.
                01 OrdSeqRec PIC 9(7).
             FD PackSlipFile.
                01 PackSlipLine PIC X(80).
          WORKING-STORAGE SECTION.
             01 TaxRate PIC V999 VALUE .075.
             01 RunDate PIC 9(8).
             01 StateCode PIC X(2).
                88 StateIsProvince VALUE "AB" "BC" "MB" "NB" "NL"
                   "NS" "NT" "NU" "ON" "PE" "QC" "SK" "YT".
             01 CanadaTax PIC X VALUE 'N'.
             01 CanAsOf   PIC 9(8).
             01 CanStatus PIC X(1).
             01 FedType   PIC X(3).
             01 FedRate   PIC V9(5).
             01 FedTax    PIC 9(6)V99.
             01 ProvType  PIC X(3).
             01 ProvRate  PIC V9(5).
             01 ProvTax   PIC 9(6)V99.
             01 CompRate  PIC V9(5).
             01 CompTax   PIC 9(6)V99.
             01 LogFedTax  PIC X(13).
             01 LogProvTax PIC X(13).
             01 TaxFound  PIC X VALUE 'N'.
             01 CustIDNum PIC 9(5).
             01 CustFound PIC X.
             01 OpenBalance PIC S9(9)V99.
             01 CashAvail   PIC 9(7)V99.
             01 CreditStop  PIC X.
             01 GroupParent PIC 9(5).
             01 GroupLimit  PIC 9(7)V99.
             01 GroupHold   PIC X(1).
             01 GroupImage  PIC X(187).
             01 GroupTable.
                02 GroupMember PIC 9(5) OCCURS 200 TIMES.
             01 GroupCount  PIC 9(4).
             01 GroupSub    PIC 9(4).
             01 GroupEOF    PIC X.
             01 InGroup     PIC X.
             01 Confirm     PIC X.
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
             01 TermsInvDate PIC 9(8).
             01 TermsDue    PIC 9(8).
             01 TermsDiscDate PIC 9(8).
             01 TermsDiscRate PIC V999.
             01 TermsFinRate PIC V999.
             01 TermsStatus PIC X(1).
             01 TermsPctDisp PIC Z9.9.
             01 TermsShown  PIC X(3).
             01 NoMiddleName PIC X(15) VALUE SPACE.
             01 CustomerName PIC X(47).
             01 InvoiceNum PIC 9(7).
                   03 ItShort PIC S9(5).
                   03 ItCode  PIC X(8).
                   03 ItTax   PIC X.
                   03 ItLineNo   PIC 9(3).
                   03 ItOrdQty   PIC 9(3).
                   03 ItTierDisc PIC 9(6)V99.
                   03 ItQtyDisc  PIC 9(6)V99.
                   03 ItContSave PIC 9(6)V99.
                   03 ItPromo    PIC X(6).
                   03 ItPromoDisc PIC 9(6)V99.
             01 ItemCount PIC 9(2) VALUE ZERO.
             01 ItemTableFull PIC X VALUE 'N'.
             01 ItemSub   PIC 9(2).
             01 PriceDisp PIC X(13).
             01 TotalDisp PIC X(13).
             01 InvLineBuf PIC X(80).
             01 CustEmail   PIC X(30).
             01 CustEmailOff PIC X(1).
             01 CustDeliv   PIC X(1).
             01 EOAction    PIC X(1).
             01 EOProgName  PIC X(12) VALUE "round".
             01 EODocRef    PIC X(12).
             01 EOText      PIC X(80).
             01 EORoute     PIC X(1) VALUE 'P'.
             01 Quantity    PIC 9(3).
             01 UnitPrice   PIC 9(4)V99.
             01 LineTotal   PIC 9(6)V99.
             01 TaxableSubtotal PIC 9(6)V99 VALUE ZERO.
             01 OverrideCount PIC 9(2) VALUE ZERO.
             01 OvrdReply   PIC X.
             01 LineOverride PIC X.
             01 LinePromo   PIC X(6).
             01 LinePromoDisc PIC 9(6)V99.
             01 PromoQty    PIC 9(5).
             01 PromoPrice  PIC 9(5)V99.
             01 PromoDisc   PIC 9(7)V99.
             01 PromoStatus PIC X(1).
             01 PromoTotal  PIC 9(7)V99 VALUE ZERO.
             01 PromoCodeTable.
                02 PromoCodeTab PIC X(6) OCCURS 4 TIMES.
             01 PromoCodeCt PIC 9 VALUE ZERO.
             01 PromoSub    PIC 9.
             01 PromoSeen   PIC X.
             01 LogPromoCodes PIC X(27).
             01 LogPromoDisc PIC X(13).
             01 ShortQty    PIC S9(5).
             01 ShortDisp   PIC -(4)9.
             01 AvailQty    PIC 9(5).
             01 AvailDisp   PIC ZZZZ9.
             01 BackQty     PIC 9(5).
             01 BackItem    PIC X(8).
             01 BackTaxable PIC X(1).
             01 BackNetPrice PIC 9(5)V99.
             01 BackFound   PIC X.
             01 ShortReply  PIC X.
             01 ConvCut     PIC X.
             01 ConvNetUnit PIC 9(4)V9999.
             01 ConvOldTotal PIC 9(6)V99.
             01 LineUnitCost PIC 9(5)V9999.
             01 KitItem     PIC X VALUE 'N'.
             01 KitShort    PIC X.
             01 KitEOF      PIC X.
             01 KitNeed     PIC 9(7).
             01 KitCost     PIC 9(5)V9999.
             01 KitNeedDisp PIC ZZZZZZ9.
             01 KitHaveDisp PIC -(6)9.
             01 LineCost    PIC 9(7)V99.
             01 CostTotal   PIC 9(7)V99 VALUE ZERO.
             01 LogCost     PIC X(13).
             01 ContractLine PIC X VALUE 'N'.
             01 ContractPrice PIC 9(4)V99.
             01 ContractList PIC 9(4)V99.
             01 ContractSave PIC 9(6)V99.
             01 ContractTotal PIC 9(6)V99 VALUE ZERO.
             01 ContractCount PIC 9(2) VALUE ZERO.
             01 LogContract PIC X(13).
             01 ShipWeight  PIC 9(5)V99 VALUE ZERO.
             01 Freight     PIC 9(5)V99 VALUE ZERO.
             01 HomeFreight PIC 9(5)V99 VALUE ZERO.
             01 FrtHome     PIC 9(5)V99.
             01 FrtHomeSub  PIC 9(7)V99.
             01 FrtZone     PIC X(1).
             01 FrtStatus   PIC X(1) VALUE SPACE.
             01 FrtTaxable  PIC 9(6)V99.
             01 TaxBase     PIC 9(6)V99.
             01 LogFreight  PIC X(13).
             01 RunMode     PIC 9 VALUE 1.
             01 QuoteMode   PIC X VALUE 'N'.
             01 QuoteNum    PIC 9(7).
             01 QuoteSeen   PIC X.
             01 QuoteUsed   PIC X.
             01 QuoteEOF    PIC X.
             01 QuoteLost   PIC X.
             01 QuoteDays   PIC 9(3).
             01 QuoteExpDate PIC X(8).
             01 QuoteExpDateN REDEFINES QuoteExpDate PIC 9(8).
             01 DCDays      PIC 9(8).
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 PickMode    PIC X VALUE 'N'.
             01 OrderNum    PIC 9(7).
             01 ConfOrderNum PIC 9(7).
             01 OrderSeen   PIC X.
             01 OrderEOF    PIC X.
             01 PickStatus  PIC X(1).
             01 ShipQty     PIC 9(3).
             01 ShipOK      PIC X.
             01 ShipAny     PIC X.
             01 ShipOrdDisp PIC ZZ9.
             01 ShipDisp    PIC ZZ9.
             01 DiscBreakTable PIC X(10) VALUE "0500510010".
             01 DiscBreakList REDEFINES DiscBreakTable.
                02 DiscBreakEntry OCCURS 2 TIMES
             01 HomeTaxAmount PIC 9(7)V99.
             01 HomeTotal   PIC 9(7)V99.
             01 HomeLine    PIC 9(7)V99.
             01 PtsDate     PIC 9(8).
             01 PtsFunc     PIC X(1).
             01 PtsSource   PIC X(1).
             01 PtsAmount   PIC 9(7)V99.
             01 PtsCount    PIC 9(7) VALUE ZERO.
             01 PtsStatus   PIC X(1).
             01 PtsDisp     PIC Z(6)9.
             01 Subtotal    PIC 9(6)V99 VALUE ZERO.
             01 TaxAmount   PIC 9(6)V99.
             01 InvoiceTotal PIC 9(6)V99.
                STOP RUN
             END-IF.
             DISPLAY "1 = Invoice  2 = Quote  3 = Convert a quote".
             DISPLAY "4 = Order to pick  5 = Confirm a shipment".
             DISPLAY "Mode: " WITH NO ADVANCING.
             ACCEPT RunMode.
             IF RunMode = 3
                PERFORM ConvertQuote
                STOP RUN
             END-IF.
             IF RunMode = 5
                PERFORM ConfirmShipment
                STOP RUN
             END-IF.
             IF RunMode = 2
                MOVE 'Y' TO QuoteMode
             END-IF.
             IF RunMode = 4
                MOVE 'Y' TO PickMode
             END-IF.
             EVALUATE TRUE
                WHEN QuoteMode = 'Y'
                   PERFORM AssignQuoteNum
                   DISPLAY "Quote number : " QuoteNum
                WHEN PickMode = 'Y'
                   PERFORM AssignOrderNum
                   DISPLAY "Order number : " OrderNum
                WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE(1:6) TO PostPeriod
                   CALL "PERCHK" USING PostPeriod, PeriodStatus
                   IF PeriodStatus = 'C'
                      DISPLAY "Period " PostPeriod " is closed - "
                         "invoicing refused"
                      STOP RUN
                   END-IF
                   PERFORM AssignInvoiceNum
                   DISPLAY "Invoice number : " InvoiceNum
             END-EVALUATE.
             OPEN INPUT CustomerFile.
             PERFORM GetInvoiceCustomer WITH TEST AFTER
                UNTIL CustFound = 'Y'.
             MOVE ZERO TO Subtotal.
             MOVE 'Y' TO MoreItems.
             OPEN I-O ItemFile.
             OPEN INPUT KitFile.
             OPEN INPUT ContractFile.
             PERFORM AcceptLineItem WITH TEST AFTER
                UNTIL MoreItems NOT = 'Y'.
             CLOSE ItemFile.
             CLOSE KitFile.
             CLOSE ContractFile.
             PERFORM ComputeInvoiceTax.
             MOVE Subtotal TO Dollar.
             DISPLAY "Subtotal   : " Dollar.
             IF Freight > ZERO
                MOVE Freight TO Dollar
                DISPLAY "Freight    : " Dollar
             END-IF.
             MOVE TaxAmount TO Dollar.
             DISPLAY "Tax        : " Dollar.
             IF CanadaTax = 'Y'
                MOVE FedTax TO Dollar
                DISPLAY "  " FedType "      : " Dollar
                IF ProvType NOT = SPACE
                   MOVE ProvTax TO Dollar
                   DISPLAY "  " ProvType "      : " Dollar
                END-IF
             END-IF.
             MOVE InvoiceTotal TO Dollar.
             DISPLAY "Total      : " Dollar.
             COMPUTE HomeSubtotal ROUNDED = Subtotal * CurrRate.
             IF CurrCode NOT = "USD"
                MOVE HomeSubtotal TO Dollar
                DISPLAY "Home Subtotal : " Dollar
                MOVE HomeFreight TO Dollar
                DISPLAY "Home Freight  : " Dollar
                MOVE HomeTaxAmount TO Dollar
                DISPLAY "Home Tax      : " Dollar
                MOVE HomeTotal TO Dollar
                DISPLAY "Home Total    : " Dollar
             END-IF.
             EVALUATE TRUE
                WHEN QuoteMode = 'Y'
                   PERFORM WriteQuote
                   PERFORM PrintQuoteDoc
                WHEN PickMode = 'Y'
                   PERFORM WriteOrder
                WHEN OTHER
                   PERFORM LogTransaction
                   PERFORM WriteInvMaster
                   PERFORM PrintInvoiceDoc
             END-EVALUATE.
          STOP RUN.

          AssignQuoteNum.

          WriteQuote.
             MOVE FUNCTION CURRENT-DATE TO TimeStamp
             PERFORM SetQuoteExpiry
             OPEN EXTEND QuoteFile
             MOVE SPACE TO QuoteRecord
             MOVE 'H' TO QRType
             MOVE InvoiceTotal TO QRTotal
             MOVE TaxableSubtotal TO QRTaxableSub
             MOVE DiscountTotal TO QRDisc
             MOVE QuoteExpDate TO QRExpDate
             MOVE CustRep TO QRRep
             WRITE QuoteRecord
             PERFORM WriteQuoteLine VARYING ItemSub FROM 1 BY 1
                UNTIL ItemSub > ItemCount
             CLOSE QuoteFile
             DISPLAY "Quote " QuoteNum " saved to quotes.txt".

          SetQuoteExpiry.
             DISPLAY "Days the quote holds (0 = 30) : "
                WITH NO ADVANCING
             ACCEPT QuoteDays
             IF QuoteDays = ZERO
                MOVE 30 TO QuoteDays
             END-IF
             MOVE TimeStamp(1:8) TO RunDate
             MOVE QuoteDays TO DCDays
             CALL "DATECALC" USING RunDate, DCDays, "A",
                DCResult, DCStatus
             IF DCStatus = '0'
                MOVE DCResult TO QuoteExpDateN
             ELSE
                MOVE SPACE TO QuoteExpDate
             END-IF.

          WriteQuoteLine.
             MOVE SPACE TO QuoteRecord
             MOVE 'L' TO QRType
             MOVE ItDesc(ItemSub) TO QRDesc
             MOVE ItCode(ItemSub) TO QRItemCode
             MOVE ItTax(ItemSub) TO QRTaxable
             MOVE ItPromo(ItemSub) TO QRPromo
             MOVE ItPromoDisc(ItemSub) TO QRPromoDisc
             WRITE QuoteRecord.

          PrintQuoteDoc.
                INTO InvLineBuf
             END-STRING
             WRITE QuoteDocLine FROM InvLineBuf
             IF QuoteExpDate NOT = SPACE
                MOVE SPACE TO InvLineBuf
                STRING "Valid until: " DELIMITED BY SIZE
                   QuoteExpDate(1:4) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   QuoteExpDate(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   QuoteExpDate(7:2) DELIMITED BY SIZE
                   INTO InvLineBuf
                END-STRING
                WRITE QuoteDocLine FROM InvLineBuf
             END-IF
             MOVE SPACE TO InvLineBuf
             WRITE QuoteDocLine FROM InvLineBuf
             WRITE QuoteDocLine FROM CustomerName
                INTO InvLineBuf
             END-STRING
             WRITE QuoteDocLine FROM InvLineBuf
             MOVE "Freight, where due, is billed on the invoice"
                TO InvLineBuf
             WRITE QuoteDocLine FROM InvLineBuf
             MOVE "THIS IS A QUOTE - NOT AN INVOICE" TO InvLineBuf
             WRITE QuoteDocLine FROM InvLineBuf
             CLOSE QuoteDocFile
                      DISPLAY "Quote not on file"
                   WHEN QuoteUsed = 'Y'
                      DISPLAY "Quote was already converted"
                   WHEN QuoteLost = 'Y'
                      DISPLAY "Quote lapsed and was marked lost"
                   WHEN QuoteExpDate NOT = SPACE
                      AND QuoteExpDate < FUNCTION CURRENT-DATE(1:8)
                      DISPLAY "Quote expired " QuoteExpDate
                         " - not converted"
                   WHEN OTHER
                      PERFORM PostQuoteAsInvoice
                END-EVALUATE
          LoadQuote.
             MOVE 'N' TO QuoteSeen
             MOVE 'N' TO QuoteUsed
             MOVE 'N' TO QuoteLost
             MOVE SPACE TO QuoteExpDate
             MOVE 'N' TO QuoteEOF
             MOVE ZERO TO ItemCount
             OPEN INPUT QuoteFile
                   MOVE QRTotal TO InvoiceTotal
                   MOVE QRTaxableSub TO TaxableSubtotal
                   MOVE QRDisc TO DiscountTotal
                   MOVE QRExpDate TO QuoteExpDate
                WHEN 'L'
                   IF ItemCount < 50
                      ADD 1 TO ItemCount
                      MOVE QRItemCode TO ItCode(ItemCount)
                      MOVE QRTaxable TO ItTax(ItemCount)
                      MOVE ZERO TO ItShort(ItemCount)
                      MOVE QRPromo TO ItPromo(ItemCount)
                      MOVE ZERO TO ItPromoDisc(ItemCount)
                      IF QRPromo NOT = SPACE
                         MOVE QRPromoDisc TO ItPromoDisc(ItemCount)
                      END-IF
                   END-IF
                WHEN 'C'
                   MOVE 'Y' TO QuoteUsed
                WHEN 'X'
                   MOVE 'Y' TO QuoteLost
             END-EVALUATE.

          PostQuoteAsInvoice.
                MOVE RepCode TO CustRep
                MOVE BranchCode TO CustBranch
                MOVE CustCategory TO CustCat
                MOVE TermsCode TO CustTerms
                MOVE Email TO CustEmail
                MOVE NoEmailFlag TO CustEmailOff
                MOVE DelivPref TO CustDeliv
                CLOSE CustomerFile
                PERFORM AssignInvoiceNum
                DISPLAY "Invoice number : " InvoiceNum
                MOVE 'N' TO ConvCut
                OPEN I-O ItemFile
                OPEN INPUT KitFile
                PERFORM ConvRelieveLine
                   VARYING ItemSub FROM 1 BY 1
                   UNTIL ItemSub > ItemCount
                CLOSE ItemFile
                CLOSE KitFile
      * the totals are re-figured on what actually goes out - a
      * short line ships what is on hand, and freight is billed by
      * the weight that ships
                PERFORM ComputeInvoiceTax
                IF ConvCut = 'Y' OR Freight > ZERO
                   MOVE InvoiceTotal TO Dollar
                   DISPLAY "Total on what ships : " Dollar
                END-IF
                COMPUTE HomeSubtotal ROUNDED
                   = Subtotal * CurrRate
                COMPUTE HomeTaxAmount ROUNDED
                   = TaxAmount * CurrRate
                COMPUTE HomeTotal ROUNDED
                   = InvoiceTotal * CurrRate
                PERFORM LogTransaction
                PERFORM WriteInvMaster
                PERFORM PrintInvoiceDoc
                READ ItemFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      PERFORM CheckForKit
                      IF KitItem = 'Y'
                         PERFORM ConvKitLine
                      ELSE
                         PERFORM ConvCheckShortage
                         SUBTRACT ItQty(ItemSub) FROM ItemOnHand
                         REWRITE ItemData
                            INVALID KEY DISPLAY
                               "On-hand not updated for " ItemCode
                         END-REWRITE
                         MOVE 'A' TO LocFunc
                         COMPUTE LocQty = ZERO - ItQty(ItemSub)
                         CALL "STKLOC" USING ItCode(ItemSub),
                            CustBranch, LocFunc, LocQty, LocOnHand,
                            LocStatus
                         MOVE ItemCost TO LineUnitCost
                         MOVE ItQty(ItemSub) TO Quantity
                         MOVE ItTotal(ItemSub) TO LineTotal
                         MOVE ItCode(ItemSub) TO EntryItemCode
                         MOVE ItPromo(ItemSub) TO LinePromo
                         MOVE ItPromoDisc(ItemSub) TO LinePromoDisc
                         PERFORM WriteSaleLine
                      END-IF
                END-READ
             END-IF.

          ConvKitLine.
      * a kit ships whole or not at all - a short component cuts
      * the line rather than backordering it
             MOVE ItQty(ItemSub) TO Quantity
             MOVE ItCode(ItemSub) TO EntryItemCode
             PERFORM CheckKitStock
             IF Quantity = ZERO
                MOVE ItTotal(ItemSub) TO ConvOldTotal
                MOVE ZERO TO ItTotal(ItemSub)
                COMPUTE Subtotal = Subtotal - ConvOldTotal
                IF ItTax(ItemSub) NOT = 'N'
                   COMPUTE TaxableSubtotal = TaxableSubtotal
                      - ConvOldTotal
                END-IF
                MOVE ZERO TO ItQty(ItemSub)
                MOVE 'Y' TO ConvCut
                DISPLAY "Kit " ItCode(ItemSub) " cut from the invoice"
             ELSE
                PERFORM RelieveKit
                MOVE ItTotal(ItemSub) TO LineTotal
                MOVE ItPromo(ItemSub) TO LinePromo
                MOVE ItPromoDisc(ItemSub) TO LinePromoDisc
                PERFORM WriteSaleLine
             END-IF.

          ConvCheckShortage.
             MOVE 'Q' TO LocFunc
             MOVE ZERO TO LocQty
             CALL "STKLOC" USING ItCode(ItemSub), CustBranch,
                LocFunc, LocQty, LocOnHand, LocStatus
             IF LocOnHand > ZERO
                MOVE LocOnHand TO AvailQty
             ELSE
                MOVE ZERO TO AvailQty
             END-IF
             IF ItQty(ItemSub) > AvailQty
                COMPUTE BackQty = ItQty(ItemSub) - AvailQty
                COMPUTE ConvNetUnit = ItTotal(ItemSub)
                   / ItQty(ItemSub)
                MOVE ItTotal(ItemSub) TO ConvOldTotal
                COMPUTE ItTotal(ItemSub) ROUNDED
                   = ConvNetUnit * AvailQty
                COMPUTE Subtotal = Subtotal - ConvOldTotal
                   + ItTotal(ItemSub)
                IF ItTax(ItemSub) NOT = 'N'
                   COMPUTE TaxableSubtotal = TaxableSubtotal
                      - ConvOldTotal + ItTotal(ItemSub)
                END-IF
                COMPUTE ItPromoDisc(ItemSub) ROUNDED
                   = ItPromoDisc(ItemSub) * AvailQty / ItQty(ItemSub)
                MOVE AvailQty TO ItQty(ItemSub)
                MOVE BackQty TO ItShort(ItemSub)
                MOVE ItCode(ItemSub) TO BackItem
                MOVE ItTax(ItemSub) TO BackTaxable
                COMPUTE BackNetPrice ROUNDED = ConvNetUnit * CurrRate
                PERFORM WriteBackorder
                MOVE 'Y' TO ConvCut
                MOVE BackQty TO ShortDisp
                MOVE AvailQty TO AvailDisp
                DISPLAY "Item " ItCode(ItemSub) " short - shipping "
                   AvailDisp ", backordering " ShortDisp
             END-IF.

          MarkQuoteConverted.
             OPEN EXTEND QuoteFile
             MOVE SPACE TO QuoteRecord
             MOVE 'C' TO QRType
             MOVE ConvQuoteNum TO QRQuoteNum
             MOVE FUNCTION CURRENT-DATE(1:8) TO QRMarkDate
             MOVE InvoiceNum TO QRMarkInvN
             WRITE QuoteRecord
             CLOSE QuoteFile.

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

          WriteOrder.
      * the order waits on ordline.txt to be picked; nothing is
      * billed or taken out of stock until the shipment is confirmed
             OPEN I-O OrdLineFile
             PERFORM WriteOrderLine VARYING ItemSub FROM 1 BY 1
                UNTIL ItemSub > ItemCount
             CLOSE OrdLineFile
             DISPLAY "Order " OrderNum " saved - waiting to be picked"
             CALL "PICKTKT" USING OrderNum, "N", PickStatus
             IF PickStatus = '0'
                DISPLAY "Pick ticket written to picktkt.txt"
             END-IF.

          WriteOrderLine.
             MOVE OrderNum TO OLOrderNum
             MOVE ItLineNo(ItemSub) TO OLLineNo
             MOVE CustIDNum TO OLCustID
             MOVE RunDate TO OLOrderDate
             MOVE CustBranch TO OLBranch
             MOVE StateCode TO OLState
             MOVE CurrCode TO OLCurr
             MOVE CurrRate TO OLRate
             MOVE TaxRate TO OLTaxRate
             SET OLKeyed TO TRUE
             MOVE SignedOnID TO OLOperID
             MOVE ItCode(ItemSub) TO OLItemCode
             MOVE ItDesc(ItemSub) TO OLDesc
             MOVE ItTax(ItemSub) TO OLTaxable
             MOVE ItQty(ItemSub) TO OLQtyOrd
             MOVE ItPrice(ItemSub) TO OLPrice
             MOVE ItTotal(ItemSub) TO OLLineTot
             MOVE ItTierDisc(ItemSub) TO OLTierDisc
             MOVE ItQtyDisc(ItemSub) TO OLQtyDisc
             MOVE ItContSave(ItemSub) TO OLContSave
             MOVE ItPromo(ItemSub) TO OLPromo
             MOVE ItPromoDisc(ItemSub) TO OLPromoDisc
             SET OLToPick TO TRUE
             MOVE ZERO TO OLQtyShip
             MOVE ZERO TO OLShipDate
             MOVE ZERO TO OLInvNum
             WRITE OrdLineData
                INVALID KEY DISPLAY "Order line not written for "
                   ItCode(ItemSub)
             END-WRITE.

          ConfirmShipment.
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             MOVE RunDate(1:6) TO PostPeriod
             CALL "PERCHK" USING PostPeriod, PeriodStatus
             IF PeriodStatus = 'C'
                DISPLAY "Period " PostPeriod " is closed - "
                   "invoicing refused"
             ELSE
                DISPLAY "Order number to confirm : "
                   WITH NO ADVANCING
                ACCEPT ConfOrderNum
                PERFORM LoadOrder
                IF OrderSeen NOT = 'Y'
                   DISPLAY "Nothing on that order is waiting to be "
                      "picked"
                ELSE
                   PERFORM PostShipment
                END-IF
             END-IF.

          LoadOrder.
             MOVE 'N' TO OrderSeen
             MOVE 'N' TO OrderEOF
             MOVE ZERO TO ItemCount
             OPEN INPUT OrdLineFile
             MOVE ConfOrderNum TO OLOrderNum
             MOVE ZERO TO OLLineNo
             START OrdLineFile KEY IS NOT LESS THAN OLKey
                INVALID KEY MOVE 'Y' TO OrderEOF
             END-START
             PERFORM UNTIL OrderEOF = 'Y'
                READ OrdLineFile NEXT RECORD
                   AT END MOVE 'Y' TO OrderEOF
                   NOT AT END
                      IF OLOrderNum NOT = ConfOrderNum
                         MOVE 'Y' TO OrderEOF
                      ELSE
                         IF OLToPick AND ItemCount < 50
                            PERFORM LoadOrderLine
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE OrdLineFile.

          LoadOrderLine.
             MOVE 'Y' TO OrderSeen
             MOVE OLCustID TO CustIDNum
             MOVE OLBranch TO CustBranch
             MOVE OLState TO StateCode
             MOVE OLCurr TO CurrCode
             MOVE OLRate TO CurrRate
             MOVE OLTaxRate TO TaxRate
             ADD 1 TO ItemCount
             MOVE OLLineNo TO ItLineNo(ItemCount)
             MOVE OLQtyOrd TO ItOrdQty(ItemCount)
             MOVE OLQtyOrd TO ItQty(ItemCount)
             MOVE OLPrice TO ItPrice(ItemCount)
             MOVE OLLineTot TO ItTotal(ItemCount)
             MOVE OLDesc TO ItDesc(ItemCount)
             MOVE OLItemCode TO ItCode(ItemCount)
             MOVE OLTaxable TO ItTax(ItemCount)
             MOVE ZERO TO ItShort(ItemCount)
             MOVE OLTierDisc TO ItTierDisc(ItemCount)
             MOVE OLQtyDisc TO ItQtyDisc(ItemCount)
             MOVE OLContSave TO ItContSave(ItemCount)
             MOVE OLPromo TO ItPromo(ItemCount)
             MOVE OLPromoDisc TO ItPromoDisc(ItemCount).

          PostShipment.
      * the order passed the credit gate when it was taken; what
      * the warehouse has shipped is billed without asking again.
      * The stock comes from the branch the order was taken for.
             MOVE 'Y' TO CustFound
             OPEN INPUT CustomerFile
             MOVE CustIDNum TO IDNum
             READ CustomerFile
                INVALID KEY MOVE 'N' TO CustFound
             END-READ
             IF CustFound = 'N'
                CLOSE CustomerFile
                DISPLAY "Order customer " CustIDNum " is not on "
                   "file - shipment not confirmed"
             ELSE
                CALL "NAMEFMT" USING FirstName, NoMiddleName,
                   LastName, CustomerName
                MOVE StreetAddr TO CustStreetAddr
                MOVE City TO CustCity
                MOVE Zip TO CustZip
                MOVE TaxExempt TO CustExempt
                MOVE TaxCertNum TO CustCert
                MOVE RepCode TO CustRep
                MOVE CustCategory TO CustCat
                MOVE TermsCode TO CustTerms
                MOVE Email TO CustEmail
                MOVE NoEmailFlag TO CustEmailOff
                MOVE DelivPref TO CustDeliv
                CLOSE CustomerFile
                DISPLAY "Order " ConfOrderNum " for "
                   FUNCTION TRIM(CustomerName)
                MOVE 'N' TO ShipAny
                OPEN I-O ItemFile
                OPEN INPUT KitFile
                PERFORM ConfirmShipLine VARYING ItemSub FROM 1 BY 1
                   UNTIL ItemSub > ItemCount
                IF ShipAny = 'Y'
                   PERFORM InvoiceShipment
                ELSE
                   PERFORM HoldOrCancelOrder
                END-IF
                CLOSE ItemFile
                CLOSE KitFile
             END-IF.

          ConfirmShipLine.
             MOVE ItOrdQty(ItemSub) TO ShipOrdDisp
             DISPLAY ItCode(ItemSub) " " ItDesc(ItemSub)
                " ordered " ShipOrdDisp
             MOVE ItCode(ItemSub) TO ItemCode
             READ ItemFile
                INVALID KEY
                   DISPLAY "  item no longer on file - not shipped"
                   MOVE ZERO TO ItQty(ItemSub)
                NOT INVALID KEY
                   PERFORM AcceptShipQty WITH TEST AFTER
                      UNTIL ShipOK = 'Y'
                   MOVE ShipQty TO ItQty(ItemSub)
             END-READ
             IF ItQty(ItemSub) > ZERO
                MOVE 'Y' TO ShipAny
             END-IF
             IF ItQty(ItemSub) < ItOrdQty(ItemSub)
                COMPUTE BackQty = ItOrdQty(ItemSub) - ItQty(ItemSub)
                MOVE BackQty TO ShortDisp
                DISPLAY "  " ShortDisp " not shipped - B = backorder"
                   ", C = cut : " WITH NO ADVANCING
                ACCEPT ShortReply
                MOVE FUNCTION UPPER-CASE(ShortReply) TO ShortReply
                IF ShortReply = 'B'
                   MOVE BackQty TO ItShort(ItemSub)
                END-IF
             END-IF.

          AcceptShipQty.
      * what went in the box cannot be more than was ordered or
      * more than the branch holds - a kit needs every component
             MOVE 'Y' TO ShipOK
             DISPLAY "  Quantity shipped : " WITH NO ADVANCING
             ACCEPT ShipQty
             IF ShipQty > ItOrdQty(ItemSub)
                DISPLAY "  More than was ordered - key it again"
                MOVE 'N' TO ShipOK
             END-IF
             IF ShipOK = 'Y' AND ShipQty > ZERO
                PERFORM CheckForKit
                IF KitItem = 'Y'
                   MOVE ShipQty TO Quantity
                   MOVE ItCode(ItemSub) TO EntryItemCode
                   PERFORM CheckKitStock
                   IF KitShort = 'Y'
                      MOVE 'N' TO ShipOK
                   END-IF
                ELSE
                   MOVE 'Q' TO LocFunc
                   MOVE ZERO TO LocQty
                   CALL "STKLOC" USING ItCode(ItemSub), CustBranch,
                      LocFunc, LocQty, LocOnHand, LocStatus
                   IF LocOnHand < ShipQty
                      MOVE LocOnHand TO ShortDisp
                      DISPLAY "  The branch shows only " ShortDisp
                         " on hand - count it and key again"
                      MOVE 'N' TO ShipOK
                   END-IF
                END-IF
             END-IF.

          InvoiceShipment.
             MOVE ZERO TO Subtotal
             MOVE ZERO TO TaxableSubtotal
             MOVE ZERO TO DiscountTotal
             MOVE ZERO TO TierDiscTotal
             MOVE ZERO TO QtyDiscTotal
             MOVE ZERO TO ContractTotal
             MOVE ZERO TO ContractCount
             MOVE ZERO TO PromoTotal
             MOVE ZERO TO PromoCodeCt
             MOVE ZERO TO CostTotal
             MOVE ZERO TO ShipWeight
             PERFORM AssignInvoiceNum
             DISPLAY "Invoice number : " InvoiceNum
             PERFORM ShipOneLine VARYING ItemSub FROM 1 BY 1
                UNTIL ItemSub > ItemCount
             PERFORM ComputeInvoiceTax
             COMPUTE HomeSubtotal ROUNDED = Subtotal * CurrRate
             COMPUTE HomeTaxAmount ROUNDED = TaxAmount * CurrRate
             COMPUTE HomeTotal ROUNDED = InvoiceTotal * CurrRate
             MOVE InvoiceTotal TO Dollar
             DISPLAY "Total on what shipped : " Dollar
             PERFORM LogTransaction
             PERFORM WriteInvMaster
             PERFORM PrintInvoiceDoc
             PERFORM PrintPackingSlip
             PERFORM MarkOrderLines
             DISPLAY "Order " ConfOrderNum " shipped on invoice "
                InvoiceNum.

          ShipOneLine.
      * a short shipment bills its share of the ordered line and of
      * each discount taken on it
             IF ItQty(ItemSub) NOT = ItOrdQty(ItemSub)
                COMPUTE ConvNetUnit = ItTotal(ItemSub)
                   / ItOrdQty(ItemSub)
                COMPUTE ItTotal(ItemSub) ROUNDED
                   = ConvNetUnit * ItQty(ItemSub)
                COMPUTE ItTierDisc(ItemSub) ROUNDED
                   = ItTierDisc(ItemSub) * ItQty(ItemSub)
                   / ItOrdQty(ItemSub)
                COMPUTE ItQtyDisc(ItemSub) ROUNDED
                   = ItQtyDisc(ItemSub) * ItQty(ItemSub)
                   / ItOrdQty(ItemSub)
                COMPUTE ItContSave(ItemSub) ROUNDED
                   = ItContSave(ItemSub) * ItQty(ItemSub)
                   / ItOrdQty(ItemSub)
                COMPUTE ItPromoDisc(ItemSub) ROUNDED
                   = ItPromoDisc(ItemSub) * ItQty(ItemSub)
                   / ItOrdQty(ItemSub)
             ELSE
                COMPUTE ConvNetUnit = ItTotal(ItemSub)
                   / ItOrdQty(ItemSub)
             END-IF
             IF ItShort(ItemSub) > ZERO
                MOVE ItShort(ItemSub) TO BackQty
                MOVE ItCode(ItemSub) TO BackItem
                MOVE ItTax(ItemSub) TO BackTaxable
                COMPUTE BackNetPrice ROUNDED = ConvNetUnit * CurrRate
                PERFORM WriteBackorder
             END-IF
             IF ItQty(ItemSub) > ZERO
                ADD ItTotal(ItemSub) TO Subtotal
                IF ItTax(ItemSub) NOT = 'N'
                   ADD ItTotal(ItemSub) TO TaxableSubtotal
                END-IF
                ADD ItTierDisc(ItemSub) TO TierDiscTotal
                ADD ItQtyDisc(ItemSub) TO QtyDiscTotal
                ADD ItTierDisc(ItemSub) TO DiscountTotal
                ADD ItQtyDisc(ItemSub) TO DiscountTotal
                ADD ItPromoDisc(ItemSub) TO DiscountTotal
                IF ItContSave(ItemSub) > ZERO
                   ADD ItContSave(ItemSub) TO ContractTotal
                   ADD 1 TO ContractCount
                END-IF
                PERFORM RelieveShipLine
             END-IF.

          RelieveShipLine.
             MOVE ItQty(ItemSub) TO Quantity
             MOVE ItCode(ItemSub) TO EntryItemCode
             MOVE ItTotal(ItemSub) TO LineTotal
             MOVE ItPromo(ItemSub) TO LinePromo
             MOVE ItPromoDisc(ItemSub) TO LinePromoDisc
             MOVE ItCode(ItemSub) TO ItemCode
             READ ItemFile
                INVALID KEY CONTINUE
             END-READ
             PERFORM CheckForKit
             IF KitItem = 'Y'
                PERFORM CheckKitStock
                MOVE ItQty(ItemSub) TO Quantity
                PERFORM RelieveKit
             ELSE
                MOVE ItemCost TO LineUnitCost
                PERFORM RelieveOnHand
             END-IF
             PERFORM WriteSaleLine.

          HoldOrCancelOrder.
             DISPLAY "Nothing shipped - the order stays waiting to "
                "be picked"
             DISPLAY "Cancel the order instead? (Y/N): "
                WITH NO ADVANCING
             ACCEPT Confirm
             MOVE FUNCTION UPPER-CASE(Confirm) TO Confirm
             IF Confirm = 'Y'
                MOVE ZERO TO InvoiceNum
                PERFORM MarkOrderLines
                DISPLAY "Order " ConfOrderNum " cancelled"
             END-IF.

          MarkOrderLines.
             OPEN I-O OrdLineFile
             PERFORM MarkOneOrderLine VARYING ItemSub FROM 1 BY 1
                UNTIL ItemSub > ItemCount
             CLOSE OrdLineFile.

          MarkOneOrderLine.
             MOVE ConfOrderNum TO OLOrderNum
             MOVE ItLineNo(ItemSub) TO OLLineNo
             READ OrdLineFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE ItQty(ItemSub) TO OLQtyShip
                   MOVE RunDate TO OLShipDate
                   IF ItQty(ItemSub) > ZERO
                      SET OLShipped TO TRUE
                      MOVE InvoiceNum TO OLInvNum
                   ELSE
                      SET OLNotShipped TO TRUE
                      MOVE ZERO TO OLInvNum
                   END-IF
                   REWRITE OrdLineData
                      INVALID KEY DISPLAY "Order line not updated "
                         "for " OLItemCode
                   END-REWRITE
             END-READ.

          PrintPackingSlip.
             OPEN OUTPUT PackSlipFile
             MOVE SPACE TO InvLineBuf
             STRING "PACKING SLIP  Order: " DELIMITED BY SIZE
                ConfOrderNum DELIMITED BY SIZE
                "  Invoice: " DELIMITED BY SIZE
                InvoiceNum DELIMITED BY SIZE
                "  Date: " DELIMITED BY SIZE
                RunDate(1:4) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                RunDate(5:2) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                RunDate(7:2) DELIMITED BY SIZE
                INTO InvLineBuf
             END-STRING
             WRITE PackSlipLine FROM InvLineBuf
             MOVE SPACE TO InvLineBuf
             WRITE PackSlipLine FROM InvLineBuf
             MOVE "Ship to:" TO InvLineBuf
             WRITE PackSlipLine FROM InvLineBuf
             WRITE PackSlipLine FROM CustomerName
             WRITE PackSlipLine FROM CustStreetAddr
             MOVE SPACE TO InvLineBuf
             STRING FUNCTION TRIM(CustCity) DELIMITED BY SIZE
                ", " DELIMITED BY SIZE
                StateCode DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CustZip DELIMITED BY SIZE
                INTO InvLineBuf
             END-STRING
             WRITE PackSlipLine FROM InvLineBuf
             MOVE SPACE TO InvLineBuf
             WRITE PackSlipLine FROM InvLineBuf
             MOVE "Ordered  Shipped  Item      Description"
                TO InvLineBuf
             WRITE PackSlipLine FROM InvLineBuf
             PERFORM PrintPackItem VARYING ItemSub FROM 1 BY 1
                UNTIL ItemSub > ItemCount
             MOVE SPACE TO InvLineBuf
             WRITE PackSlipLine FROM InvLineBuf
             MOVE "Please check the contents against this slip"
                TO InvLineBuf
             WRITE PackSlipLine FROM InvLineBuf
             CLOSE PackSlipFile
             DISPLAY "Packing slip written to packslip.txt".

          PrintPackItem.
             MOVE ItOrdQty(ItemSub) TO ShipOrdDisp
             MOVE ItQty(ItemSub) TO ShipDisp
             MOVE SPACE TO InvLineBuf
             MOVE ShipOrdDisp TO InvLineBuf(5:3)
             MOVE ShipDisp TO InvLineBuf(14:3)
             MOVE ItCode(ItemSub) TO InvLineBuf(19:8)
             MOVE ItDesc(ItemSub) TO InvLineBuf(29:20)
             WRITE PackSlipLine FROM InvLineBuf
             IF ItShort(ItemSub) > ZERO
                MOVE ItShort(ItemSub) TO ShortDisp
                MOVE SPACE TO InvLineBuf
                STRING "          ** " DELIMITED BY SIZE
                   ShortDisp DELIMITED BY SIZE
                   " backordered - to follow **" DELIMITED BY SIZE
                   INTO InvLineBuf
                END-STRING
                WRITE PackSlipLine FROM InvLineBuf
             END-IF.

          SignOn.
             MOVE 'N' TO SignOnOK
             MOVE ZERO TO SignOnTries
             END-IF.

          GetInvoiceCurrency.
      * a Canadian customer is billed in Canadian dollars unless
      * another currency is keyed
             IF StateIsProvince
                DISPLAY "Enter currency code (blank for CAD) : "
                   WITH NO ADVANCING
             ELSE
                DISPLAY "Enter currency code (blank for USD) : "
                   WITH NO ADVANCING
             END-IF
             ACCEPT CurrCode
             MOVE FUNCTION UPPER-CASE(CurrCode) TO CurrCode
             IF CurrCode = SPACE
                IF StateIsProvince
                   MOVE "CAD" TO CurrCode
                ELSE
                   MOVE "USD" TO CurrCode
                END-IF
             END-IF
             MOVE 1.0000 TO CurrRate
             IF CurrCode NOT = "USD"
                   MOVE RepCode TO CustRep
                   MOVE BranchCode TO CustBranch
                   MOVE CustCategory TO CustCat
                   MOVE TermsCode TO CustTerms
                   MOVE Email TO CustEmail
                   MOVE NoEmailFlag TO CustEmailOff
                   MOVE DelivPref TO CustDeliv
                   DISPLAY "Invoicing " FUNCTION TRIM(CustomerName)
                      " - State " StateCode
                END-IF
             END-IF.

          CheckCustomerCredit.
             PERFORM LoadCreditGroup
             PERFORM ComputeOpenBalance
             MOVE 'N' TO CreditStop
             IF CustOnHold
                DISPLAY "Customer " CustIDNum " is on credit hold"
                MOVE 'Y' TO CreditStop
             END-IF
             IF GroupParent NOT = CustIDNum
                AND GroupHold = 'H'
                DISPLAY "Bill-to parent " GroupParent
                   " is on credit hold"
                MOVE 'Y' TO CreditStop
             END-IF
             IF GroupCount > 1
                DISPLAY "Credit tested for bill-to group "
                   GroupParent " (" GroupCount " accounts)"
             END-IF
             IF GroupLimit > ZERO
                AND OpenBalance >= GroupLimit
                MOVE OpenBalance TO Dollar
                DISPLAY "Open balance " Dollar
                   " is at or over the credit limit "
                   WITH NO ADVANCING
                MOVE GroupLimit TO Dollar
                DISPLAY Dollar
                MOVE 'Y' TO CreditStop
             END-IF
                END-IF
             END-IF.

          LoadCreditGroup.
      * a store answers to its parent's limit and hold; the group
      * is the parent and every customer that names it as parent.
      * The customer record is put back as it was found.
             MOVE CustomerData TO GroupImage
             MOVE CustIDNum TO GroupParent
             MOVE CreditLimit TO GroupLimit
             MOVE CreditHold TO GroupHold
             IF ParentID NOT = ZERO
                MOVE ParentID TO IDNum
                READ CustomerFile
                   INVALID KEY
                      DISPLAY "Bill-to parent " ParentID
                         " not on file - own limit used"
                   NOT INVALID KEY
                      MOVE IDNum TO GroupParent
                      MOVE CreditLimit TO GroupLimit
                      MOVE CreditHold TO GroupHold
                END-READ
             END-IF
             MOVE 1 TO GroupCount
             MOVE GroupParent TO GroupMember(1)
             MOVE 'N' TO GroupEOF
             MOVE LOW-VALUES TO IDNum
             START CustomerFile KEY IS NOT LESS THAN IDNum
                INVALID KEY MOVE 'Y' TO GroupEOF
             END-START
             PERFORM UNTIL GroupEOF = 'Y'
                READ CustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO GroupEOF
                   NOT AT END
                      IF ParentID = GroupParent
                         AND GroupCount < 200
                         ADD 1 TO GroupCount
                         MOVE IDNum TO GroupMember(GroupCount)
                      END-IF
                END-READ
             END-PERFORM
             MOVE GroupImage TO CustomerData.

          CheckGroupMember.
             MOVE 'N' TO InGroup
             PERFORM VARYING GroupSub FROM 1 BY 1
                UNTIL GroupSub > GroupCount OR InGroup = 'Y'
                IF GroupMember(GroupSub) = IMCustID
                   MOVE 'Y' TO InGroup
                END-IF
             END-PERFORM.

          ComputeOpenBalance.
             MOVE ZERO TO OpenBalance
             MOVE 'N' TO MastEOF
                READ InvMastFile NEXT RECORD
                   AT END MOVE 'Y' TO MastEOF
                   NOT AT END
                      PERFORM CheckGroupMember
                      IF InGroup = 'Y' AND IMOpen
                         IF IMCreditMemo
                            COMPUTE OpenBalance =
                               OpenBalance - IMTotal + IMPaid
      * unapplied cash on the account nets the balance the same
      * way paymnt figures it, so the credit gate and the clerk's
      * screen agree
             OPEN INPUT CashFile
             PERFORM VARYING GroupSub FROM 1 BY 1
                UNTIL GroupSub > GroupCount
                MOVE ZERO TO CashAvail
                MOVE GroupMember(GroupSub) TO ACCustID
                READ CashFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE ACAmount TO CashAvail
                END-READ
                SUBTRACT CashAvail FROM OpenBalance
             END-PERFORM
             CLOSE CashFile.

          LookupTaxRate.
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
                DISPLAY "Customer is tax exempt - certificate "
                   FUNCTION TRIM(CustCert)
             ELSE
                IF StateIsProvince
                   PERFORM LookupCanadaTax
                   IF CanStatus = '1'
                      DISPLAY "No Canadian rates for " StateCode
                         " - GST alone is charged"
                   END-IF
                ELSE
                   PERFORM LookupTaxRateFile
                END-IF
             END-IF.

          LookupCanadaTax.
      * TaxRate carries the combined rate for the log and the
      * quote; the tax itself is figured component by component
             MOVE FUNCTION CURRENT-DATE(1:8) TO CanAsOf
             CALL "CANRATE" USING StateCode, CanAsOf, FedType,
                FedRate, ProvType, ProvRate, CanStatus
             COMPUTE TaxRate ROUNDED = FedRate + ProvRate.

          LookupTaxRateFile.
             MOVE 'N' TO TaxFound
             OPEN INPUT TaxFile
             ELSE
                PERFORM GetLineItem WITH TEST AFTER
                   UNTIL ItemFound = 'Y'
                MOVE ZERO TO BackQty
                IF QuoteMode NOT = 'Y' AND PickMode NOT = 'Y'
                   IF KitItem = 'Y'
                      PERFORM CheckKitStock
                   ELSE
                      PERFORM CheckShortage
                   END-IF
                END-IF
                IF Quantity = ZERO AND BackQty = ZERO
                   DISPLAY "Nothing on hand - line dropped"
                ELSE
                   PERFORM PriceLineItem
                END-IF
                IF PickMode = 'Y' AND ItemCount >= 50
                   DISPLAY "An order takes 50 lines - key the rest "
                      "as another order"
                   MOVE 'N' TO MoreItems
                ELSE
                   DISPLAY "Another item? (Y/N): " WITH NO ADVANCING
                   ACCEPT MoreItems
                END-IF
             END-IF.

          CheckShortage.
      * what is available is what the invoicing branch holds; a
      * negative on-hand left over from before backorders counts
      * as nothing available
             MOVE 'Q' TO LocFunc
             MOVE ZERO TO LocQty
             CALL "STKLOC" USING EntryItemCode, CustBranch,
                LocFunc, LocQty, LocOnHand, LocStatus
             IF LocOnHand > ZERO
                MOVE LocOnHand TO AvailQty
             ELSE
                MOVE ZERO TO AvailQty
             END-IF
             IF Quantity > AvailQty
                COMPUTE ShortQty = Quantity - AvailQty
                MOVE ShortQty TO ShortDisp
                MOVE AvailQty TO AvailDisp
                DISPLAY "Only " AvailDisp " on hand - short "
                   ShortDisp
                DISPLAY "B = ship what is on hand and backorder the "
                   "rest, C = cut the line : " WITH NO ADVANCING
                ACCEPT ShortReply
                MOVE FUNCTION UPPER-CASE(ShortReply) TO ShortReply
                IF ShortReply = 'C'
                   DISPLAY "Line cut to " AvailDisp
                ELSE
                   MOVE ShortQty TO BackQty
                   DISPLAY "Shipping " AvailDisp ", backordering "
                      ShortDisp
                END-IF
                MOVE AvailQty TO Quantity
             END-IF.

          PriceLineItem.
             PERFORM OfferPriceOverride
             MOVE Quantity TO GSOperand1
             MOVE UnitPrice TO GSOperand2
             CALL "GETSUM" USING GSOperand1, GSOperand2, "M",
                GSResult, GSStatus
             MOVE GSResult TO LineTotal
             IF ContractLine = 'Y' AND UnitPrice NOT = ContractPrice
                DISPLAY "Override replaces the contract price"
                MOVE 'N' TO ContractLine
             END-IF
             MOVE ZERO TO TierDiscount
             MOVE ZERO TO LineDiscount
             MOVE ZERO TO ContractSave
             MOVE SPACE TO LinePromo
             MOVE ZERO TO LinePromoDisc
             IF ContractLine = 'Y'
                PERFORM TakeContractPrice
             ELSE
                IF LineOverride NOT = 'Y'
                   PERFORM ApplyPromotion
                END-IF
                PERFORM ApplyTierDiscount
                IF LinePromo = SPACE
                   PERFORM ApplyQuantityBreak
                ELSE
                   MOVE ZERO TO DiscRateUsed
                END-IF
             END-IF
             ADD LineTotal TO Subtotal
             IF LineTaxable NOT = 'N'
                ADD LineTotal TO TaxableSubtotal
             END-IF
             IF QuoteMode NOT = 'Y' AND PickMode NOT = 'Y'
                IF KitItem = 'Y'
                   PERFORM RelieveKit
                ELSE
                   PERFORM RelieveOnHand
                END-IF
                PERFORM WriteSaleLine
                IF BackQty > ZERO
                   MOVE EntryItemCode TO BackItem
                   MOVE LineTaxable TO BackTaxable
                   COMPUTE BackNetPrice ROUNDED = UnitPrice
                      * (1 - TierRateUsed) * CurrRate
                   PERFORM WriteBackorder
                END-IF
             END-IF
             IF ItemCount < 50
                ADD 1 TO ItemCount
                MOVE Quantity TO ItQty(ItemCount)
                MOVE UnitPrice TO ItPrice(ItemCount)
                MOVE LineTotal TO ItTotal(ItemCount)
                MOVE ItemDesc(1:20) TO ItDesc(ItemCount)
                MOVE BackQty TO ItShort(ItemCount)
                MOVE EntryItemCode TO ItCode(ItemCount)
                MOVE LineTaxable TO ItTax(ItemCount)
                MOVE ItemCount TO ItLineNo(ItemCount)
                MOVE Quantity TO ItOrdQty(ItemCount)
                MOVE TierDiscount TO ItTierDisc(ItemCount)
                MOVE LineDiscount TO ItQtyDisc(ItemCount)
                MOVE ContractSave TO ItContSave(ItemCount)
                MOVE LinePromo TO ItPromo(ItemCount)
                MOVE LinePromoDisc TO ItPromoDisc(ItemCount)
             ELSE
                IF ItemTableFull NOT = 'Y'
                   DISPLAY "More than 50 line items - further "
                      "items won't show on the printed invoice"
                   MOVE 'Y' TO ItemTableFull
                END-IF
             END-IF
             DISPLAY "Line total : " LineTotal
             IF CurrCode NOT = "USD"
                COMPUTE HomeLine ROUNDED = LineTotal * CurrRate
                MOVE HomeLine TO Dollar
                DISPLAY "Home equiv : " Dollar
             END-IF.

          GetLineItem.
             MOVE 'Y' TO ItemFound
             MOVE 'N' TO ContractLine
             DISPLAY "Enter item code : " WITH NO ADVANCING
             ACCEPT EntryItemCode
             MOVE FUNCTION UPPER-CASE(EntryItemCode)
             ELSE
                MOVE ItemPrice TO UnitPrice
                MOVE ItemTaxable TO LineTaxable
                MOVE ItemCost TO LineUnitCost
                MOVE UnitPrice TO Dollar
                DISPLAY FUNCTION TRIM(ItemDesc) " at " Dollar
                PERFORM CheckContract
                PERFORM CheckForKit
                IF KitItem = 'Y'
                   DISPLAY "  (kit - sold from its components)"
                END-IF
             END-IF.

          CheckContract.
      * an agreement in force on the invoice date for this customer
      * and item replaces the list price
             MOVE ItemPrice TO ContractList
             MOVE CustIDNum TO CPCustID
             MOVE EntryItemCode TO CPItemCode
             READ ContractFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF CPStartDate NOT > RunDate
                      AND CPEndDate NOT < RunDate
                      MOVE 'Y' TO ContractLine
                      MOVE CPPrice TO ContractPrice
                      MOVE CPPrice TO UnitPrice
                      MOVE UnitPrice TO Dollar
                      DISPLAY "Contract price " Dollar
                         " - agreement runs through " CPEndDate
                   END-IF
             END-READ.

          CheckForKit.
      * an item with components on the kit file is a kit
             MOVE 'N' TO KitItem
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
      * quantity of kits or the kit is not sold; the kit costs what
      * its components cost
             MOVE 'N' TO KitShort
             MOVE ZERO TO KitCost
             PERFORM StartKitComponents
             PERFORM UNTIL KitEOF = 'Y'
                READ KitFile NEXT RECORD
                   AT END MOVE 'Y' TO KitEOF
                   NOT AT END
                      IF KDKitCode NOT = EntryItemCode
                         MOVE 'Y' TO KitEOF
                      ELSE
                         PERFORM CheckKitComponent
                      END-IF
                END-READ
             END-PERFORM
             MOVE KitCost TO LineUnitCost
             PERFORM RereadKitItem
             IF KitShort = 'Y'
                DISPLAY "Kit not sold - a component is short"
                MOVE ZERO TO Quantity
             END-IF.

          StartKitComponents.
             MOVE EntryItemCode TO KDKitCode
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
                MOVE KitNeed TO KitNeedDisp
                MOVE LocOnHand TO KitHaveDisp
                DISPLAY "Component " KDCompCode " short - need "
                   KitNeedDisp ", on hand " KitHaveDisp
             END-IF
             MOVE KDCompCode TO ItemCode
             READ ItemFile
                INVALID KEY
                   MOVE 'Y' TO KitShort
                   DISPLAY "Component " KDCompCode
                      " not on the item master"
                NOT INVALID KEY
                   COMPUTE KitCost = KitCost + (KDQty * ItemCost)
             END-READ.

          RelieveKit.
             PERFORM StartKitComponents
             PERFORM UNTIL KitEOF = 'Y'
                READ KitFile NEXT RECORD
                   AT END MOVE 'Y' TO KitEOF
                   NOT AT END
                      IF KDKitCode NOT = EntryItemCode
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
             MOVE EntryItemCode TO ItemCode
             READ ItemFile
                INVALID KEY CONTINUE
             END-READ.

          RelieveOnHand.
             MOVE EntryItemCode TO ItemCode
             READ ItemFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   SUBTRACT Quantity FROM ItemOnHand
                   REWRITE ItemData
                      INVALID KEY DISPLAY "On-hand not updated for "
                         ItemCode
                   END-REWRITE
                   MOVE 'A' TO LocFunc
                   COMPUTE LocQty = ZERO - Quantity
                   CALL "STKLOC" USING EntryItemCode, CustBranch,
                      LocFunc, LocQty, LocOnHand, LocStatus
             END-READ.

          WriteSaleLine.
      * the cost journal line for what ships, and its weight
      * towards the freight; a line wholly backordered sells
      * nothing yet and bofill journals it when it fills
             IF Quantity > ZERO
                PERFORM AddLineWeight
                COMPUTE HomeLine ROUNDED = LineTotal * CurrRate
                COMPUTE LineCost ROUNDED = Quantity * LineUnitCost
                ADD LineCost TO CostTotal
                OPEN EXTEND SaleLineFile
                MOVE FUNCTION CURRENT-DATE(1:8) TO SLDate
                MOVE InvoiceNum TO SLInvNum
                MOVE CustIDNum TO SLCustID
                MOVE CustRep TO SLRep
                MOVE CustBranch TO SLBranch
                MOVE EntryItemCode TO SLItemCode
                MOVE Quantity TO SLQty
                MOVE HomeLine TO SLSales
                MOVE LineUnitCost TO SLUnitCost
                MOVE LineCost TO SLCost
                MOVE 'N' TO SLVoid
                MOVE LinePromo TO SLPromo
                COMPUTE SLPromoDisc ROUNDED = LinePromoDisc * CurrRate
                WRITE SaleLineData
                CLOSE SaleLineFile
                IF LinePromo NOT = SPACE
                   ADD SLPromoDisc TO PromoTotal
                   PERFORM NotePromoCode
                END-IF
             END-IF.

          NotePromoCode.
      * the codes an invoice sold under, for its log line
             MOVE 'N' TO PromoSeen
             PERFORM VARYING PromoSub FROM 1 BY 1
                UNTIL PromoSub > PromoCodeCt
                IF PromoCodeTab(PromoSub) = LinePromo
                   MOVE 'Y' TO PromoSeen
                END-IF
             END-PERFORM
             IF PromoSeen = 'N' AND PromoCodeCt < 4
                ADD 1 TO PromoCodeCt
                MOVE LinePromo TO PromoCodeTab(PromoCodeCt)
             END-IF.

          AddLineWeight.
             MOVE EntryItemCode TO ItemCode
             READ ItemFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   COMPUTE ShipWeight = ShipWeight
                      + Quantity * ItemWeight
             END-READ.

          WriteBackorder.
      * one open backorder per customer and item: a further
      * shortage adds to it and keeps the original date, and a
      * filled record left on file is taken over afresh
             OPEN I-O BackordFile
             MOVE CustIDNum TO BOCustID
             MOVE BackItem TO BOItemCode
             MOVE 'Y' TO BackFound
             READ BackordFile
                INVALID KEY MOVE 'N' TO BackFound
             END-READ
             IF BackFound = 'Y' AND BOOpen
                ADD BackQty TO BOQty
                MOVE SignedOnID TO BOOperID
                REWRITE BackordData
                   INVALID KEY DISPLAY "Backorder not updated for "
                      BackItem
                END-REWRITE
             ELSE
                MOVE CustIDNum TO BOCustID
                MOVE BackItem TO BOItemCode
                MOVE FUNCTION CURRENT-DATE(1:8) TO BODate
                MOVE InvoiceNum TO BOInvNum
                MOVE BackQty TO BOQty
                MOVE BackNetPrice TO BONetPrice
                MOVE BackTaxable TO BOTaxable
                SET BOOpen TO TRUE
                MOVE ZERO TO BOFillDate
                MOVE ZERO TO BOFillInv
                MOVE SignedOnID TO BOOperID
                IF BackFound = 'Y'
                   REWRITE BackordData
                      INVALID KEY DISPLAY "Backorder not written "
                         "for " BackItem
                   END-REWRITE
                ELSE
                   WRITE BackordData
                      INVALID KEY DISPLAY "Backorder not written "
                         "for " BackItem
                   END-WRITE
                END-IF
             END-IF
             CLOSE BackordFile.

          OfferPriceOverride.
             MOVE 'N' TO LineOverride
             IF OperSupervisor
                DISPLAY "Override unit price? (Y/N): "
                   WITH NO ADVANCING
                   DISPLAY "Enter unit price : " WITH NO ADVANCING
                   ACCEPT UnitPrice
                   ADD 1 TO OverrideCount
                   MOVE 'Y' TO LineOverride
                END-IF
             END-IF.

          TakeContractPrice.
      * the agreed price is net: no tier or quantity break on top.
      * What it gives away against list is totalled for the log.
             MOVE ZERO TO TierRateUsed
             MOVE ZERO TO DiscRateUsed
             MOVE ZERO TO ContractSave
             IF ContractList > ContractPrice
                COMPUTE ContractSave
                   = (ContractList - ContractPrice) * Quantity
             END-IF
             ADD ContractSave TO ContractTotal
             ADD 1 TO ContractCount
             MOVE ContractSave TO Dollar
             DISPLAY "Contract   : " Dollar " under list".

          ApplyTierDiscount.
             MOVE ZERO TO TierRateUsed
             IF CustCat = SPACE
                DISPLAY "Tier disc  : " Dollar
             END-IF.

          ApplyPromotion.
      * a promotion comes off the list-price line first; the
      * quantity break is not taken on top of it
             MOVE Quantity TO PromoQty
             MOVE UnitPrice TO PromoPrice
             CALL "PROMOCHK" USING EntryItemCode, PromoQty,
                PromoPrice, RunDate, LinePromo, PromoDisc,
                PromoStatus
             IF PromoStatus = '0' AND PromoDisc > ZERO
                IF PromoDisc > LineTotal
                   MOVE LineTotal TO PromoDisc
                END-IF
                MOVE PromoDisc TO LinePromoDisc
                SUBTRACT LinePromoDisc FROM LineTotal
                ADD LinePromoDisc TO DiscountTotal
                MOVE LinePromoDisc TO Dollar
                DISPLAY "Promotion  : " LinePromo " " Dollar
             ELSE
                MOVE SPACE TO LinePromo
             END-IF.

          ApplyQuantityBreak.
             MOVE ZERO TO DiscRateUsed
             PERFORM VARYING DiscIdx FROM 1 BY 1
             END-IF.

          ComputeInvoiceTax.
      * freight is taxed in the share the taxable goods bear of
      * the subtotal
             PERFORM ComputeFreight
             MOVE ZERO TO FrtTaxable
             IF Freight > ZERO AND Subtotal > ZERO
                COMPUTE FrtTaxable ROUNDED
                   = Freight * TaxableSubtotal / Subtotal
             END-IF
             COMPUTE TaxBase = TaxableSubtotal + FrtTaxable
             EVALUATE RoundChoice
                WHEN 2
                   COMPUTE TaxAmount ROUNDED MODE IS NEAREST-EVEN
                      = TaxBase * TaxRate
                WHEN 3
                   COMPUTE TaxAmount ROUNDED MODE IS TRUNCATION
                      = TaxBase * TaxRate
                WHEN OTHER
                   COMPUTE TaxAmount
                      ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                      = TaxBase * TaxRate
             END-EVALUATE
             MOVE 'N' TO CanadaTax
             IF StateIsProvince AND CustExempt NOT = 'E'
                PERFORM ComputeCanadaTax
             END-IF
             MOVE Subtotal TO GSOperand1
             MOVE Freight TO GSOperand2
             CALL "GETSUM" USING GSOperand1, GSOperand2, "A",
                GSResult, GSStatus
             MOVE GSResult TO GSOperand1
             MOVE TaxAmount TO GSOperand2
             CALL "GETSUM" USING GSOperand1, GSOperand2, "A",
                GSResult, GSStatus
             MOVE GSResult TO InvoiceTotal.

          ComputeCanadaTax.
      * each component is rounded on its own, as it is remitted
             PERFORM LookupCanadaTax
             MOVE 'Y' TO CanadaTax
             MOVE FedRate TO CompRate
             PERFORM RoundTaxComponent
             MOVE CompTax TO FedTax
             MOVE ProvRate TO CompRate
             PERFORM RoundTaxComponent
             MOVE CompTax TO ProvTax
             COMPUTE TaxAmount = FedTax + ProvTax.

          RoundTaxComponent.
             EVALUATE RoundChoice
                WHEN 2
                   COMPUTE CompTax ROUNDED MODE IS NEAREST-EVEN
                      = TaxBase * CompRate
                WHEN 3
                   COMPUTE CompTax ROUNDED MODE IS TRUNCATION
                      = TaxBase * CompRate
                WHEN OTHER
                   COMPUTE CompTax
                      ROUNDED MODE IS NEAREST-AWAY-FROM-ZERO
                      = TaxBase * CompRate
             END-EVALUATE.

          ComputeFreight.
      * freight is billed on what ships; a quote or an order to
      * pick carries none until it is invoiced.  The rate table is
      * in home dollars, the invoice in its own currency.
             MOVE ZERO TO Freight
             MOVE ZERO TO HomeFreight
             MOVE SPACE TO FrtStatus
             IF QuoteMode NOT = 'Y' AND PickMode NOT = 'Y'
                COMPUTE FrtHomeSub ROUNDED = Subtotal * CurrRate
                CALL "FRTCALC" USING CustZip, StateCode, ShipWeight,
                   FrtHomeSub, FrtZone, FrtHome, FrtStatus
                EVALUATE FrtStatus
                   WHEN '1'
                      DISPLAY "Subtotal is over the free-freight "
                         "threshold - no freight"
                   WHEN '3'
                      DISPLAY "Heavier than the top band for zone "
                         FrtZone " - top band charged"
                   WHEN '8'
                      DISPLAY "No shipping zone for ZIP " CustZip
                         " - freight not charged"
                   WHEN '9'
                      DISPLAY "No freight rates for zone " FrtZone
                         " - freight not charged (see frtmaint)"
                END-EVALUATE
                IF FrtHome > ZERO
                   COMPUTE Freight ROUNDED = FrtHome / CurrRate
                   MOVE FrtHome TO HomeFreight
                END-IF
             END-IF.

          LogTransaction.
             MOVE FUNCTION CURRENT-DATE TO TimeStamp
             OPEN EXTEND TransactionFile
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
             IF HomeFreight > ZERO
                MOVE HomeFreight TO Dollar
                MOVE FUNCTION TRIM(Dollar) TO LogFreight
                STRING FUNCTION TRIM(TransactionLine TRAILING)
                   DELIMITED BY SIZE
                   " Frt=" DELIMITED BY SIZE
                   FUNCTION TRIM(LogFreight) DELIMITED BY SIZE
                   INTO TransactionLine
                END-STRING
             END-IF
             IF PromoCodeCt > ZERO
                MOVE SPACE TO LogPromoCodes
                MOVE PromoCodeTab(1) TO LogPromoCodes
                PERFORM VARYING PromoSub FROM 2 BY 1
                   UNTIL PromoSub > PromoCodeCt
                   STRING FUNCTION TRIM(LogPromoCodes)
                      DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(PromoCodeTab(PromoSub))
                      DELIMITED BY SIZE
                      INTO LogPromoCodes
                   END-STRING
                END-PERFORM
                MOVE PromoTotal TO Dollar
                MOVE FUNCTION TRIM(Dollar) TO LogPromoDisc
                STRING FUNCTION TRIM(TransactionLine TRAILING)
                   DELIMITED BY SIZE
                   " Promo=" DELIMITED BY SIZE
                   FUNCTION TRIM(LogPromoCodes) DELIMITED BY SIZE
                   " PromoDisc=" DELIMITED BY SIZE
                   FUNCTION TRIM(LogPromoDisc) DELIMITED BY SIZE
                   INTO TransactionLine
                END-STRING
             END-IF
      * the Canadian components stay in the invoice's currency, as
      * they are remitted in Canadian dollars
             IF CanadaTax = 'Y'
                MOVE FedTax TO Dollar
                MOVE FUNCTION TRIM(Dollar) TO LogFedTax
                STRING FUNCTION TRIM(TransactionLine TRAILING)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FedType DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   FUNCTION TRIM(LogFedTax) DELIMITED BY SIZE
                   INTO TransactionLine
                END-STRING
                IF ProvType NOT = SPACE
                   MOVE ProvTax TO Dollar
                   MOVE FUNCTION TRIM(Dollar) TO LogProvTax
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
             IF ContractCount > ZERO
                COMPUTE HomeLine ROUNDED = ContractTotal * CurrRate
                MOVE HomeLine TO Dollar
                MOVE FUNCTION TRIM(Dollar) TO LogContract
                STRING FUNCTION TRIM(TransactionLine TRAILING)
                   DELIMITED BY SIZE
                   " Contract=" DELIMITED BY SIZE
                   FUNCTION TRIM(LogContract) DELIMITED BY SIZE
                   INTO TransactionLine
                END-STRING
             END-IF
             WRITE TransactionLine
             CLOSE TransactionFile.

          ResolveTerms.
             MOVE TimeStamp(1:8) TO TermsInvDate
             CALL "TERMCALC" USING CustTerms, TermsInvDate, TermsDue,
                TermsDiscDate, TermsDiscRate, TermsFinRate,
                TermsStatus
             IF TermsStatus NOT = '0' AND CustTerms NOT = SPACE
                DISPLAY "Terms " CustTerms " not on the terms "
                   "master - billed net 30"
             END-IF.

          WriteInvMaster.
             PERFORM ResolveTerms
             OPEN I-O InvMastFile
             MOVE InvoiceNum TO IMInvNum
             MOVE CustIDNum TO IMCustID
             MOVE ZERO TO IMPaid
             SET IMOpen TO TRUE
             SET IMInvoice TO TRUE
             MOVE CustTerms TO IMTermsCode
             MOVE TermsDue TO IMDueDate
             MOVE TermsDiscDate TO IMDiscDate
             MOVE TermsDiscRate TO IMDiscRate
             SET IMNotDisputed TO TRUE
             MOVE ZERO TO PtsCount
             WRITE InvMastData
                INVALID KEY
                   DISPLAY "Invoice " InvoiceNum
                      " already on the master - not rewritten"
                NOT INVALID KEY
                   PERFORM EarnPoints
             END-WRITE
             CLOSE InvMastFile.

          EarnPoints.
      * retail customers only; a blank category reads retail
             IF CustCat = SPACE OR CustCat = 'R'
                MOVE TimeStamp(1:8) TO PtsDate
                MOVE 'E' TO PtsFunc
                MOVE 'I' TO PtsSource
                MOVE HomeSubtotal TO PtsAmount
                MOVE ZERO TO PtsCount
                CALL "PTSPOST" USING CustIDNum, PtsDate, PtsFunc,
                   PtsSource, InvoiceNum, PtsAmount, PtsCount,
                   PtsStatus
                IF PtsStatus = '0'
                   MOVE PtsCount TO PtsDisp
                   DISPLAY "Loyalty points earned : " PtsDisp
                ELSE
                   MOVE ZERO TO PtsCount
                END-IF
             END-IF.

          PrintInvoiceDoc.
             MOVE 'O' TO EOAction
             MOVE SPACE TO EODocRef
             STRING "INV " DELIMITED BY SIZE
                InvoiceNum DELIMITED BY SIZE
                INTO EODocRef
             END-STRING
             MOVE SPACE TO EOText
             STRING "Invoice " DELIMITED BY SIZE
                InvoiceNum DELIMITED BY SIZE
                INTO EOText
             END-STRING
             PERFORM CallEmailOut
             IF EORoute NOT = 'E'
                OPEN OUTPUT InvoiceFile
             END-IF
             MOVE SPACE TO InvLineBuf
             STRING "INVOICE No: " DELIMITED BY SIZE
                InvoiceNum DELIMITED BY SIZE
                TimeStamp(7:2) DELIMITED BY SIZE
                INTO InvLineBuf
             END-STRING
             PERFORM WriteInvDocLine
             MOVE SPACE TO InvLineBuf
             IF CustTerms = SPACE OR TermsStatus NOT = '0'
                MOVE "N30" TO TermsShown
             ELSE
                MOVE CustTerms TO TermsShown
             END-IF
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
             PERFORM WriteInvDocLine
             MOVE SPACE TO InvLineBuf
             PERFORM WriteInvDocLine
             MOVE CustomerName TO InvLineBuf
             PERFORM WriteInvDocLine
             MOVE CustStreetAddr TO InvLineBuf
             PERFORM WriteInvDocLine
             MOVE SPACE TO InvLineBuf
             STRING FUNCTION TRIM(CustCity) DELIMITED BY SIZE
                ", " DELIMITED BY SIZE
                CustZip DELIMITED BY SIZE
                INTO InvLineBuf
             END-STRING
             PERFORM WriteInvDocLine
             MOVE SPACE TO InvLineBuf
             PERFORM WriteInvDocLine
             MOVE "  Qty     Unit Price      Line Total  "
                TO InvLineBuf
             MOVE "Description" TO InvLineBuf(41:11)
             PERFORM WriteInvDocLine
             PERFORM PrintInvoiceItem VARYING ItemSub FROM 1 BY 1
                UNTIL ItemSub > ItemCount
             MOVE SPACE TO InvLineBuf
             PERFORM WriteInvDocLine
             IF TierDiscTotal > ZERO
                MOVE TierDiscTotal TO Dollar
                MOVE FUNCTION TRIM(Dollar) TO TotalDisp
                   TotalDisp DELIMITED BY SIZE
                   INTO InvLineBuf
                END-STRING
                PERFORM WriteInvDocLine
             END-IF
             IF QtyDiscTotal > ZERO
                MOVE QtyDiscTotal TO Dollar
                   TotalDisp DELIMITED BY SIZE
                   INTO InvLineBuf
                END-STRING
                PERFORM WriteInvDocLine
             END-IF
             MOVE Subtotal TO Dollar
             MOVE FUNCTION TRIM(Dollar) TO TotalDisp
                TotalDisp DELIMITED BY SIZE
                INTO InvLineBuf
             END-STRING
             PERFORM WriteInvDocLine
             EVALUATE TRUE
                WHEN Freight > ZERO
                   MOVE Freight TO Dollar
                   MOVE FUNCTION TRIM(Dollar) TO TotalDisp
                   MOVE SPACE TO InvLineBuf
                   STRING "Freight    : " DELIMITED BY SIZE
                      TotalDisp DELIMITED BY SIZE
                      INTO InvLineBuf
                   END-STRING
                   PERFORM WriteInvDocLine
                WHEN FrtStatus = '1'
                   MOVE "Freight    : FREE" TO InvLineBuf
                   PERFORM WriteInvDocLine
             END-EVALUATE
             MOVE TaxAmount TO Dollar
             MOVE FUNCTION TRIM(Dollar) TO TotalDisp
             MOVE SPACE TO InvLineBuf
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
             PERFORM WriteInvDocLine
             MOVE InvoiceTotal TO Dollar
             MOVE FUNCTION TRIM(Dollar) TO TotalDisp
             MOVE SPACE TO InvLineBuf
                TotalDisp DELIMITED BY SIZE
                INTO InvLineBuf
             END-STRING
             PERFORM WriteInvDocLine
             IF TermsDiscRate > ZERO
                COMPUTE TermsPctDisp = TermsDiscRate * 100
                MOVE SPACE TO InvLineBuf
                STRING "Take " DELIMITED BY SIZE
                   FUNCTION TRIM(TermsPctDisp) DELIMITED BY SIZE
                   "% off if paid by " DELIMITED BY SIZE
                   TermsDiscDate(1:4) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   TermsDiscDate(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   TermsDiscDate(7:2) DELIMITED BY SIZE
                   INTO InvLineBuf
                END-STRING
                PERFORM WriteInvDocLine
             END-IF
             IF PtsCount > ZERO
                MOVE PtsCount TO PtsDisp
                MOVE SPACE TO InvLineBuf
                STRING "Loyalty points earned on this invoice: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(PtsDisp) DELIMITED BY SIZE
                   INTO InvLineBuf
                END-STRING
                PERFORM WriteInvDocLine
             END-IF
             MOVE 'C' TO EOAction
             PERFORM CallEmailOut
             IF EORoute NOT = 'E'
                CLOSE InvoiceFile
                DISPLAY "Invoice document written to invoice.txt"
             END-IF
             IF EORoute NOT = 'P'
                DISPLAY "Invoice document queued to "
                   FUNCTION TRIM(CustEmail)
             END-IF
             MOVE 'P' TO EORoute.

          WriteInvDocLine.
             IF EORoute NOT = 'E'
                WRITE InvoiceLine FROM InvLineBuf
             END-IF
             IF EORoute NOT = 'P'
                MOVE 'L' TO EOAction
                MOVE InvLineBuf TO EOText
                PERFORM CallEmailOut
             END-IF.

          CallEmailOut.
             CALL "EMAILOUT" USING EOAction, EOProgName, CustIDNum,
                CustEmail, CustEmailOff, CustDeliv, EODocRef, EOText,
                EORoute.

          PrintCanadaTaxLines.
      * the components ahead of the tax total; TotalDisp still
      * holds the total when this returns
             MOVE FedTax TO Dollar
             STRING FedType DELIMITED BY SIZE
                "        : " DELIMITED BY SIZE
                FUNCTION TRIM(Dollar) DELIMITED BY SIZE
                INTO InvLineBuf
             END-STRING
             PERFORM WriteInvDocLine
             MOVE SPACE TO InvLineBuf
             IF ProvType NOT = SPACE
                MOVE ProvTax TO Dollar
                STRING ProvType DELIMITED BY SIZE
                   "        : " DELIMITED BY SIZE
                   FUNCTION TRIM(Dollar) DELIMITED BY SIZE
                   INTO InvLineBuf
                END-STRING
                PERFORM WriteInvDocLine
                MOVE SPACE TO InvLineBuf
             END-IF.

          PrintInvoiceItem.
             MOVE ItQty(ItemSub) TO QtyDisp
                ItDesc(ItemSub) DELIMITED BY SIZE
                INTO InvLineBuf
             END-STRING
             PERFORM WriteInvDocLine
             IF ItShort(ItemSub) > ZERO
                MOVE ItShort(ItemSub) TO ShortDisp
                MOVE SPACE TO InvLineBuf
                STRING "          ** " DELIMITED BY SIZE
                   ShortDisp DELIMITED BY SIZE
                   " backordered - to follow **" DELIMITED BY SIZE
                   INTO InvLineBuf
                END-STRING
                PERFORM WriteInvDocLine
             END-IF
             IF ItPromo(ItemSub) NOT = SPACE
                MOVE ItPromoDisc(ItemSub) TO Dollar
                MOVE SPACE TO InvLineBuf
                STRING "          promotion " DELIMITED BY SIZE
                   ItPromo(ItemSub) DELIMITED BY SIZE
                   " saves you " DELIMITED BY SIZE
                   FUNCTION TRIM(Dollar) DELIMITED BY SIZE
                   INTO InvLineBuf
                END-STRING
                PERFORM WriteInvDocLine
             END-IF.
