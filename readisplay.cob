      *              float, sales and refunds through the shared
      *              Dollar picture like the drawer, instead of
      *              raw implied-decimal digits.
      *   2021-11-04 Brownies - a sale takes the store-wide
      *              percentage promotion in force that day off the
      *              amount rung (PROMOCHK, promo.txt), shows what it
      *              saved, and journals the code and the discount
      *              after the amount as P=code D=amount; the Z
      *              report shows the promotions given.
      *   2021-11-06 Brownies - item-code entry: the till opens with
      *              the store's state (its rate off taxrates.txt,
      *              7.5% when the state is not on file) and branch.
      *              A sale or refund takes an item code and
      *              quantity, priced and taxed by items.txt (a kit
      *              moves its components), or a blank code for an
      *              open amount, asked whether taxable.  On-hand is
      *              relieved as the sale is rung (put back on a
      *              refund, here and at the branch through STKLOC)
      *              and the line goes on the saleline.txt cost
      *              journal under invoice zero, so the stock report
      *              and item history take counter sales in.  Item
      *              promotions now apply too.  The journal line
      *              adds I=item Q=qty T=tax after the promotion; the
      *              amount stays the goods before tax.  The drawer
      *              and the Z report take the tax in, the Z line
      *              gaining TAX= and UNITS=.
      *   2021-11-08 Brownies - tenders and the drawer count.  The
      *              cashier signs on through operators.txt before
      *              the till opens (the float line journals C=id).
      *              Every sale and refund takes its tender - C cash,
      *              K check, D card - journaled as N=tender at 73.
      *              At close the cashier keys the drawer's count by
      *              denomination and the check and card totals, and
      *              the Z report shows expected against counted for
      *              each tender.  DRAWER= on the Z line is now the
      *              cash the drawer should hold; the line adds
      *              CASHIER= and CASHOS=, CHECKOS= and CARDOS= (over
      *              or short, counted less expected) for the tillos
      *              report.  Till-history record widened to 240.
      *   2021-11-10 Brownies - loyalty points.  A sale or refund may
      *              name the customer; a retail customer on
      *              customer.txt earns points on the goods of a sale
      *              and gives back those of a refund (PTSPOST,
      *              points.txt, under reference zero).
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL TillHistory ASSIGN TO "till_history.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL ItemFile ASSIGN TO "items.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
             SELECT OPTIONAL KitFile ASSIGN TO "kitdef.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS KDKey.
             SELECT OPTIONAL TaxFile ASSIGN TO "taxrates.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TRState.
             SELECT OPTIONAL SaleLineFile ASSIGN TO "saleline.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
       DATA DIVISION.
          FILE SECTION.
             FD TillJournal.
                01 JournalLine PIC X(80).
             FD TillHistory.
                01 TillHistLine PIC X(240).
             FD ItemFile.
                COPY ITEMREC.
             FD KitFile.
                COPY KITDEF.
             FD TaxFile.
                01 TaxRateData.
                   02 TRState     PIC X(2).
                   02 TRRate      PIC V999.
                   02 TREffDate   PIC 9(8).
                   02 TRPriorRate PIC V999.
             FD SaleLineFile.
                COPY SALELINE.
             FD OperatorFile.
                01 OperRecord.
                   02 OperID    PIC X(8).
                   02 OperName  PIC X(20).
                   02 OperLevel PIC X(1).
                   02 OperPass  PIC X(12).
                   02 OperStatus PIC X(1).
                      88 OperUsable    VALUE 'A' ' '.
                      88 OperLockedOut VALUE 'L'.
                      88 OperDisabled  VALUE 'D'.
                   02 OperPwdChg PIC X(1).
             FD CustomerFile.
                COPY CUSTREC.
          WORKING-STORAGE SECTION.
          01 UserName PIC X(30) VALUE "You".
          01 EntryType PIC X VALUE 'S'.
          01 TillDate    PIC X(8).
          01 TillStamp   PIC X(14).
          01 JournalBuf  PIC X(80).
          01 TillHistBuf PIC X(240).
          01 FloatDisp   PIC X(14).
          01 SalesDisp   PIC X(14).
          01 RefundDisp  PIC X(14).
          01 PromoItem   PIC X(8) VALUE SPACE.
          01 PromoQty    PIC 9(5) VALUE 1.
          01 PromoDate   PIC 9(8).
          01 PromoCode   PIC X(6) VALUE SPACE.
          01 PromoDisc   PIC 9(7)V99 VALUE ZERO.
          01 PromoStatus PIC X.
          01 JournalDisc PIC 9(5)V99 VALUE ZERO.
          01 PromoGiven  PIC 9(7)V99 VALUE ZERO.
          01 JournalPtr  PIC 99.
          01 TillState   PIC X(2).
          01 TillBranch  PIC X(3).
          01 TaxRate     PIC V999.
          01 TaxFound    PIC X.
          01 TaxPct      PIC 99V9.
          01 TaxPctDisp  PIC Z9.9.
          01 EntryItem   PIC X(8).
          01 EntryQty    PIC 9(5).
          01 EntryTaxable PIC X.
          01 EntryTax    PIC 9(5)V99 VALUE ZERO.
          01 ItemOK      PIC X.
          01 GoodsAmt    PIC 9(7)V99.
          01 PromoPrice  PIC 9(5)V99.
          01 LineUnitCost PIC 9(5)V9999.
          01 LineCost    PIC 9(7)V99.
          01 KitEOF      PIC X.
          01 IsKit       PIC X.
          01 KitNeed     PIC S9(5).
          01 LocFunc     PIC X.
          01 LocQty      PIC S9(5).
          01 LocOnHand   PIC S9(5).
          01 LocStatus   PIC X.
          01 TaxTotal    PIC S9(7)V99 VALUE ZERO.
          01 UnitsNet    PIC S9(7) VALUE ZERO.
          01 TaxDisp     PIC X(14).
          01 UnitsDisp   PIC -(6)9.
          01 SignOnEntry   PIC X(8).
          01 SignedOnID    PIC X(8) VALUE SPACE.
          01 SignedOnName  PIC X(20).
          01 SignOnOK    PIC X VALUE 'N'.
          01 SignOnTries PIC 9.
          01 PwEntry     PIC X(12).
          01 OperEOF     PIC X.
          01 EntryTender PIC X.
             88 TenderCash  VALUE 'C'.
             88 TenderCheck VALUE 'K'.
             88 TenderCard  VALUE 'D'.
             88 TenderValid VALUE 'C' 'K' 'D'.
          01 TenderSub   PIC 9.
          01 EntryCollected PIC 9(7)V99.
      * expected and counted by tender: 1 cash, 2 check, 3 card
          01 TenderTable.
             02 TenderEntry OCCURS 3 TIMES.
                03 TdName      PIC X(6).
                03 TdExpected  PIC S9(7)V99.
                03 TdCounted   PIC S9(7)V99.
                03 TdOverShort PIC S9(7)V99.
      * the drawer's denominations, notes then coin
          01 DenomTable  PIC X(50)
             VALUE "10000050000200001000005000010000025000100000500001".
          01 DenomList REDEFINES DenomTable.
             02 DenomValue PIC 9(3)V99 OCCURS 10 TIMES.
          01 DenomSub    PIC 99.
          01 DenomCount  PIC 9(5).
          01 DenomDisp   PIC $$$9.99.
          01 CountedCash PIC 9(7)V99.
          01 CountIn     PIC 9(7)V99.
          01 ExpDisp     PIC X(14).
          01 CntDisp     PIC X(14).
          01 CashOSDisp  PIC X(14).
          01 CheckOSDisp PIC X(14).
          01 CardOSDisp  PIC X(14).
          01 EntryCustID PIC 9(5).
          01 PtsDate     PIC 9(8).
          01 PtsFunc     PIC X(1).
          01 PtsSource   PIC X(1) VALUE 'T'.
          01 PtsRef      PIC 9(7) VALUE ZERO.
          01 PtsAmount   PIC 9(7)V99.
          01 PtsCount    PIC 9(7).
          01 PtsStatus   PIC X(1).
          01 PtsDisp     PIC Z(6)9.
          01 SSNum.
             02 SSArea   PIC 999.
             02 SSGroup  PIC 99.
           DISPLAY "Hello " UserName.
           MOVE ZERO TO UserName
           DISPLAY UserName
           PERFORM SignOn
           IF SignOnOK = 'Y'
              PERFORM OpenTill
              PERFORM TillEntry WITH TEST AFTER
                 UNTIL MoreEntries NOT = 'Y'
              PERFORM CloseTill
           END-IF
           PERFORM AcceptSSN
           DISPLAY "Area:" SSArea
       STOP RUN.

           SignOn.
              MOVE 'N' TO SignOnOK
              MOVE ZERO TO SignOnTries
              PERFORM UNTIL SignOnOK = 'Y' OR SignOnTries >= 3
                 ADD 1 TO SignOnTries
                 DISPLAY "Cashier ID : " WITH NO ADVANCING
                 ACCEPT SignOnEntry
                 PERFORM CheckOperator
                 IF SignOnOK NOT = 'Y'
                    DISPLAY "Sign-on refused"
                 END-IF
              END-PERFORM
              IF SignOnOK = 'Y'
                 DISPLAY "Signed on : " FUNCTION TRIM(SignedOnName)
              ELSE
                 DISPLAY "Sign-on failed - till not opened"
              END-IF.

           CheckOperator.
              MOVE 'N' TO OperEOF
              OPEN INPUT OperatorFile
              PERFORM UNTIL OperEOF = 'Y'
                 READ OperatorFile
                    AT END MOVE 'Y' TO OperEOF
                    NOT AT END
                       IF OperID = SignOnEntry
                          AND OperUsable
                          PERFORM CheckOperPassword
                          MOVE 'Y' TO OperEOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OperatorFile.

           CheckOperPassword.
      * a blank password is a new or just-reset operator: they
      * get in once here and the application sign-on forces them
      * to set one
              IF OperPass = SPACE
                 MOVE 'Y' TO SignOnOK
              ELSE
                 DISPLAY "Password : " WITH NO ADVANCING
                 ACCEPT PwEntry
                 IF PwEntry = OperPass
                    MOVE 'Y' TO SignOnOK
                 ELSE
                    DISPLAY "Invalid password"
                 END-IF
              END-IF
              IF SignOnOK = 'Y'
                 MOVE OperID TO SignedOnID
                 MOVE OperName TO SignedOnName
              END-IF.

           OpenTill.
              MOVE FUNCTION CURRENT-DATE(1:8) TO TillDate
              MOVE SPACE TO JournalName
                 ".txt" DELIMITED BY SIZE
                 INTO JournalName
              END-STRING
              DISPLAY "Store state: " WITH NO ADVANCING
              ACCEPT TillState
              MOVE FUNCTION UPPER-CASE(TillState) TO TillState
              DISPLAY "Till branch (blank = house): "
                 WITH NO ADVANCING
              ACCEPT TillBranch
              MOVE FUNCTION UPPER-CASE(TillBranch) TO TillBranch
              PERFORM LookupTaxRate
              DISPLAY "Opening float: " WITH NO ADVANCING
              ACCEPT OpenFloat
              MOVE ZERO TO SalesTotal
              MOVE ZERO TO RefundTotal
              MOVE ZERO TO TaxTotal
              MOVE ZERO TO UnitsNet
              MOVE ZERO TO EntryCount
              MOVE ZERO TO PromoGiven
              MOVE TillDate TO PromoDate
              MOVE SPACE TO PromoCode
              MOVE 'Y' TO MoreEntries
              MOVE "Cash" TO TdName(1)
              MOVE "Check" TO TdName(2)
              MOVE "Card" TO TdName(3)
              PERFORM VARYING TenderSub FROM 1 BY 1
                 UNTIL TenderSub > 3
                 MOVE ZERO TO TdExpected(TenderSub)
                 MOVE ZERO TO TdCounted(TenderSub)
                 MOVE ZERO TO TdOverShort(TenderSub)
              END-PERFORM
              MOVE OpenFloat TO TdExpected(1)
              OPEN I-O ItemFile
              OPEN INPUT KitFile
              MOVE 'F' TO EntryType
              MOVE OpenFloat TO EntryAmt
              PERFORM WriteJournalEntry.

           LookupTaxRate.
      * the store's own state rate, the way the invoicing programs
      * take a customer's
              MOVE 'N' TO TaxFound
              OPEN INPUT TaxFile
              MOVE TillState TO TRState
              READ TaxFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF TREffDate > TillDate
                       MOVE TRPriorRate TO TaxRate
                    ELSE
                       MOVE TRRate TO TaxRate
                    END-IF
                    MOVE 'Y' TO TaxFound
              END-READ
              CLOSE TaxFile
              IF TaxFound NOT = 'Y'
                 MOVE .075 TO TaxRate
                 DISPLAY "State " TillState " not on the tax-rate "
                    "file - taxing at 7.5%"
              END-IF
              COMPUTE TaxPct = TaxRate * 100
              MOVE TaxPct TO TaxPctDisp
              DISPLAY "Sales tax rate: " TaxPctDisp "%".

           TillEntry.
              DISPLAY "Entry type - S=sale R=refund/void "
                 "X=close till: " WITH NO ADVANCING
              ACCEPT EntryType
              EVALUATE EntryType
                 WHEN 'S'
                    PERFORM KeyEntryItem
                    IF ItemOK = 'Y'
                       PERFORM ApplyPromotion
                       PERFORM ComputeEntryTax
                       PERFORM KeyTender
                       PERFORM KeyLoyaltyCustomer
                       ADD EntryCollected TO TdExpected(TenderSub)
                       ADD EntryAmt TO SalesTotal
                       ADD EntryTax TO TaxTotal
                       ADD EntryQty TO UnitsNet
                       ADD 1 TO EntryCount
                       IF EntryItem NOT = SPACE
                          PERFORM MoveStock
                          PERFORM WriteSaleLine
                       END-IF
                       PERFORM WriteJournalEntry
                       MOVE SPACE TO PromoCode
                       PERFORM ShowRunningDrawer
                    END-IF
                 WHEN 'R'
                    PERFORM KeyEntryItem
                    IF ItemOK = 'Y'
                       PERFORM KeyRefundAmount
                       PERFORM ComputeEntryTax
                       PERFORM KeyTender
                       PERFORM KeyLoyaltyCustomer
                       SUBTRACT EntryCollected
                          FROM TdExpected(TenderSub)
                       ADD EntryAmt TO RefundTotal
                       SUBTRACT EntryTax FROM TaxTotal
                       SUBTRACT EntryQty FROM UnitsNet
                       ADD 1 TO EntryCount
                       IF EntryItem NOT = SPACE
                          PERFORM MoveStock
                          PERFORM WriteSaleLine
                       END-IF
                       PERFORM WriteJournalEntry
                       PERFORM ShowRunningDrawer
                    END-IF
                 WHEN 'X'
                    MOVE 'N' TO MoreEntries
                 WHEN OTHER
                    DISPLAY "Unknown entry type - use S, R or X"
              END-EVALUATE.

           KeyEntryItem.
      * an item rings at its price off the item master; a blank
      * code is an open amount for a miscellaneous sale
              MOVE 'Y' TO ItemOK
              MOVE SPACE TO PromoCode
              MOVE ZERO TO PromoDisc
              MOVE ZERO TO JournalDisc
              DISPLAY "Item code (blank = open amount): "
                 WITH NO ADVANCING
              MOVE SPACE TO EntryItem
              ACCEPT EntryItem
              MOVE FUNCTION UPPER-CASE(EntryItem) TO EntryItem
              IF EntryItem = SPACE
                 MOVE 1 TO EntryQty
                 IF EntryType = 'S'
                    DISPLAY "Sale amount: " WITH NO ADVANCING
                 ELSE
                    DISPLAY "Refund/void amount: " WITH NO ADVANCING
                 END-IF
                 ACCEPT EntryAmt
                 DISPLAY "Taxable? (Y/N): " WITH NO ADVANCING
                 ACCEPT EntryTaxable
                 MOVE FUNCTION UPPER-CASE(EntryTaxable)
                    TO EntryTaxable
                 MOVE EntryAmt TO GoodsAmt
              ELSE
                 MOVE EntryItem TO ItemCode
                 READ ItemFile
                    INVALID KEY
                       DISPLAY "Item " EntryItem
                          " is not on the item master - not rung"
                       MOVE 'N' TO ItemOK
                 END-READ
              END-IF
              IF ItemOK = 'Y' AND EntryItem NOT = SPACE
                 DISPLAY ItemDesc
                 DISPLAY "Quantity: " WITH NO ADVANCING
                 ACCEPT EntryQty
                 IF EntryQty = ZERO
                    DISPLAY "Quantity must be more than zero - "
                       "not rung"
                    MOVE 'N' TO ItemOK
                 ELSE
                    IF ItemNonTaxable
                       MOVE 'N' TO EntryTaxable
                    ELSE
                       MOVE 'Y' TO EntryTaxable
                    END-IF
                    COMPUTE GoodsAmt = EntryQty * ItemPrice
                    IF GoodsAmt > 99999.99
                       DISPLAY "Line is over $99,999.99 - too large "
                          "for the till, invoice it"
                       MOVE 'N' TO ItemOK
                    ELSE
                       MOVE GoodsAmt TO EntryAmt
                       MOVE GoodsAmt TO Dollar
                       DISPLAY "Line amount : " Dollar
                    END-IF
                 END-IF
              END-IF.

           KeyRefundAmount.
      * what goes back is what was paid, which a promotion may have
      * brought under the item price
              IF EntryItem NOT = SPACE
                 DISPLAY "Refund for the goods (0 = at the item "
                    "price): " WITH NO ADVANCING
                 ACCEPT EntryAmt
                 IF EntryAmt = ZERO OR EntryAmt > GoodsAmt
                    MOVE GoodsAmt TO EntryAmt
                 END-IF
              END-IF.

           ApplyPromotion.
      * an open amount has no item, so only a store-wide percentage
      * promotion can apply to it
              IF EntryItem = SPACE
                 MOVE EntryAmt TO PromoPrice
              ELSE
                 MOVE ItemPrice TO PromoPrice
              END-IF
              MOVE EntryItem TO PromoItem
              MOVE EntryQty TO PromoQty
              CALL "PROMOCHK" USING PromoItem, PromoQty, PromoPrice,
                 PromoDate, PromoCode, PromoDisc, PromoStatus
              IF PromoStatus = '0'
                 IF PromoDisc > EntryAmt
                    MOVE EntryAmt TO PromoDisc
                 END-IF
                 MOVE PromoDisc TO JournalDisc
                 SUBTRACT JournalDisc FROM EntryAmt
                 ADD JournalDisc TO PromoGiven
                 MOVE JournalDisc TO Dollar
                 DISPLAY "Promotion " PromoCode " saves " Dollar
                 MOVE EntryAmt TO Dollar
                 DISPLAY "Sale now    : " Dollar
              ELSE
                 MOVE SPACE TO PromoCode
              END-IF.

           ComputeEntryTax.
              MOVE ZERO TO EntryTax
              IF EntryTaxable NOT = 'N'
                 COMPUTE EntryTax ROUNDED = EntryAmt * TaxRate
                 MOVE EntryTax TO Dollar
                 DISPLAY "Tax         : " Dollar
              END-IF.

           KeyTender.
      * what the customer paid with, or was paid back in
              COMPUTE EntryCollected = EntryAmt + EntryTax
              MOVE EntryCollected TO Dollar
              DISPLAY "Amount due  : " Dollar
              MOVE SPACE TO EntryTender
              PERFORM UNTIL TenderValid
                 DISPLAY "Tender - C=cash K=check D=card: "
                    WITH NO ADVANCING
                 ACCEPT EntryTender
                 MOVE FUNCTION UPPER-CASE(EntryTender) TO EntryTender
              END-PERFORM
              EVALUATE TRUE
                 WHEN TenderCash  MOVE 1 TO TenderSub
                 WHEN TenderCheck MOVE 2 TO TenderSub
                 WHEN TenderCard  MOVE 3 TO TenderSub
              END-EVALUATE.

           KeyLoyaltyCustomer.
      * a retail customer earns on the goods, not the tax; a refund
      * takes back what the goods earned
              DISPLAY "Loyalty customer ID (0 = none): "
                 WITH NO ADVANCING
              MOVE ZERO TO EntryCustID
              ACCEPT EntryCustID
              IF EntryCustID NOT = ZERO AND EntryAmt > ZERO
                 OPEN INPUT CustomerFile
                 MOVE EntryCustID TO IDNum
                 READ CustomerFile
                    INVALID KEY
                       DISPLAY "Customer " EntryCustID
                          " not on file - no points"
                    NOT INVALID KEY
                       IF CatRetail
                          PERFORM PostTillPoints
                       ELSE
                          DISPLAY "Not a retail customer - no points"
                       END-IF
                 END-READ
                 CLOSE CustomerFile
              END-IF.

           PostTillPoints.
              MOVE TillDate TO PtsDate
              IF EntryType = 'S'
                 MOVE 'E' TO PtsFunc
              ELSE
                 MOVE 'V' TO PtsFunc
              END-IF
              MOVE EntryAmt TO PtsAmount
              MOVE ZERO TO PtsCount
              CALL "PTSPOST" USING EntryCustID, PtsDate, PtsFunc,
                 PtsSource, PtsRef, PtsAmount, PtsCount, PtsStatus
              IF PtsStatus = '0'
                 MOVE PtsCount TO PtsDisp
                 IF EntryType = 'S'
                    DISPLAY "Points earned : " PtsDisp
                 ELSE
                    DISPLAY "Points taken back : " PtsDisp
                 END-IF
              END-IF.

           MoveStock.
      * a sale relieves what is handed over, a refund puts it back;
      * a kit moves its components, and its cost is theirs
              IF EntryType = 'S'
                 COMPUTE LocQty = ZERO - EntryQty
              ELSE
                 MOVE EntryQty TO LocQty
              END-IF
              MOVE ItemCost TO LineUnitCost
              MOVE 'N' TO IsKit
              MOVE EntryItem TO KDKitCode
              MOVE LOW-VALUES TO KDCompCode
              MOVE 'N' TO KitEOF
              START KitFile KEY IS NOT LESS THAN KDKey
                 INVALID KEY MOVE 'Y' TO KitEOF
              END-START
              PERFORM UNTIL KitEOF = 'Y'
                 READ KitFile NEXT RECORD
                    AT END MOVE 'Y' TO KitEOF
                    NOT AT END
                       IF KDKitCode NOT = EntryItem
                          MOVE 'Y' TO KitEOF
                       ELSE
                          IF IsKit = 'N'
                             MOVE 'Y' TO IsKit
                             MOVE ZERO TO LineUnitCost
                          END-IF
                          PERFORM MoveKitComponent
                       END-IF
                 END-READ
              END-PERFORM
              IF IsKit = 'N'
                 MOVE EntryItem TO ItemCode
                 PERFORM MoveItemStock
              END-IF.

           MoveKitComponent.
              COMPUTE KitNeed = LocQty * KDQty
              MOVE KDCompCode TO ItemCode
              READ ItemFile
                 INVALID KEY
                    DISPLAY "Component " KDCompCode
                       " not on the item master - not moved"
                 NOT INVALID KEY
                    COMPUTE LineUnitCost = LineUnitCost
                       + (KDQty * ItemCost)
                    ADD KitNeed TO ItemOnHand
                    REWRITE ItemData
                       INVALID KEY DISPLAY "On-hand not updated for "
                          ItemCode
                    END-REWRITE
                    MOVE 'A' TO LocFunc
                    CALL "STKLOC" USING KDCompCode, TillBranch,
                       LocFunc, KitNeed, LocOnHand, LocStatus
              END-READ.

           MoveItemStock.
              READ ItemFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    ADD LocQty TO ItemOnHand
                    REWRITE ItemData
                       INVALID KEY DISPLAY "On-hand not updated for "
                          ItemCode
                    END-REWRITE
                    MOVE 'A' TO LocFunc
                    CALL "STKLOC" USING EntryItem, TillBranch,
                       LocFunc, LocQty, LocOnHand, LocStatus
              END-READ.

           WriteSaleLine.
      * a counter sale has no invoice or customer; it journals under
      * invoice zero so the item figures take it in, and a refund
      * comes back as a return line
              COMPUTE LineCost ROUNDED = EntryQty * LineUnitCost
              MOVE TillDate TO SLDate
              MOVE ZERO TO SLInvNum
              MOVE ZERO TO SLCustID
              MOVE SPACE TO SLRep
              MOVE TillBranch TO SLBranch
              MOVE EntryItem TO SLItemCode
              MOVE LineUnitCost TO SLUnitCost
              IF EntryType = 'S'
                 MOVE EntryQty TO SLQty
                 MOVE EntryAmt TO SLSales
                 MOVE LineCost TO SLCost
                 MOVE 'N' TO SLVoid
                 MOVE PromoCode TO SLPromo
                 MOVE JournalDisc TO SLPromoDisc
              ELSE
                 COMPUTE SLQty = ZERO - EntryQty
                 COMPUTE SLSales = ZERO - EntryAmt
                 COMPUTE SLCost = ZERO - LineCost
                 SET SLIsReturn TO TRUE
                 MOVE SPACE TO SLPromo
                 MOVE ZERO TO SLPromoDisc
              END-IF
              OPEN EXTEND SaleLineFile
              WRITE SaleLineData
              CLOSE SaleLineFile.

           ShowRunningDrawer.
      * only the cash is in the drawer
              MOVE TdExpected(1) TO DollarMinus
              DISPLAY "Drawer now: " DollarMinus.

           WriteJournalEntry.
      * stamp 1-14, type 16, amount 18-24 (the goods before tax),
      * then P=promotion D=discount from 25 and I=item Q=qty T=tax
      * from 44 on a sale or refund
              MOVE FUNCTION CURRENT-DATE(1:14) TO TillStamp
              MOVE SPACE TO JournalBuf
              STRING TillStamp DELIMITED BY SIZE
                 EntryAmt DELIMITED BY SIZE
                 INTO JournalBuf
              END-STRING
              IF PromoCode NOT = SPACE
                 MOVE 25 TO JournalPtr
                 STRING " P=" DELIMITED BY SIZE
                    PromoCode DELIMITED BY SIZE
                    " D=" DELIMITED BY SIZE
                    JournalDisc DELIMITED BY SIZE
                    INTO JournalBuf WITH POINTER JournalPtr
                 END-STRING
              END-IF
              IF EntryType = 'F'
                 MOVE 44 TO JournalPtr
                 STRING " C=" DELIMITED BY SIZE
                    SignedOnID DELIMITED BY SIZE
                    INTO JournalBuf WITH POINTER JournalPtr
                 END-STRING
              ELSE
                 MOVE 44 TO JournalPtr
                 STRING " I=" DELIMITED BY SIZE
                    EntryItem DELIMITED BY SIZE
                    " Q=" DELIMITED BY SIZE
                    EntryQty DELIMITED BY SIZE
                    " T=" DELIMITED BY SIZE
                    EntryTax DELIMITED BY SIZE
                    " N=" DELIMITED BY SIZE
                    EntryTender DELIMITED BY SIZE
                    INTO JournalBuf WITH POINTER JournalPtr
                 END-STRING
              END-IF
              OPEN EXTEND TillJournal
              WRITE JournalLine FROM JournalBuf
              CLOSE TillJournal.

           CloseTill.
              CLOSE ItemFile
              CLOSE KitFile
              PERFORM CountDrawer
              MOVE TdExpected(1) TO ExpectedDrawer
              DISPLAY "----- Z Report " TillDate " -----"
              DISPLAY "Cashier        : " SignedOnID " "
                 FUNCTION TRIM(SignedOnName)
              DISPLAY "Entries        : " EntryCount
              MOVE OpenFloat TO Dollar
              DISPLAY "Opening float  : " Dollar
              DISPLAY "Sales          : " Dollar
              MOVE RefundTotal TO Dollar
              DISPLAY "Refunds        : " Dollar
              MOVE TaxTotal TO DollarMinus
              MOVE DollarMinus TO TaxDisp
              DISPLAY "Sales tax      : " TaxDisp
              MOVE UnitsNet TO UnitsDisp
              DISPLAY "Units sold     : " UnitsDisp
              MOVE PromoGiven TO Dollar
              DISPLAY "Promotions     : " Dollar
              DISPLAY "Tender       Expected        Counted"
                 "    Over/Short"
              PERFORM ShowTenderLine VARYING TenderSub FROM 1 BY 1
                 UNTIL TenderSub > 3
              MOVE TdOverShort(1) TO DollarMinus
              MOVE DollarMinus TO CashOSDisp
              MOVE TdOverShort(2) TO DollarMinus
              MOVE DollarMinus TO CheckOSDisp
              MOVE TdOverShort(3) TO DollarMinus
              MOVE DollarMinus TO CardOSDisp
              MOVE ExpectedDrawer TO DollarMinus
              DISPLAY "Expected drawer: " DollarMinus
              MOVE OpenFloat TO Dollar
                 RefundDisp DELIMITED BY SIZE
                 " DRAWER=" DELIMITED BY SIZE
                 DollarMinus DELIMITED BY SIZE
                 " TAX=" DELIMITED BY SIZE
                 TaxDisp DELIMITED BY SIZE
                 " UNITS=" DELIMITED BY SIZE
                 UnitsDisp DELIMITED BY SIZE
                 " CASHIER=" DELIMITED BY SIZE
                 SignedOnID DELIMITED BY SIZE
                 " CASHOS=" DELIMITED BY SIZE
                 CashOSDisp DELIMITED BY SIZE
                 " CHECKOS=" DELIMITED BY SIZE
                 CheckOSDisp DELIMITED BY SIZE
                 " CARDOS=" DELIMITED BY SIZE
                 CardOSDisp DELIMITED BY SIZE
                 INTO TillHistBuf
              END-STRING
              OPEN EXTEND TillHistory
              WRITE TillHistLine FROM TillHistBuf
              CLOSE TillHistory.

           CountDrawer.
      * the cash is counted note by note and coin by coin; the
      * checks and the card slips are added up and keyed as totals
              DISPLAY "----- Drawer count -----"
              MOVE ZERO TO CountedCash
              PERFORM CountDenomination VARYING DenomSub FROM 1 BY 1
                 UNTIL DenomSub > 10
              MOVE CountedCash TO TdCounted(1)
              MOVE CountedCash TO Dollar
              DISPLAY "Cash counted   : " Dollar
              DISPLAY "Checks in the drawer, total: " WITH NO ADVANCING
              ACCEPT CountIn
              MOVE CountIn TO TdCounted(2)
              DISPLAY "Card slips, total: " WITH NO ADVANCING
              ACCEPT CountIn
              MOVE CountIn TO TdCounted(3)
              PERFORM VARYING TenderSub FROM 1 BY 1
                 UNTIL TenderSub > 3
                 COMPUTE TdOverShort(TenderSub) =
                    TdCounted(TenderSub) - TdExpected(TenderSub)
              END-PERFORM.

           CountDenomination.
              MOVE DenomValue(DenomSub) TO DenomDisp
              DISPLAY "How many " DenomDisp " : " WITH NO ADVANCING
              ACCEPT DenomCount
              COMPUTE CountedCash = CountedCash
                 + DenomCount * DenomValue(DenomSub).

           ShowTenderLine.
              MOVE TdExpected(TenderSub) TO DollarMinus
              MOVE DollarMinus TO ExpDisp
              MOVE TdCounted(TenderSub) TO DollarMinus
              MOVE DollarMinus TO CntDisp
              MOVE TdOverShort(TenderSub) TO DollarMinus
              DISPLAY TdName(TenderSub) " " ExpDisp " " CntDisp " "
                 DollarMinus.

           AcceptSSN.
              MOVE 'N' TO SSNumOK
              PERFORM UNTIL SSNumOK = 'Y'
