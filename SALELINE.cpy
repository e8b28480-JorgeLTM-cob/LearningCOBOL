      * SALELINE - the sales-line cost journal (saleline.txt), one
      * record per item line invoiced, so margin can be taken by
      * item where the roundtrans.txt log line only carries the
      * invoice.  round, bofill and stordgen write it as they post;
      * invvoid writes the reversing lines; gmrpt reads it.
      *   2021-10-11 Brownies - first cut.  SLSales is the line's
      *              net amount in home dollars (after the tier and
      *              quantity discounts, before tax) and SLUnitCost
      *              the item's average cost when it was sold.  A
      *              void repeats the invoice's lines with the
      *              quantity and amounts negated and SLVoid set, so
      *              a month's lines net the same way the log does.
      *   2021-10-23 Brownies - SLVoid R marks a return: rma writes
      *              the goods taken back negated under the credit
      *              memo number, the cost negated only for what went
      *              back on the shelf (a scrapped return keeps its
      *              cost in the margin as the loss it is).
      *   2021-11-04 Brownies - SLPromo, the promotion the line was
      *              sold under (blank for none), and SLPromoDisc,
      *              what it took off the line in home dollars, for
      *              promorpt.  A void negates it with the rest.
      *              Lines written before carry spaces there, so
      *              readers go by SLPromo before adding the amount.
      *   2021-11-06 Brownies - the readisplay till journals its item
      *              sales here as they are rung: SLInvNum and
      *              SLCustID zero, SLRep blank, SLBranch the till's
      *              branch; a till refund of an item is a return
      *              line (SLIsReturn).
                01 SaleLineData.
                   02 SLDate     PIC 9(8).
                   02 SLInvNum   PIC 9(7).
                   02 SLCustID   PIC 9(5).
                   02 SLRep      PIC X(3).
                   02 SLBranch   PIC X(3).
                   02 SLItemCode PIC X(8).
                   02 SLQty      PIC S9(5).
                   02 SLSales    PIC S9(7)V99.
                   02 SLUnitCost PIC 9(5)V9999.
                   02 SLCost     PIC S9(7)V99.
                   02 SLVoid     PIC X(1).
                      88 SLIsVoid VALUE 'Y'.
                      88 SLIsReturn VALUE 'R'.
                   02 SLPromo    PIC X(6).
                   02 SLPromoDisc PIC S9(7)V99.
