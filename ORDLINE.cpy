      * ORDLINE - the sales-order line record (ordline.txt), keyed
      * by order number and line, in the POLINE mold: the order
      * header fields ride on every line, so an order is simply the
      * run of lines sharing a number.  An order is goods the
      * customer has asked for that the warehouse has not shipped
      * yet - nothing is billed or taken out of stock until the
      * shipment is confirmed.  round keys orders and confirms the
      * shipments, stordgen raises standing orders as orders when
      * they are flagged to be picked first, PICKTKT prints the pick
      * ticket and ordage reports what is stuck.
      *   2021-10-21 Brownies - first cut.  The order is priced when
      *              it is taken: OLLineTot is the net line at the
      *              ordered quantity after any contract price, tier
      *              and quantity break, and the three discount
      *              fields are what each took off it, so a short
      *              shipment bills its share of each.  OLTaxRate is
      *              the customer's rate when the order was taken.
      *              OLStatus P is waiting to be picked; S shipped
      *              (OLQtyShip of it, on invoice OLInvNum - any rest
      *              was backordered or cut); X nothing shipped.
      *   2021-11-04 Brownies - OLPromo, the promotion the line was
      *              priced under when the order was taken, and
      *              OLPromoDisc, what it took off OLLineTot, so the
      *              shipment journals it (a short shipment its
      *              share).  MIGRATION: widening this layout changes
      *              the indexed record length; rebuild an existing
      *              ordline.txt from a sequential copy taken with
      *              the prior build before the widened programs
      *              open it.
                01 OrdLineData.
                   02 OLKey.
                      03 OLOrderNum  PIC 9(7).
                      03 OLLineNo    PIC 9(3).
                   02 OLCustID     PIC 9(5).
                   02 OLOrderDate  PIC 9(8).
                   02 OLBranch     PIC X(3).
                   02 OLState      PIC X(2).
                   02 OLCurr       PIC X(3).
                   02 OLRate       PIC 9V9999.
                   02 OLTaxRate    PIC V999.
                   02 OLSource     PIC X(1).
                      88 OLKeyed     VALUE 'K'.
                      88 OLStanding  VALUE 'S'.
                   02 OLOperID     PIC X(8).
                   02 OLItemCode   PIC X(8).
                   02 OLDesc       PIC X(20).
                   02 OLTaxable    PIC X(1).
                   02 OLQtyOrd     PIC 9(3).
                   02 OLPrice      PIC 9(4)V99.
                   02 OLLineTot    PIC 9(6)V99.
                   02 OLTierDisc   PIC 9(6)V99.
                   02 OLQtyDisc    PIC 9(6)V99.
                   02 OLContSave   PIC 9(6)V99.
                   02 OLStatus     PIC X(1).
                      88 OLToPick    VALUE 'P'.
                      88 OLShipped   VALUE 'S'.
                      88 OLNotShipped VALUE 'X'.
                   02 OLQtyShip    PIC 9(3).
                   02 OLShipDate   PIC 9(8).
                   02 OLInvNum     PIC 9(7).
                   02 OLPromo      PIC X(6).
                   02 OLPromoDisc  PIC 9(6)V99.
