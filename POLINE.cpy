      * POLINE - the purchase-order line record (poline.txt), keyed
      * by PO number and line.  The order header fields (supplier,
      * order and expected dates) ride on every line, so a PO is
      * simply the run of lines sharing a number.  purchord writes
      * and cancels the lines; stockrcv receives against them and
      * closes a line once it is filled.
      *   2021-10-03 Brownies - first cut.  POQtyRcvd accumulates
      *              partial receipts and may pass POQtyOrd on an
      *              over-receipt; the receipts themselves are
      *              journaled on rcvlog.txt.
                01 POLineData.
                   02 POKey.
                      03 PONum     PIC 9(6).
                      03 POLineNo  PIC 9(3).
                   02 POSupCode    PIC X(6).
                   02 POOrderDate  PIC 9(8).
                   02 POExpectDate PIC 9(8).
                   02 POItemCode   PIC X(8).
                   02 POQtyOrd     PIC 9(5).
                   02 POQtyRcvd    PIC 9(5).
                   02 POUnitCost   PIC 9(5)V99.
                   02 POStatus     PIC X(1).
                      88 POLineOpen     VALUE 'O'.
                      88 POLineClosed   VALUE 'C'.
                      88 POLineCanceled VALUE 'X'.
