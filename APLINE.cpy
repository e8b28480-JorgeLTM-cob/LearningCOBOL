      * APLINE - the supplier-invoice lines behind each voucher on
      * apinv.txt (apline.txt), keyed by voucher and line.  Each
      * line bills against one purchase-order line.
      *   2021-10-05 Brownies - first cut.  ALMatch records how the
      *              line fared against the PO cost and the quantity
      *              stockrcv has received and not yet billed.
                01 APLineData.
                   02 ALKey.
                      03 ALVoucher  PIC 9(6).
                      03 ALLineNo   PIC 9(3).
                   02 ALPONum       PIC 9(6).
                   02 ALPOLine      PIC 9(3).
                   02 ALItemCode    PIC X(8).
                   02 ALQty         PIC 9(5).
                   02 ALUnitPrice   PIC 9(5)V99.
                   02 ALMatch       PIC X(1).
                      88 ALMatched     VALUE 'M'.
                      88 ALQtyOver     VALUE 'Q'.
                      88 ALPriceOff    VALUE 'P'.
