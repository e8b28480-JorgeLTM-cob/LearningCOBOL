      * BACKORD - the open-backorder file (backord.txt), keyed by
      * customer and item: what an invoice could not ship because
      * the item was short, waiting for stock.  round writes it,
      * stockrcv shows it when the item comes in, bofill invoices
      * it oldest first and borpt lists what is still open.
      *   2021-10-07 Brownies - first cut.  A second shortage for
      *              the same customer and item adds to the open
      *              quantity and keeps the first date, so the age
      *              runs from the oldest unfilled order.  BONetPrice
      *              is the unit price in home dollars net of the
      *              customer's tier discount; a filled record stays
      *              on file until the next shortage reuses the key.
                01 BackordData.
                   02 BOKey.
                      03 BOCustID   PIC 9(5).
                      03 BOItemCode PIC X(8).
                   02 BODate       PIC 9(8).
                   02 BOInvNum     PIC 9(7).
                   02 BOQty        PIC 9(5).
                   02 BONetPrice   PIC 9(5)V99.
                   02 BOTaxable    PIC X(1).
                   02 BOStatus     PIC X(1).
                      88 BOOpen      VALUE 'O'.
                      88 BOFilled    VALUE 'F'.
                   02 BOFillDate   PIC 9(8).
                   02 BOFillInv    PIC 9(7).
                   02 BOOperID     PIC X(8).
