      * QUOTEREC - the quote file (quotes.txt), line sequential, every
      * record keyed by its type and quote number, in the ITEMREC
      * copybook mold.  round writes the quotes and marks the ones
      * it converts; qtexpire marks the ones that lapse; qtpipe
      * reports the pipeline off it.
      *   2021-10-29 Brownies - layout moved out of round into its
      *              own copybook now that three programs read it.
      *              QRType H is the quote header, L one quoted line,
      *              C the quote converted to an invoice and X the
      *              quote marked lost.  The header now carries
      *              QRExpDate, the last day the quote holds, and
      *              QRRep, the customer's rep when it was quoted;
      *              both are blank on quotes written before.  C and
      *              X records carry the day they were marked
      *              (QRMarkDate) and, for C, the invoice the quote
      *              became (QRMarkInv); an X carries the reason - E
      *              for expired.  Marks written before carry
      *              nothing past the quote number.
      *   2021-11-04 Brownies - a quoted line carries the promotion
      *              it was priced under (QRPromo) and what that took
      *              off (QRPromoDisc), out of the spare room, so a
      *              conversion journals it; blank on older quotes.
                01 QuoteRecord.
                   02 QRType     PIC X(1).
                   02 QRQuoteNum PIC 9(7).
                   02 QRBody     PIC X(96).
                   02 QRHeader REDEFINES QRBody.
                      03 QRCustID     PIC 9(5).
                      03 QRDate       PIC 9(8).
                      03 QRState      PIC X(2).
                      03 QRCurr       PIC X(3).
                      03 QRRate       PIC 9V9999.
                      03 QRTaxRate    PIC V999.
                      03 QRSubtotal   PIC 9(6)V99.
                      03 QRTax        PIC 9(6)V99.
                      03 QRTotal      PIC 9(6)V99.
                      03 QRTaxableSub PIC 9(6)V99.
                      03 QRDisc       PIC 9(6)V99.
                      03 QRExpDate    PIC X(8).
                      03 QRExpDateN REDEFINES QRExpDate PIC 9(8).
                      03 QRRep        PIC X(3).
                      03 FILLER       PIC X(19).
                   02 QRLine REDEFINES QRBody.
                      03 QRQty      PIC 9(3).
                      03 QRPrice    PIC 9(4)V99.
                      03 QRLineTot  PIC 9(6)V99.
                      03 QRDesc     PIC X(20).
                      03 QRItemCode PIC X(8).
                      03 QRTaxable  PIC X(1).
                      03 QRPromo    PIC X(6).
                      03 QRPromoDisc PIC 9(6)V99.
                      03 FILLER     PIC X(36).
                   02 QRMark REDEFINES QRBody.
                      03 QRMarkDate   PIC X(8).
                      03 QRMarkDateN REDEFINES QRMarkDate PIC 9(8).
                      03 QRMarkInv    PIC X(7).
                      03 QRMarkInvN REDEFINES QRMarkInv PIC 9(7).
                      03 QRMarkReason PIC X(1).
                      03 FILLER       PIC X(80).
