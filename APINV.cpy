      * APINV - the open-payables master (apinv.txt), one record per
      * supplier invoice, keyed by the voucher number apentry hands
      * out from apseq.txt.  The lines behind it, each matched to a
      * PO line, are on apline.txt (APLINE).
      *   2021-10-05 Brownies - first cut.  A voucher enters held
      *              when the three-way match fails (APHoldReason
      *              says why) and open when it passes or a
      *              supervisor releases it; the payment run pays
      *              open vouchers as they fall due under the
      *              supplier's terms and stamps the check.
                01 APInvData.
                   02 APVoucher    PIC 9(6).
                   02 APSupCode    PIC X(6).
                   02 APSupInvNum  PIC X(12).
                   02 APInvDate    PIC 9(8).
                   02 APEntryDate  PIC 9(8).
                   02 APDueDate    PIC 9(8).
                   02 APPONum      PIC 9(6).
                   02 APAmount     PIC 9(7)V99.
                   02 APPaid       PIC 9(7)V99.
                   02 APStatus     PIC X(1).
                      88 APHeld      VALUE 'H'.
                      88 APOpen      VALUE 'O'.
                      88 APPaidOff   VALUE 'P'.
                      88 APRejected  VALUE 'R'.
                   02 APHoldReason PIC X(20).
                   02 APCheckNum   PIC 9(6).
                   02 APPaidDate   PIC 9(8).
                   02 APOperID     PIC X(8).
