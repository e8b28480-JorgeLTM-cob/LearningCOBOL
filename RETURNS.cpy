      * RETURNS - the sales-returns journal (returns.txt), one record
      * per invoice line taken back on a return authorization, in
      * the SALELINE mold.  rma writes it as it posts the credit
      * memo; rma reads it back so a line cannot be returned twice
      * over, invvoid reads it so an invoice with goods back on it is
      * not voided as well, and retrpt reports it by item and reason.
      *   2021-10-23 Brownies - first cut.  RTMemoNum is the credit
      *              memo on the invoice master (from invseq.txt) and
      *              RTInvNum the invoice the goods were sold on.
      *              RTCredit is the line's credit in home dollars
      *              before tax, its share of the line as sold;
      *              RTTax the invoice's tax on that share.
      *              RTDisposal says whether the goods went back on
      *              the shelf at RTBranch or were scrapped.
                01 ReturnData.
                   02 RTDate     PIC 9(8).
                   02 RTMemoNum  PIC 9(7).
                   02 RTInvNum   PIC 9(7).
                   02 RTCustID   PIC 9(5).
                   02 RTItemCode PIC X(8).
                   02 RTQty      PIC 9(5).
                   02 RTCredit   PIC 9(7)V99.
                   02 RTTax      PIC 9(7)V99.
                   02 RTReason   PIC X(2).
                   02 RTDisposal PIC X(1).
                      88 RTRestocked VALUE 'R'.
                      88 RTScrapped  VALUE 'S'.
                   02 RTBranch   PIC X(3).
                   02 RTOperID   PIC X(8).
