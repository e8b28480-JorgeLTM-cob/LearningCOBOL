      * GLBAL - the general-ledger period balances (glbal.txt), one
      * record per account per month, keyed by the account then the
      * month, in the ITEMHIST copybook mold.  glpost adds each
      * journal line it posts to its account's month; gltb and the
      * financial reports read the balances back.
      *   2021-11-10 Brownies - first cut.  GBDebit and GBCredit are
      *              the month's postings on each side (a reversing
      *              line posts negative on its own side, the way
      *              the journal carries it); the month's net
      *              movement is debits less credits.  GBLastPost is
      *              the day the month last took a posting.
                01 GLBalData.
                   02 GBKey.
                      03 GBAcct     PIC X(6).
                      03 GBPeriod   PIC 9(6).
                   02 GBDebit     PIC S9(11)V99.
                   02 GBCredit    PIC S9(11)V99.
                   02 GBLastPost  PIC 9(8).
