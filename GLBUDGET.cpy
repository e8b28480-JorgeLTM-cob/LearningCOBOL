      * GLBUDGET - the general-ledger budget (glbudget.txt), one
      * record per revenue or expense account per month, keyed by the
      * account then the month, in the GLBAL copybook mold.  glbudget
      * keeps it; glbva sets it against the posted balances.
      *   2021-11-10 Brownies - first cut.  BGAmount is the month's
      *              budgeted movement on the account's own side - the
      *              revenue expected in, the expense expected out -
      *              so a contra account such as sales discounts is
      *              budgeted as the discounts expected.  BGSetDate is
      *              the day it was last keyed.
                01 GLBudgetData.
                   02 BGKey.
                      03 BGAcct     PIC X(6).
                      03 BGPeriod   PIC 9(6).
                   02 BGAmount    PIC S9(11)V99.
                   02 BGSetDate   PIC 9(8).
