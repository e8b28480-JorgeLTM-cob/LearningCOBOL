      * GLACCT - the general-ledger chart of accounts (glaccts.txt),
      * one record per account keyed by its number, in the CONTRACT
      * copybook mold.  glacct keeps it; glpost checks every journal
      * line against it; gltb and the financial reports take the
      * names, types and normal balances from it.
      *   2021-11-10 Brownies - first cut.  GAAcct is the account
      *              number as glextrct and the other journal writers
      *              key it (GLAccount).  GAType places the account:
      *              A asset, L liability, Q equity, R revenue, E
      *              expense.  GANormal is the side its balance
      *              normally sits on - D debit or C credit - so a
      *              contra account (accumulated depreciation, sales
      *              discounts) reads the right way round.  GABranch
      *              is the branch the account belongs to on the
      *              brmaint master, blank for the whole company.  An
      *              inactive account (GAStatus I) takes no more
      *              postings; they go to suspense.
                01 GLAcctData.
                   02 GAAcct      PIC X(6).
                   02 GAName      PIC X(30).
                   02 GAType      PIC X(1).
                      88 GAAsset     VALUE 'A'.
                      88 GALiability VALUE 'L'.
                      88 GAEquity    VALUE 'Q'.
                      88 GARevenue   VALUE 'R'.
                      88 GAExpense   VALUE 'E'.
                      88 GATypeValid VALUE 'A' 'L' 'Q' 'R' 'E'.
                      88 GABalSheet  VALUE 'A' 'L' 'Q'.
                   02 GANormal    PIC X(1).
                      88 GANormalDebit  VALUE 'D'.
                      88 GANormalCredit VALUE 'C'.
                   02 GABranch    PIC X(3).
                   02 GAStatus    PIC X(1).
                      88 GAActive   VALUE 'A' ' '.
                      88 GAInactive VALUE 'I'.
                   02 GASetDate   PIC 9(8).
