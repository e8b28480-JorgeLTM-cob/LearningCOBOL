      * TERRMAST - the sales territory file (terrmast.txt), tying a
      * rep to the states and branches that make up the territory,
      * keyed by the kind of assignment and the state or branch, in
      * the ITEMREC copybook mold.  repmaint keeps it; repperf reads
      * it.
      *   2021-10-31 Brownies - first cut.  TTType S is a state (two
      *              letters, left in TTCode), B a branch (the
      *              customer's BranchCode).  A state or branch
      *              belongs to one rep.  Where a customer's branch
      *              and state are both assigned, the branch wins.
                01 TerritoryData.
                   02 TTKey.
                      03 TTType    PIC X(1).
                      03 TTCode    PIC X(3).
                   02 TTRep     PIC X(3).
                   02 FILLER    PIC X(5).
