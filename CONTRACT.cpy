      * CONTRACT - customer contract pricing (contract.txt), one
      * record per agreement, keyed by the customer and the item in
      * the BACKORD mold.  ctrmaint keeps the agreements; round
      * prices a line at the agreed price while the agreement is in
      * force; ctrexp lists the agreements running out so the reps
      * can renegotiate them.
      *   2021-10-19 Brownies - first cut.  CPPrice is the agreed
      *              net unit price: it takes the place of the list
      *              price and the tier and quantity-break discounts
      *              are not taken on top of it.  The agreement is in
      *              force from CPStartDate through CPEndDate
      *              inclusive.  CPSetDate is the day it was last
      *              keyed.
                01 ContractData.
                   02 CPKey.
                      03 CPCustID   PIC 9(5).
                      03 CPItemCode PIC X(8).
                   02 CPPrice     PIC 9(4)V99.
                   02 CPStartDate PIC 9(8).
                   02 CPEndDate   PIC 9(8).
                   02 CPSetDate   PIC 9(8).
