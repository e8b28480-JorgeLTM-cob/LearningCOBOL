      * POINTS - the loyalty points ledger (points.txt), one record
      * per earn, redeem or expire, in the SALELINE journal mold.
      * PTSPOST appends to it; PTSBAL totals a customer's balance;
      * loyalty redeems and expires against it, statemnt prints the
      * balance and ptsliab reports the month for accounting.
      *   2021-11-10 Brownies - first cut.  PLPoints is signed: an
      *              earn is positive, and a redemption, an expiry or
      *              an earn taken back by a void or a return is
      *              negative, so a customer's balance is the sum of
      *              the column.  PLRef is the invoice earned on (an
      *              earn or its reversal), the credit memo a
      *              redemption was paid with, or zero for a till
      *              sale and an expiry.  PLSource says where the
      *              line came from - I invoice, T till, V void,
      *              M return memo, R redemption, X expiry run.
      *              PLAmount is the home dollars the points were
      *              earned or taken back on, or the value of the
      *              credit memo for a redemption.
                01 PointsData.
                   02 PLCustID   PIC 9(5).
                   02 PLDate     PIC 9(8).
                   02 PLType     PIC X(1).
                      88 PLEarn     VALUE 'E'.
                      88 PLRedeem   VALUE 'R'.
                      88 PLExpire   VALUE 'X'.
                   02 PLPoints   PIC S9(7).
                   02 PLRef      PIC 9(7).
                   02 PLSource   PIC X(1).
                   02 PLAmount   PIC 9(7)V99.
