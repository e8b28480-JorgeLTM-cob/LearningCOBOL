      * REPQUOTA - the sales-rep quota file (repquota.txt), beside the
      * rep master, one record per rep per month, keyed by rep code
      * then month, in the ITEMREC copybook mold.  repmaint keeps it;
      * repperf reports sales against it.
      *   2021-10-31 Brownies - first cut.  RQQuota is the rep's sales
      *              target for the month, home dollars of
      *              merchandise (the log's Subtotal=, before tax and
      *              freight).  A month with no record has no quota.
                01 RepQuotaData.
                   02 RQKey.
                      03 RQRep     PIC X(3).
                      03 RQMonth   PIC 9(6).
                   02 RQQuota   PIC 9(7)V99.
