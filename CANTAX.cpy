      * CANTAX - the Canadian sales tax table (cantax.txt), one record
      * per province or territory, keyed by its two-letter code, in
      * the ITEMREC copybook mold.  taxmaint keeps it; CANRATE reads
      * it for every invoicing program, and taxremit lists the rates
      * beside the Canadian remittance.
      *   2021-11-02 Brownies - first cut.  Two components: the
      *              federal one (CTFedType GST, or HST where the
      *              province has harmonized and the whole rate is
      *              federal) and the provincial one (CTProvType PST,
      *              or QST in Quebec; blank with a zero rate where
      *              there is none).  Rates carry five decimals since
      *              QST is 9.975%.  As in taxrates.txt, a change
      *              keyed ahead of its CTEffDate leaves the prior
      *              rates in force until that day.
                01 CanTaxData.
                   02 CTProv       PIC X(2).
                   02 CTFedType    PIC X(3).
                   02 CTFedRate    PIC V9(5).
                   02 CTProvType   PIC X(3).
                   02 CTProvRate   PIC V9(5).
                   02 CTEffDate    PIC 9(8).
                   02 CTPriorFed   PIC V9(5).
                   02 CTPriorProv  PIC V9(5).
                   02 FILLER       PIC X(4).
