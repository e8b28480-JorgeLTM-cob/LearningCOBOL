      * SUPPREC - the supplier master record (supplier.txt), keyed
      * by supplier code, in the CUSTREC copybook mold.  suppmnt
      * maintains it; purchord addresses its purchase orders from
      * it and dates them by the lead time.
      *   2021-10-03 Brownies - first cut: code, name, remit-to
      *              address, payment terms (a TermsCode on the
      *              termmnt master, blank reads net 30), the lead
      *              time in days from order to delivery, and the
      *              active/inactive status - an inactive supplier
      *              takes no new orders.
                01 SupplierData.
                   02 SupCode     PIC X(6).
                   02 SupName     PIC X(30).
                   02 SupStreet   PIC X(20).
                   02 SupCity     PIC X(15).
                   02 SupState    PIC X(2).
                   02 SupZip      PIC X(10).
                   02 SupTerms    PIC X(3).
                   02 SupLeadDays PIC 9(3).
                   02 SupStatus   PIC X(1).
                      88 SupActive   VALUE 'A'.
                      88 SupInactive VALUE 'I'.
