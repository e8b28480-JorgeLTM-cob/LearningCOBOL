      *              invmast.txt written before it from a
      *              sequential copy taken with the prior build
      *              before the widened programs open it.
      *   2021-09-13 Brownies - payment terms: the customer's terms
      *              code and the due date, discount date and
      *              discount rate TERMCALC resolved when the item
      *              was written.  Lateness is measured from
      *              IMDueDate; a zero due date on a record written
      *              before this change reads as invoice date plus
      *              30.  Same rebuild as above for an existing
      *              invmast.txt.
      *   2021-09-15 Brownies - IMDispute parks an item the
      *              customer has disputed (set and cleared by the
      *              dispute program, the reason and history on
      *              disputes.txt); dunning, finance charges and the
      *              collections worklist pass it by.  Same rebuild
      *              for an existing invmast.txt.
      *   2021-09-17 Brownies - IMKind grows the 'R' returned-check
      *              fee value the nsf program writes; it ages and
      *              collects like an invoice.  No length change.
      *   2021-09-19 Brownies - IMStatus grows the 'W' written-off
      *              value the wrtoff program sets; like a void, a
      *              written-off item is no longer IMOpen.
          01 InvMastData.
             02 IMInvNum   PIC 9(7).
             02 IMCustID   PIC 9(5).
                88 IMOpen    VALUE 'O'.
                88 IMPaidOff VALUE 'P'.
                88 IMVoid    VALUE 'V'.
                88 IMWrittenOff VALUE 'W'.
             02 IMKind     PIC X(1).
                88 IMInvoice    VALUE 'I' ' '.
                88 IMCreditMemo VALUE 'C'.
                88 IMFinChg     VALUE 'F'.
                88 IMRetChkFee  VALUE 'R'.
             02 IMTermsCode PIC X(3).
             02 IMDueDate   PIC 9(8).
             02 IMDiscDate  PIC 9(8).
             02 IMDiscRate  PIC V999.
             02 IMDispute   PIC X(1).
                88 IMDisputed    VALUE 'D'.
                88 IMNotDisputed VALUE ' '.
