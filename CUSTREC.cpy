      *              later widening unload with the prior build
      *              (custunld) and reload with the new one
      *              (custreld) before anything opens the file.
      *   2021-09-13 Brownies - TermsCode, the customer's payment
      *              terms on the termmnt master (blank reads net
      *              30); round resolves it into the due date on
      *              the invoice master.  Record now 180 bytes.
      *   2021-09-23 Brownies - ParentID, the bill-to account for a
      *              store of a chain (zero = bills itself).  One
      *              level only: a parent is never itself a store.
      *              statemnt consolidates the stores onto the
      *              parent's statement, round tests the family's
      *              combined balance against the parent's limit,
      *              and aging and credrpt can roll up to it.
      *              Record now 185 bytes.
      *   2021-10-01 Brownies - EInvFlag marks a customer signed up
      *              for electronic invoicing; the nightly portal
      *              extract sends that customer's new invoices in
      *              the outbound e-invoice file.  Record now 186
      *              bytes.
      *   2021-11-02 Brownies - CustInCanada recognizes the province
      *              and territory codes keyed in State for a
      *              Canadian address; the invoicing programs tax
      *              those customers off cantax.txt instead of
      *              taxrates.txt.  No length change.
      *   2021-12-10 Brownies - DelivPref, how the customer wants
      *              statements, dunning notices and invoices: P
      *              (or blank) printed, E emailed, B both.  The
      *              document programs route through EMAILOUT, which
      *              falls back to print when the email cannot go.
      *              Record now 187 bytes.
                01 CustomerData.
                   02 IDNum PIC 9(5).
                   02 FirstName PIC X(15).
                   02 StreetAddr   PIC X(20).
                   02 City      PIC X(15).
                   02 State     PIC X(2).
                      88 CustInCanada VALUE "AB" "BC" "MB" "NB" "NL"
                         "NS" "NT" "NU" "ON" "PE" "QC" "SK" "YT".
                   02 Zip       PIC X(10).
                   02 Phone     PIC X(12).
                   02 Email     PIC X(30).
                      88 CustBadAddr VALUE 'B'.
                   02 BadAddrDate PIC 9(8).
                   02 StmtCycle   PIC 9(1).
                   02 TermsCode   PIC X(3).
                   02 ParentID    PIC 9(5).
                   02 EInvFlag    PIC X(1).
                      88 CustEInvoice VALUE 'E'.
                   02 DelivPref   PIC X(1).
                      88 DelivPrint VALUE 'P' ' '.
                      88 DelivEmail VALUE 'E'.
                      88 DelivBoth  VALUE 'B'.
