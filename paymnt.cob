      *              (defaulting to today, validated through
      *              DATECALC), and PERCHK refuses a payment or a
      *              session dated into a closed accounting period.
      *   2021-09-13 Brownies - early-pay discount: a payment that
      *              names an untouched invoice whose terms carry a
      *              discount, dated on or before the discount date
      *              on the master, and large enough to clear the
      *              invoice net of the discount, gets the discount
      *              granted automatically.  The discount is applied
      *              to the invoice and journaled to payments.txt as
      *              its own line with a DSC+invoice reference, so
      *              the ledger extract books it to sales discounts
      *              instead of cash.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             01 CreditLeft  PIC 9(7)V99.
             01 CreditUsed  PIC 9(7)V99.
             01 AppliedSome PIC X.
             01 DiscAmount  PIC 9(7)V99.
             01 DiscNet     PIC 9(8)V99.
             01 DiscCount   PIC 9(5) VALUE ZERO.
             01 RunDate     PIC 9(8).
             01 PostCount   PIC 9(5) VALUE ZERO.
             01 MemoCount   PIC 9(5) VALUE ZERO.
             CLOSE CustomerFile
             DISPLAY "Payments posted      : " PostCount
             DISPLAY "Credit memos entered : " MemoCount
             DISPLAY "Discounts granted    : " DiscCount
          STOP RUN.

          PostOneEntry.
                MOVE ZERO TO IMPaid
                SET IMOpen TO TRUE
                SET IMCreditMemo TO TRUE
                MOVE SPACE TO IMTermsCode
                MOVE ZERO TO IMDueDate
                MOVE ZERO TO IMDiscDate
                MOVE ZERO TO IMDiscRate
                SET IMNotDisputed TO TRUE
                WRITE InvMastData
                   INVALID KEY
                      DISPLAY "Reference " CreditRef
                   NOT INVALID KEY
                      IF IMCustID = EntryCustID AND IMOpen
                         AND NOT IMCreditMemo
                         PERFORM CheckEarlyPayDiscount
                         PERFORM ApplyToThisInvoice
                      END-IF
                END-READ
                PERFORM AddUnappliedCash
             END-IF.

          CheckEarlyPayDiscount.
             IF IMDiscRate > ZERO AND IMPaid = ZERO
                AND EntryDate <= IMDiscDate
                COMPUTE DiscAmount ROUNDED = IMTotal * IMDiscRate
                COMPUTE DiscNet = IMTotal - DiscAmount
                IF DiscAmount > ZERO AND ApplyLeft >= DiscNet
                   ADD DiscAmount TO IMPaid
                   ADD 1 TO DiscCount
                   PERFORM WriteDiscountLine
                   MOVE DiscAmount TO Dollar
                   DISPLAY "Early-pay discount of " Dollar
                      " granted on invoice " IMInvNum
                END-IF
             END-IF.

          WriteDiscountLine.
             OPEN EXTEND PaymentFile
             MOVE EntryDate TO PayDate
             MOVE EntryCustID TO PayCustID
             MOVE SPACE TO PayInvRef
             STRING "DSC" DELIMITED BY SIZE
                IMInvNum DELIMITED BY SIZE
                INTO PayInvRef
             END-STRING
             MOVE DiscAmount TO PayAmount
             WRITE PaymentData
             CLOSE PaymentFile
             SUBTRACT DiscAmount FROM OpenBalance.

          ApplyToThisInvoice.
             COMPUTE ApplyAmount = IMTotal - IMPaid
             IF ApplyAmount > ApplyLeft
