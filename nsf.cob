       IDENTIFICATION DIVISION.
          PROGRAM-ID.   nsf.
          AUTHOR.      Brownies.
          DATE-WRITTEN September 17th, 2021.
      * Modification History
      *   2021-09-17 Brownies - new program: returned-check (NSF)
      *              processing, in the invvoid mold.  The operator
      *              signs on (operators.txt, password, three
      *              tries) and keys the customer, the reference the
      *              check was posted under and its amount; the
      *              matching payment is found on payments.txt (the
      *              latest one not already reversed).  The cash
      *              comes back off the invoice master the way
      *              paymnt put it on - the referenced invoice
      *              first, then the customer's unapplied cash on
      *              arcash.txt, then the most recently paid items
      *              - reopening IMPaid, and an early-pay discount
      *              granted with the payment is taken back too.
      *              The returned-check fee is its own open item
      *              (IMKind 'R', due on receipt, numbered out of
      *              invseq.txt), the customer goes on CreditHold,
      *              an NSF action goes to audit.txt, and the
      *              reversal is journaled to payments.txt as NSF
      *              (cash) and NSD (discount) lines dated today so
      *              the night's ledger extract books it.
      *   2021-12-04 Brownies - the audit record now comes from
      *              the shared AUDREC copybook, which adds the chain
      *              sequence number and check value; every entry is
      *              stamped through AUDCHAIN just before it is
      *              written.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
             SELECT OPTIONAL InvMastFile ASSIGN TO "invmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IMInvNum.
             SELECT OPTIONAL PaymentFile ASSIGN TO "payments.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL CashFile ASSIGN TO "arcash.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ACCustID.
             SELECT OPTIONAL InvSeqFile ASSIGN TO "invseq.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL AuditFile ASSIGN TO "audit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD OperatorFile.
                01 OperRecord.
                   02 OperID    PIC X(8).
                   02 OperName  PIC X(20).
                   02 OperLevel PIC X(1).
                   02 OperPass  PIC X(12).
                   02 OperStatus PIC X(1).
                      88 OperUsable    VALUE 'A' ' '.
                      88 OperLockedOut VALUE 'L'.
                      88 OperDisabled  VALUE 'D'.
                   02 OperPwdChg PIC X(1).
             FD CustomerFile.
                COPY CUSTREC.
             FD InvMastFile.
                COPY INVMAST.
             FD PaymentFile.
                01 PaymentData.
                   02 PayDate   PIC 9(8).
                   02 PayCustID PIC 9(5).
                   02 PayInvRef PIC X(10).
                   02 PayAmount PIC 9(6)V99.
             FD CashFile.
                01 CashData.
                   02 ACCustID PIC 9(5).
                   02 ACAmount PIC 9(7)V99.
             FD InvSeqFile.
                01 InvSeqRec PIC 9(7).
             FD AuditFile.
                COPY AUDREC.
          WORKING-STORAGE SECTION.
             01 SignOnEntry   PIC X(8).
             01 SignedOnID    PIC X(8) VALUE SPACE.
             01 SignedOnName  PIC X(20).
             01 SignedOnLevel PIC X(1).
             01 SignOnOK    PIC X.
             01 SignOnTries PIC 9.
             01 PwEntry     PIC X(12).
             01 OperEOF     PIC X.
             01 MoreEntries PIC X VALUE 'Y'.
             01 CustFound   PIC X.
             01 EntryCustID PIC 9(5).
             01 EntryInvRef PIC X(10).
             01 EntryAmount PIC 9(6)V99.
             01 Confirm     PIC X.
             01 FeeChoice   PIC X.
             01 RunDate     PIC 9(8).
             01 PostPeriod  PIC 9(6).
             01 PeriodStatus PIC X(1).
             01 PayEOF      PIC X.
             01 MastEOF     PIC X.
             01 NSFRef      PIC X(10).
             01 DSCRef      PIC X(10).
             01 RefInvNum   PIC 9(7).
             01 RefIsInvoice PIC X.
             01 OrigCount   PIC 9(5).
             01 RevCount    PIC 9(5).
             01 OrigDate    PIC 9(8).
             01 DiscFound   PIC X.
             01 DiscAmount  PIC 9(6)V99.
             01 DiscBack    PIC 9(7)V99.
             01 ReverseLeft PIC 9(7)V99.
             01 ReverseAmt  PIC 9(7)V99.
             01 NewestInv   PIC 9(7).
             01 NewestDate  PIC 9(8).
             01 FeeStd      PIC 9(5)V99 VALUE 25.00.
             01 FeeInvNum   PIC 9(7).
             01 NSFCount    PIC 9(5) VALUE ZERO.
             01 NoMiddleName PIC X(15) VALUE SPACE.
             01 FormattedName PIC X(47).
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          MainLine.
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             MOVE RunDate(1:6) TO PostPeriod
             CALL "PERCHK" USING PostPeriod, PeriodStatus
             IF PeriodStatus = 'C'
                DISPLAY "Period " PostPeriod " is closed - "
                   "reversal refused"
                STOP RUN
             END-IF
             PERFORM SignOn
             IF SignOnOK = 'Y'
                PERFORM ReturnOneCheck WITH TEST AFTER
                   UNTIL MoreEntries NOT = 'Y'
                DISPLAY "Returned checks processed : " NSFCount
             END-IF
          STOP RUN.

          SignOn.
             MOVE 'N' TO SignOnOK
             MOVE ZERO TO SignOnTries
             PERFORM UNTIL SignOnOK = 'Y' OR SignOnTries >= 3
                ADD 1 TO SignOnTries
                DISPLAY "Operator ID : " WITH NO ADVANCING
                ACCEPT SignOnEntry
                PERFORM CheckOperator
                IF SignOnOK NOT = 'Y'
                   DISPLAY "Sign-on refused"
                END-IF
             END-PERFORM
             IF SignOnOK = 'Y'
                DISPLAY "Signed on : " FUNCTION TRIM(SignedOnName)
             ELSE
                DISPLAY "Sign-on failed - run ended"
             END-IF.

          CheckOperator.
             MOVE 'N' TO OperEOF
             OPEN INPUT OperatorFile
             PERFORM UNTIL OperEOF = 'Y'
                READ OperatorFile
                   AT END MOVE 'Y' TO OperEOF
                   NOT AT END
                      IF OperID = SignOnEntry
                         AND OperUsable
                         PERFORM CheckOperPassword
                         MOVE 'Y' TO OperEOF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE OperatorFile.

          CheckOperPassword.
      * a blank password is a new or just-reset operator: they
      * get in once here and the application sign-on forces them
      * to set one
             IF OperPass = SPACE
                MOVE 'Y' TO SignOnOK
             ELSE
                DISPLAY "Password : " WITH NO ADVANCING
                ACCEPT PwEntry
                IF PwEntry = OperPass
                   MOVE 'Y' TO SignOnOK
                ELSE
                   DISPLAY "Invalid password"
                END-IF
             END-IF
             IF SignOnOK = 'Y'
                MOVE OperID TO SignedOnID
                MOVE OperName TO SignedOnName
                MOVE OperLevel TO SignedOnLevel
             END-IF.

          ReturnOneCheck.
             DISPLAY "   "
             DISPLAY "Enter Customer ID : " WITH NO ADVANCING
             ACCEPT EntryCustID
             MOVE 'Y' TO CustFound
             OPEN I-O CustomerFile
             MOVE EntryCustID TO IDNum
             READ CustomerFile
                INVALID KEY MOVE 'N' TO CustFound
             END-READ
             IF CustFound = 'N'
                DISPLAY "Customer doesn't exist"
             ELSE
                CALL "NAMEFMT" USING FirstName, NoMiddleName,
                   LastName, FormattedName
                DISPLAY "Customer : " FUNCTION TRIM(FormattedName)
                DISPLAY "Enter Check / Payment Reference : "
                   WITH NO ADVANCING
                ACCEPT EntryInvRef
                DISPLAY "Enter Check Amount : " WITH NO ADVANCING
                ACCEPT EntryAmount
                PERFORM FindOriginalPayment
                EVALUATE TRUE
                   WHEN EntryInvRef(1:3) = "NSF" OR "NSD" OR "DSC"
                      OR "RFD"
                      OR EntryInvRef(1:6) = "BALFWD"
                      DISPLAY "Reference is a journal marker - "
                         "not a payment"
                   WHEN EntryAmount = ZERO
                      DISPLAY "Zero amount - nothing to reverse"
                   WHEN OrigCount = ZERO
                      DISPLAY "No payment on file for that "
                         "customer, reference and amount"
                   WHEN RevCount >= OrigCount
                      DISPLAY "That payment has already been "
                         "returned"
                   WHEN OTHER
                      PERFORM ConfirmReturn
                END-EVALUATE
             END-IF
             CLOSE CustomerFile
             DISPLAY "Another returned check? (Y/N): "
                WITH NO ADVANCING
             ACCEPT MoreEntries.

          FindOriginalPayment.
      * the reversal line carries the first seven characters of the
      * original reference behind NSF, so a payment counts as
      * already returned when there are as many NSF lines for the
      * customer, reference and amount as there are payments
             MOVE SPACE TO NSFRef
             STRING "NSF" DELIMITED BY SIZE
                EntryInvRef(1:7) DELIMITED BY SIZE
                INTO NSFRef
             END-STRING
             MOVE 'N' TO RefIsInvoice
             MOVE ZERO TO RefInvNum
             IF FUNCTION TRIM(EntryInvRef) NUMERIC
                MOVE FUNCTION TRIM(EntryInvRef) TO RefInvNum
                MOVE 'Y' TO RefIsInvoice
             END-IF
             MOVE ZERO TO OrigCount
             MOVE ZERO TO RevCount
             MOVE ZERO TO OrigDate
             MOVE 'N' TO PayEOF
             OPEN INPUT PaymentFile
             PERFORM UNTIL PayEOF = 'Y'
                READ PaymentFile
                   AT END MOVE 'Y' TO PayEOF
                   NOT AT END
                      IF PayCustID = EntryCustID
                         AND PayAmount = EntryAmount
                         IF PayInvRef = EntryInvRef
                            ADD 1 TO OrigCount
                            MOVE PayDate TO OrigDate
                         END-IF
                         IF PayInvRef = NSFRef
                            ADD 1 TO RevCount
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PaymentFile
             PERFORM FindPaymentDiscount.

          FindPaymentDiscount.
      * paymnt journals an early-pay discount as a DSC line for the
      * named invoice, dated the same as the payment that earned it
             MOVE 'N' TO DiscFound
             MOVE ZERO TO DiscAmount
             IF RefIsInvoice = 'Y' AND OrigCount > ZERO
                MOVE SPACE TO DSCRef
                STRING "DSC" DELIMITED BY SIZE
                   RefInvNum DELIMITED BY SIZE
                   INTO DSCRef
                END-STRING
                MOVE 'N' TO PayEOF
                OPEN INPUT PaymentFile
                PERFORM UNTIL PayEOF = 'Y'
                   READ PaymentFile
                      AT END MOVE 'Y' TO PayEOF
                      NOT AT END
                         IF PayCustID = EntryCustID
                            AND PayInvRef = DSCRef
                            AND PayDate = OrigDate
                            MOVE 'Y' TO DiscFound
                            MOVE PayAmount TO DiscAmount
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE PaymentFile
             END-IF.

          ConfirmReturn.
             MOVE EntryAmount TO Dollar
             DISPLAY "Payment of " Dollar " dated " OrigDate
                " ref " EntryInvRef
             IF DiscFound = 'Y'
                MOVE DiscAmount TO Dollar
                DISPLAY "Early-pay discount of " Dollar
                   " granted with it will be taken back"
             END-IF
             MOVE FeeStd TO Dollar
             DISPLAY "Returned-check fee " Dollar
                " - assess it? (Y/N) : " WITH NO ADVANCING
             ACCEPT FeeChoice
             DISPLAY "Reverse this payment - Are you sure? (Y/N) : "
                WITH NO ADVANCING
             ACCEPT Confirm
             IF Confirm = 'Y' OR Confirm = 'y'
                PERFORM ReverseApplication
                PERFORM WriteReversalLines
                IF FeeChoice = 'Y' OR FeeChoice = 'y'
                   PERFORM WriteFeeItem
                END-IF
                MOVE 'H' TO CreditHold
                REWRITE CustomerData
                   INVALID KEY DISPLAY "Credit hold not set"
                END-REWRITE
                PERFORM WriteNSFAudit
                ADD 1 TO NSFCount
                DISPLAY "Payment reversed - customer " IDNum
                   " is on credit hold"
             ELSE
                DISPLAY "Reversal Cancelled"
             END-IF.

          ReverseApplication.
             MOVE EntryAmount TO ReverseLeft
             MOVE ZERO TO DiscBack
             OPEN I-O InvMastFile
             IF RefIsInvoice = 'Y'
                MOVE RefInvNum TO IMInvNum
                READ InvMastFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      IF IMCustID = EntryCustID
                         AND NOT IMCreditMemo AND NOT IMVoid
                         AND NOT IMWrittenOff
                         PERFORM ReopenReferenced
                      END-IF
                END-READ
             END-IF
             IF ReverseLeft > ZERO
                PERFORM TakeBackUnappliedCash
             END-IF
             MOVE 1 TO NewestInv
             PERFORM ReopenNewestPaid WITH TEST BEFORE
                UNTIL ReverseLeft = ZERO OR NewestInv = ZERO
             CLOSE InvMastFile
             IF ReverseLeft > ZERO
                MOVE ReverseLeft TO Dollar
                DISPLAY "Warning: " Dollar " of the check was not "
                   "found applied on the master"
             END-IF.

          ReopenReferenced.
             IF DiscFound = 'Y'
                MOVE DiscAmount TO DiscBack
                IF DiscBack > IMPaid
                   MOVE IMPaid TO DiscBack
                END-IF
                SUBTRACT DiscBack FROM IMPaid
             END-IF
             MOVE ReverseLeft TO ReverseAmt
             IF ReverseAmt > IMPaid
                MOVE IMPaid TO ReverseAmt
             END-IF
             PERFORM ReopenThisItem.

          ReopenThisItem.
             SUBTRACT ReverseAmt FROM IMPaid
             SUBTRACT ReverseAmt FROM ReverseLeft
             IF IMPaid < IMTotal
                SET IMOpen TO TRUE
             END-IF
             REWRITE InvMastData
                INVALID KEY DISPLAY "Master not updated for invoice "
                   IMInvNum
             END-REWRITE
             MOVE ReverseAmt TO Dollar
             DISPLAY "Reopened " Dollar " on item " IMInvNum.

          TakeBackUnappliedCash.
             OPEN I-O CashFile
             MOVE EntryCustID TO ACCustID
             READ CashFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE ReverseLeft TO ReverseAmt
                   IF ReverseAmt > ACAmount
                      MOVE ACAmount TO ReverseAmt
                   END-IF
                   IF ReverseAmt > ZERO
                      SUBTRACT ReverseAmt FROM ACAmount
                      SUBTRACT ReverseAmt FROM ReverseLeft
                      REWRITE CashData
                         INVALID KEY DISPLAY
                            "Unapplied cash not updated"
                      END-REWRITE
                      MOVE ReverseAmt TO Dollar
                      DISPLAY "Took back " Dollar
                         " of unapplied cash"
                   END-IF
             END-READ
             CLOSE CashFile.

          ReopenNewestPaid.
      * paymnt applies oldest first, so the cash a bounced check
      * paid is looked for on the most recently dated items that
      * carry any
             MOVE ZERO TO NewestInv
             MOVE ZERO TO NewestDate
             MOVE 'N' TO MastEOF
             MOVE LOW-VALUES TO IMInvNum
             START InvMastFile KEY IS NOT LESS THAN IMInvNum
                INVALID KEY MOVE 'Y' TO MastEOF
             END-START
             PERFORM UNTIL MastEOF = 'Y'
                READ InvMastFile NEXT RECORD
                   AT END MOVE 'Y' TO MastEOF
                   NOT AT END
                      IF IMCustID = EntryCustID
                         AND NOT IMCreditMemo AND NOT IMVoid
                         AND NOT IMWrittenOff
                         AND IMPaid > ZERO
                         AND IMInvDate >= NewestDate
                         MOVE IMInvDate TO NewestDate
                         MOVE IMInvNum TO NewestInv
                      END-IF
                END-READ
             END-PERFORM
             IF NewestInv > ZERO
                MOVE NewestInv TO IMInvNum
                READ InvMastFile
                   INVALID KEY MOVE ZERO TO NewestInv
                   NOT INVALID KEY
                      MOVE ReverseLeft TO ReverseAmt
                      IF ReverseAmt > IMPaid
                         MOVE IMPaid TO ReverseAmt
                      END-IF
                      PERFORM ReopenThisItem
                END-READ
             END-IF.

          WriteReversalLines.
             OPEN EXTEND PaymentFile
             MOVE RunDate TO PayDate
             MOVE EntryCustID TO PayCustID
             MOVE NSFRef TO PayInvRef
             MOVE EntryAmount TO PayAmount
             WRITE PaymentData
             IF DiscBack > ZERO
                MOVE RunDate TO PayDate
                MOVE EntryCustID TO PayCustID
                MOVE SPACE TO PayInvRef
                STRING "NSD" DELIMITED BY SIZE
                   RefInvNum DELIMITED BY SIZE
                   INTO PayInvRef
                END-STRING
                MOVE DiscBack TO PayAmount
                WRITE PaymentData
             END-IF
             CLOSE PaymentFile.

          WriteFeeItem.
             OPEN INPUT InvSeqFile
             READ InvSeqFile
                AT END MOVE 1 TO FeeInvNum
                NOT AT END MOVE InvSeqRec TO FeeInvNum
             END-READ
             CLOSE InvSeqFile
             OPEN OUTPUT InvSeqFile
             COMPUTE InvSeqRec = FeeInvNum + 1
             WRITE InvSeqRec
             CLOSE InvSeqFile
             OPEN I-O InvMastFile
             MOVE FeeInvNum TO IMInvNum
             MOVE EntryCustID TO IMCustID
             MOVE RunDate TO IMInvDate
             MOVE State TO IMState
             MOVE FeeStd TO IMSubtotal
             MOVE ZERO TO IMTax
             MOVE FeeStd TO IMTotal
             MOVE ZERO TO IMPaid
             SET IMOpen TO TRUE
             SET IMRetChkFee TO TRUE
             MOVE SPACE TO IMTermsCode
             MOVE RunDate TO IMDueDate
             MOVE ZERO TO IMDiscDate
             MOVE ZERO TO IMDiscRate
             SET IMNotDisputed TO TRUE
             WRITE InvMastData
                INVALID KEY
                   DISPLAY "Reference " FeeInvNum
                      " already on the master - fee not written"
             END-WRITE
             CLOSE InvMastFile
             DISPLAY "Returned-check fee posted as item " FeeInvNum.

          WriteNSFAudit.
             OPEN EXTEND AuditFile
             MOVE "NSF" TO AuditAction
             MOVE EntryCustID TO AuditIDNum
             MOVE FUNCTION CURRENT-DATE TO AuditTimeStamp
             MOVE SignedOnID TO AuditOperID
             CALL "AUDCHAIN" USING AuditRecord
             WRITE AuditRecord
             CLOSE AuditFile.
