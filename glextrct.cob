      *              220 for the Rep= stamp.
      *   2021-06-21 Brownies - transaction-log record widened to
      *              260 for the TierDisc= and QtyDisc= stamps.
      *   2021-09-13 Brownies - early-pay discount lines on
      *              payments.txt (DSC reference) are not cash: they
      *              book debit 4050 Sales Discounts / credit 1100
      *              Receivable on their own pair of lines.
      *   2021-09-17 Brownies - returned checks: the nsf program's
      *              NSF lines on payments.txt book debit 1100
      *              Receivable / credit 1000 Cash, its NSD lines
      *              (an early-pay discount taken back) debit 1100
      *              / credit 4050, and the returned-check fee
      *              items it writes to the invoice master today
      *              book debit 1100 / credit 4910 Returned Check
      *              Fees.
      *   2021-09-19 Brownies - bad-debt write-offs: today's lines
      *              on writeoffs.txt (the wrtoff program) book
      *              debit 6400 Bad Debt Expense / credit 1100
      *              Receivable.
      *   2021-09-21 Brownies - customer refunds: the refund run's
      *              RFD lines on payments.txt book debit 1100
      *              Receivable / credit 1000 Cash.
      *   2021-10-05 Brownies - supplier checks: today's checks on
      *              apchecks.txt (the aprun check run) book debit
      *              2000 Payables / credit 1000 Cash.
      *   2021-10-11 Brownies - transaction-log record widened to
      *              280 for the Cost= stamp.
      *   2021-10-19 Brownies - transaction-log record widened to
      *              300 for the Contract= stamp.
      *   2021-10-25 Brownies - freight: the Frt= stamp round puts
      *              on an invoice line (netted on the void reversal)
      *              is credited to 4100 Freight Revenue on its own
      *              line; the receivable debit already carries it
      *              in the Total=.  Transaction-log record widened
      *              to 320 for the stamp.
      *   2021-11-02 Brownies - transaction-log record widened to
      *              360 for the Canadian GST/HST and PST/QST
      *              stamps.
      *   2021-11-04 Brownies - transaction-log record widened to
      *              400 for the Promo= stamp.
      *   2021-12-18 Brownies - the batch is appended to
      *              gljournal.txt instead of recreating it: payroll,
      *              deprun and famaint append their batches during
      *              the day, and recreating the file threw them
      *              away before glpost saw them.  glpost empties
      *              the journal once everything on it has posted.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL PaymentFile ASSIGN TO "payments.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL InvMastFile ASSIGN TO "invmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IMInvNum.
             SELECT OPTIONAL WriteOffFile ASSIGN TO "writeoffs.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL APCheckFile ASSIGN TO "apchecks.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL JournalFile ASSIGN TO "gljournal.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD RTransFile.
                01 RTransLine PIC X(400).
             FD PaymentFile.
                01 PaymentData.
                   02 PayDate   PIC 9(8).
                   02 PayCustID PIC 9(5).
                   02 PayInvRef PIC X(10).
                   02 PayAmount PIC 9(6)V99.
             FD InvMastFile.
                COPY INVMAST.
             FD WriteOffFile.
                01 WriteOffData.
                   02 WODate    PIC 9(8).
                   02 WOInvNum  PIC 9(7).
                   02 WOCustID  PIC 9(5).
                   02 WORep     PIC X(3).
                   02 WOAmount  PIC 9(7)V99.
                   02 WOReason  PIC X(2).
                   02 WOOperID  PIC X(8).
             FD APCheckFile.
                01 APCheckData.
                   02 ChkDate     PIC 9(8).
                   02 ChkNum      PIC 9(6).
                   02 ChkSupCode  PIC X(6).
                   02 ChkAmount   PIC 9(7)V99.
                   02 ChkVouchers PIC 9(3).
                   02 ChkOperID   PIC X(8).
             FD JournalFile.
                01 JournalData.
                   02 GLDate    PIC 9(8).
          WORKING-STORAGE SECTION.
             01 RTransEOF   PIC X VALUE 'N'.
             01 PayEOF      PIC X VALUE 'N'.
             01 MastEOF     PIC X VALUE 'N'.
             01 WOEOF       PIC X VALUE 'N'.
             01 ChkEOF      PIC X VALUE 'N'.
             01 RunDate     PIC 9(8).
             01 LineDate    PIC 9(8).
             01 LineToken   PIC X(30).
             01 WorkSub     PIC S9(6)V99.
             01 WorkTax     PIC S9(6)V99.
             01 WorkTot     PIC S9(6)V99.
             01 WorkFrt     PIC S9(6)V99.
             01 SalesTotal  PIC S9(9)V99 VALUE ZERO.
             01 TaxTotal    PIC S9(9)V99 VALUE ZERO.
             01 FreightTotal PIC S9(9)V99 VALUE ZERO.
             01 ARDebit     PIC S9(9)V99 VALUE ZERO.
             01 CashTotal   PIC S9(9)V99 VALUE ZERO.
             01 DiscTotal   PIC S9(9)V99 VALUE ZERO.
             01 NSFTotal    PIC S9(9)V99 VALUE ZERO.
             01 DiscRevTotal PIC S9(9)V99 VALUE ZERO.
             01 FeeTotal    PIC S9(9)V99 VALUE ZERO.
             01 WOTotal     PIC S9(9)V99 VALUE ZERO.
             01 RefundTotal PIC S9(9)V99 VALUE ZERO.
             01 APCheckTotal PIC S9(9)V99 VALUE ZERO.
             01 DebitTotal  PIC S9(9)V99 VALUE ZERO.
             01 CreditTotal PIC S9(9)V99 VALUE ZERO.
             01 InvCount    PIC 9(5) VALUE ZERO.
             01 PayCount    PIC 9(5) VALUE ZERO.
             01 FeeCount    PIC 9(5) VALUE ZERO.
             01 WOCount     PIC 9(5) VALUE ZERO.
             01 ChkCount    PIC 9(5) VALUE ZERO.
             01 LineCount   PIC 9(3) VALUE ZERO.
             01 OutOfBal    PIC X VALUE 'N'.
             01 JLProgName PIC X(12) VALUE "glextrct".
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             PERFORM SumInvoices
             PERFORM SumPayments
             PERFORM SumReturnedCheckFees
             PERFORM SumWriteOffs
             PERFORM SumAPChecks
             PERFORM WriteJournal
             DISPLAY "Journal written to gljournal.txt"
             MOVE "END" TO JLPhase
             COMPUTE JLReadCt = InvCount + PayCount + FeeCount
                + WOCount + ChkCount
             MOVE LineCount TO JLWriteCt
             MOVE ZERO TO JLRejCt
             IF OutOfBal = 'Y'
                   MOVE ZERO TO WorkSub
                   MOVE ZERO TO WorkTax
                   MOVE ZERO TO WorkTot
                   MOVE ZERO TO WorkFrt
                   COMPUTE LineLen = FUNCTION LENGTH(
                      FUNCTION TRIM(RTransLine TRAILING))
                   MOVE 1 TO LinePtr
                   ADD 1 TO InvCount
                   ADD WorkSub TO SalesTotal
                   ADD WorkTax TO TaxTotal
                   ADD WorkFrt TO FreightTotal
                   ADD WorkTot TO ARDebit
                END-IF
             END-IF.
                WHEN LineToken(1:6) = "Total="
                   COMPUTE WorkTot =
                      FUNCTION NUMVAL-C(LineToken(7:24))
                WHEN LineToken(1:4) = "Frt="
                   COMPUTE WorkFrt =
                      FUNCTION NUMVAL-C(LineToken(5:26))
             END-EVALUATE.

          SumPayments.
                   NOT AT END
                      IF PayDate = RunDate
                         ADD 1 TO PayCount
                         EVALUATE TRUE
                            WHEN PayInvRef(1:3) = "DSC"
                               ADD PayAmount TO DiscTotal
                            WHEN PayInvRef(1:3) = "NSF"
                               ADD PayAmount TO NSFTotal
                            WHEN PayInvRef(1:3) = "NSD"
                               ADD PayAmount TO DiscRevTotal
                            WHEN PayInvRef(1:3) = "RFD"
                               ADD PayAmount TO RefundTotal
                            WHEN OTHER
                               ADD PayAmount TO CashTotal
                         END-EVALUATE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PaymentFile.

          SumReturnedCheckFees.
             OPEN INPUT InvMastFile
             MOVE LOW-VALUES TO IMInvNum
             START InvMastFile KEY IS NOT LESS THAN IMInvNum
                INVALID KEY MOVE 'Y' TO MastEOF
             END-START
             PERFORM UNTIL MastEOF = 'Y'
                READ InvMastFile NEXT RECORD
                   AT END MOVE 'Y' TO MastEOF
                   NOT AT END
                      IF IMRetChkFee AND IMInvDate = RunDate
                         AND NOT IMVoid
                         ADD 1 TO FeeCount
                         ADD IMTotal TO FeeTotal
                      END-IF
                END-READ
             END-PERFORM
             CLOSE InvMastFile.

          SumWriteOffs.
             OPEN INPUT WriteOffFile
             PERFORM UNTIL WOEOF = 'Y'
                READ WriteOffFile
                   AT END MOVE 'Y' TO WOEOF
                   NOT AT END
                      IF WODate = RunDate
                         ADD 1 TO WOCount
                         ADD WOAmount TO WOTotal
                      END-IF
                END-READ
             END-PERFORM
             CLOSE WriteOffFile.

          SumAPChecks.
             OPEN INPUT APCheckFile
             PERFORM UNTIL ChkEOF = 'Y'
                READ APCheckFile
                   AT END MOVE 'Y' TO ChkEOF
                   NOT AT END
                      IF ChkDate = RunDate
                         ADD 1 TO ChkCount
                         ADD ChkAmount TO APCheckTotal
                      END-IF
                END-READ
             END-PERFORM
             CLOSE APCheckFile.

          WriteJournal.
             OPEN EXTEND JournalFile
             IF ARDebit NOT = ZERO
                MOVE "1100" TO GLAccount
                MOVE "RECEIVABLE-SALES" TO GLDesc
                MOVE SalesTotal TO GLCredit
                PERFORM WriteJournalLine
             END-IF
             IF FreightTotal NOT = ZERO
                MOVE "4100" TO GLAccount
                MOVE "FREIGHT REVENUE" TO GLDesc
                MOVE ZERO TO GLDebit
                MOVE FreightTotal TO GLCredit
                PERFORM WriteJournalLine
             END-IF
             IF TaxTotal NOT = ZERO
                MOVE "2200" TO GLAccount
                MOVE "SALES TAX PAYABLE" TO GLDesc
                MOVE CashTotal TO GLCredit
                PERFORM WriteJournalLine
             END-IF
             IF DiscTotal NOT = ZERO
                MOVE "4050" TO GLAccount
                MOVE "SALES DISCOUNTS" TO GLDesc
                MOVE DiscTotal TO GLDebit
                MOVE ZERO TO GLCredit
                PERFORM WriteJournalLine
                MOVE "1100" TO GLAccount
                MOVE "RECEIVABLE-DISCOUNT" TO GLDesc
                MOVE ZERO TO GLDebit
                MOVE DiscTotal TO GLCredit
                PERFORM WriteJournalLine
             END-IF
             IF NSFTotal NOT = ZERO
                MOVE "1100" TO GLAccount
                MOVE "RECEIVABLE-NSF" TO GLDesc
                MOVE NSFTotal TO GLDebit
                MOVE ZERO TO GLCredit
                PERFORM WriteJournalLine
                MOVE "1000" TO GLAccount
                MOVE "CASH-RETURNED CHECKS" TO GLDesc
                MOVE ZERO TO GLDebit
                MOVE NSFTotal TO GLCredit
                PERFORM WriteJournalLine
             END-IF
             IF DiscRevTotal NOT = ZERO
                MOVE "1100" TO GLAccount
                MOVE "RECEIVABLE-DISC REV" TO GLDesc
                MOVE DiscRevTotal TO GLDebit
                MOVE ZERO TO GLCredit
                PERFORM WriteJournalLine
                MOVE "4050" TO GLAccount
                MOVE "SALES DISCOUNTS REV" TO GLDesc
                MOVE ZERO TO GLDebit
                MOVE DiscRevTotal TO GLCredit
                PERFORM WriteJournalLine
             END-IF
             IF FeeTotal NOT = ZERO
                MOVE "1100" TO GLAccount
                MOVE "RECEIVABLE-NSF FEE" TO GLDesc
                MOVE FeeTotal TO GLDebit
                MOVE ZERO TO GLCredit
                PERFORM WriteJournalLine
                MOVE "4910" TO GLAccount
                MOVE "RETURNED CHECK FEES" TO GLDesc
                MOVE ZERO TO GLDebit
                MOVE FeeTotal TO GLCredit
                PERFORM WriteJournalLine
             END-IF
             IF RefundTotal NOT = ZERO
                MOVE "1100" TO GLAccount
                MOVE "RECEIVABLE-REFUNDS" TO GLDesc
                MOVE RefundTotal TO GLDebit
                MOVE ZERO TO GLCredit
                PERFORM WriteJournalLine
                MOVE "1000" TO GLAccount
                MOVE "CASH-REFUNDS" TO GLDesc
                MOVE ZERO TO GLDebit
                MOVE RefundTotal TO GLCredit
                PERFORM WriteJournalLine
             END-IF
             IF WOTotal NOT = ZERO
                MOVE "6400" TO GLAccount
                MOVE "BAD DEBT EXPENSE" TO GLDesc
                MOVE WOTotal TO GLDebit
                MOVE ZERO TO GLCredit
                PERFORM WriteJournalLine
                MOVE "1100" TO GLAccount
                MOVE "RECEIVABLE-WRITEOFF" TO GLDesc
                MOVE ZERO TO GLDebit
                MOVE WOTotal TO GLCredit
                PERFORM WriteJournalLine
             END-IF
             IF APCheckTotal NOT = ZERO
                MOVE "2000" TO GLAccount
                MOVE "PAYABLES-CHECKS" TO GLDesc
                MOVE APCheckTotal TO GLDebit
                MOVE ZERO TO GLCredit
                PERFORM WriteJournalLine
                MOVE "1000" TO GLAccount
                MOVE "CASH-AP CHECKS" TO GLDesc
                MOVE ZERO TO GLDebit
                MOVE APCheckTotal TO GLCredit
                PERFORM WriteJournalLine
             END-IF
             IF DebitTotal NOT = CreditTotal
                MOVE 'Y' TO OutOfBal
             END-IF
