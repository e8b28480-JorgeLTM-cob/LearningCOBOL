       IDENTIFICATION DIVISION.
          PROGRAM-ID.   apentry.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 5th, 2021.
      * Modification History
      *   2021-10-05 Brownies - new program: supplier invoice entry
      *              with the three-way match, so supplier bills
      *              stop being paid off paper.  Operator sign on
      *              (operators.txt, password).  The invoice is
      *              keyed against one of the supplier's POs: each
      *              line names the PO line it bills, and is checked
      *              against the PO cost (within PriceTolerance) and
      *              against the quantity stockrcv has received on
      *              that line less what earlier invoices already
      *              billed.  The keyed invoice total must agree
      *              with the lines.  A clean invoice goes onto the
      *              open-payables master (apinv.txt, APINV) open,
      *              due under the supplier's terms through
      *              TERMCALC; any mismatch puts it on hold with
      *              the reason.  The held-invoice review releases
      *              or rejects them and is supervisor-only.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL SupplierFile ASSIGN TO "supplier.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SupCode.
             SELECT OPTIONAL POLineFile ASSIGN TO "poline.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS POKey.
             SELECT OPTIONAL APInvFile ASSIGN TO "apinv.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS APVoucher.
             SELECT OPTIONAL APLineFile ASSIGN TO "apline.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALKey.
             SELECT OPTIONAL APSeqFile ASSIGN TO "apseq.txt"
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
             FD SupplierFile.
                COPY SUPPREC.
             FD POLineFile.
                COPY POLINE.
             FD APInvFile.
                COPY APINV.
             FD APLineFile.
                COPY APLINE.
             FD APSeqFile.
                01 APSeqRec PIC 9(6).
          WORKING-STORAGE SECTION.
             01 SignOnEntry   PIC X(8).
             01 SignedOnID    PIC X(8) VALUE SPACE.
             01 SignedOnName  PIC X(20).
             01 SignedOnLevel PIC X(1).
                88 OperSupervisor VALUE 'S'.
             01 SignOnOK    PIC X.
             01 SignOnTries PIC 9.
             01 PwEntry     PIC X(12).
             01 OperEOF     PIC X.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 RunDate     PIC 9(8).
             01 UpdReply    PIC X(30).
             01 MoreLines   PIC X.
             01 FileEOF     PIC X.
             01 LineEOF     PIC X.
             01 RecFound    PIC X.
      * the price on a supplier's invoice may stray this far from
      * the PO cost either way before the line is held
             01 PriceTolerance PIC V99 VALUE .02.
      * and the keyed total this far from the sum of the lines
             01 TotalTolerance PIC 9V99 VALUE 0.05.
             01 EntrySup    PIC X(6).
             01 EntryInvNum PIC X(12).
             01 EntryInvDate PIC 9(8).
             01 EntryPONum  PIC 9(6).
             01 EntryPOLine PIC 9(3).
             01 EntryQty    PIC 9(5).
             01 EntryPrice  PIC 9(5)V99.
             01 EntryTotal  PIC 9(7)V99.
             01 NewVoucher  PIC 9(6).
             01 NextLineNo  PIC 9(3).
             01 LineTotal   PIC 9(7)V99.
             01 TotalDiff   PIC S9(7)V99.
             01 PriceDiff   PIC S9(5)V99.
             01 PriceLimit  PIC 9(5)V99.
             01 BilledQty   PIC 9(7).
             01 Unbilled    PIC S9(7).
             01 HoldReason  PIC X(20).
             01 POLineCt    PIC 9(3).
             01 TermDue     PIC 9(8).
             01 TermDisc    PIC 9(8).
             01 TermDiscRate PIC V999.
             01 TermFinRate PIC V999.
             01 TermStatus  PIC X(1).
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 Thirty      PIC 9(8) VALUE 30.
             01 QtyDisp     PIC ZZZZ9.
             01 RcvdDisp    PIC ZZZZ9.
             01 BillDisp    PIC ZZZZ9.
             01 CostDisp    PIC ZZ,ZZ9.99.
             01 EnteredCount PIC 9(5) VALUE ZERO.
             01 HeldCount   PIC 9(5) VALUE ZERO.
             01 ReleasedCount PIC 9(5) VALUE ZERO.
             01 RejectedCount PIC 9(5) VALUE ZERO.
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          MainLine.
             PERFORM SignOn
             IF SignOnOK = 'Y'
                MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
                OPEN INPUT SupplierFile
                OPEN INPUT POLineFile
                OPEN I-O APInvFile
                OPEN I-O APLineFile
                PERFORM UNTIL StayOpen = 'N'
                   DISPLAY "   "
                   DISPLAY "1 : Enter a Supplier Invoice"
                   DISPLAY "2 : Review Held Invoices (supervisor)"
                   DISPLAY "0 : Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT Choice
                   EVALUATE Choice
                      WHEN 1 PERFORM EnterInvoice
                      WHEN 2 PERFORM ReviewHeld
                      WHEN OTHER MOVE 'N' TO StayOpen
                   END-EVALUATE
                END-PERFORM
                CLOSE SupplierFile
                CLOSE POLineFile
                CLOSE APInvFile
                CLOSE APLineFile
                DISPLAY "Invoices entered : " EnteredCount
                   "  held : " HeldCount
                DISPLAY "Held invoices released : " ReleasedCount
                   "  rejected : " RejectedCount
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

          EnterInvoice.
             DISPLAY "   "
             DISPLAY "Supplier Code : " WITH NO ADVANCING
             ACCEPT EntrySup
             MOVE FUNCTION UPPER-CASE(EntrySup) TO EntrySup
             MOVE EntrySup TO SupCode
             MOVE 'Y' TO RecFound
             READ SupplierFile
                INVALID KEY MOVE 'N' TO RecFound
             END-READ
             IF RecFound = 'N'
                DISPLAY "Supplier not on file - see suppmnt"
             ELSE
                DISPLAY "Supplier : " FUNCTION TRIM(SupName)
                DISPLAY "Supplier Invoice Number : "
                   WITH NO ADVANCING
                ACCEPT EntryInvNum
                MOVE FUNCTION UPPER-CASE(EntryInvNum) TO EntryInvNum
                PERFORM CheckDuplicateInvoice
                EVALUATE TRUE
                   WHEN EntryInvNum = SPACE
                      DISPLAY "Invoice number cannot be blank"
                   WHEN RecFound = 'Y'
                      DISPLAY "Invoice " FUNCTION TRIM(EntryInvNum)
                         " from " EntrySup " is already voucher "
                         APVoucher " - not entered twice"
                   WHEN OTHER
                      PERFORM EnterInvoiceHeader
                END-EVALUATE
             END-IF.

          CheckDuplicateInvoice.
             MOVE 'N' TO RecFound
             MOVE 'N' TO FileEOF
             MOVE LOW-VALUES TO APInvData
             START APInvFile KEY IS NOT LESS THAN APVoucher
                INVALID KEY MOVE 'Y' TO FileEOF
             END-START
             PERFORM UNTIL FileEOF = 'Y'
                READ APInvFile NEXT RECORD
                   AT END MOVE 'Y' TO FileEOF
                   NOT AT END
                      IF APSupCode = EntrySup
                         AND APSupInvNum = EntryInvNum
                         AND NOT APRejected
                         MOVE 'Y' TO RecFound
                         MOVE 'Y' TO FileEOF
                      END-IF
                END-READ
             END-PERFORM.

          EnterInvoiceHeader.
             DISPLAY "Invoice Date (YYYYMMDD) : " WITH NO ADVANCING
             ACCEPT EntryInvDate
             CALL "DATECALC" USING EntryInvDate, Thirty, "V",
                DCResult, DCStatus
             IF DCStatus NOT = '0'
                DISPLAY "Invalid invoice date - not entered"
             ELSE
                DISPLAY "PO Number : " WITH NO ADVANCING
                ACCEPT EntryPONum
                PERFORM ShowPOLines
                IF POLineCt = ZERO
                   DISPLAY "PO " EntryPONum " has no lines for "
                      "supplier " EntrySup " - not entered"
                ELSE
                   DISPLAY "Invoice Total : " WITH NO ADVANCING
                   ACCEPT UpdReply
                   COMPUTE EntryTotal = FUNCTION NUMVAL-C(UpdReply)
                   PERFORM GetNextVoucher
                   MOVE ZERO TO NextLineNo
                   MOVE ZERO TO LineTotal
                   MOVE SPACE TO HoldReason
                   MOVE 'Y' TO MoreLines
                   PERFORM EnterInvoiceLine WITH TEST AFTER
                      UNTIL MoreLines NOT = 'Y'
                   PERFORM FinishVoucher
                END-IF
             END-IF.

          ShowPOLines.
             MOVE ZERO TO POLineCt
             MOVE EntryPONum TO PONum
             MOVE ZERO TO POLineNo
             MOVE 'N' TO LineEOF
             START POLineFile KEY IS NOT LESS THAN POKey
                INVALID KEY MOVE 'Y' TO LineEOF
             END-START
             PERFORM UNTIL LineEOF = 'Y'
                READ POLineFile NEXT RECORD
                   AT END MOVE 'Y' TO LineEOF
                   NOT AT END
                      IF PONum NOT = EntryPONum
                         MOVE 'Y' TO LineEOF
                      ELSE
                         IF POSupCode = EntrySup
                            PERFORM ShowOnePOLine
                         END-IF
                      END-IF
                END-READ
             END-PERFORM.

          ShowOnePOLine.
             IF POLineCt = ZERO
                DISPLAY "Line Item      Ordered Received  Billed"
                   "  Unit Cost"
             END-IF
             ADD 1 TO POLineCt
             PERFORM SumBilledQty
             MOVE POQtyOrd TO QtyDisp
             MOVE POQtyRcvd TO RcvdDisp
             MOVE BilledQty TO BillDisp
             MOVE POUnitCost TO CostDisp
             DISPLAY POLineNo "  " POItemCode "   " QtyDisp "    "
                RcvdDisp "   " BillDisp "  " CostDisp.

          SumBilledQty.
      * what earlier invoices have already billed on this PO line;
      * a rejected voucher bills nothing, and lines of the voucher
      * being keyed (not on the master yet) count as billed
             MOVE ZERO TO BilledQty
             MOVE 'N' TO FileEOF
             MOVE LOW-VALUES TO ALKey
             START APLineFile KEY IS NOT LESS THAN ALKey
                INVALID KEY MOVE 'Y' TO FileEOF
             END-START
             PERFORM UNTIL FileEOF = 'Y'
                READ APLineFile NEXT RECORD
                   AT END MOVE 'Y' TO FileEOF
                   NOT AT END
                      IF ALPONum = PONum AND ALPOLine = POLineNo
                         MOVE ALVoucher TO APVoucher
                         READ APInvFile
                            INVALID KEY ADD ALQty TO BilledQty
                            NOT INVALID KEY
                               IF NOT APRejected
                                  ADD ALQty TO BilledQty
                               END-IF
                         END-READ
                      END-IF
                END-READ
             END-PERFORM.

          GetNextVoucher.
             OPEN INPUT APSeqFile
             READ APSeqFile
                AT END MOVE 1 TO NewVoucher
                NOT AT END MOVE APSeqRec TO NewVoucher
             END-READ
             CLOSE APSeqFile
             OPEN OUTPUT APSeqFile
             COMPUTE APSeqRec = NewVoucher + 1
             WRITE APSeqRec
             CLOSE APSeqFile.

          EnterInvoiceLine.
             DISPLAY "   "
             DISPLAY "PO Line Billed : " WITH NO ADVANCING
             ACCEPT EntryPOLine
             MOVE EntryPONum TO PONum
             MOVE EntryPOLine TO POLineNo
             MOVE 'Y' TO RecFound
             READ POLineFile
                INVALID KEY MOVE 'N' TO RecFound
             END-READ
             IF RecFound = 'Y' AND POSupCode NOT = EntrySup
                MOVE 'N' TO RecFound
             END-IF
             IF RecFound = 'N'
                DISPLAY "Line not on this PO"
             ELSE
             IF POLineCanceled
                DISPLAY "PO line was cancelled - nothing to bill"
             ELSE
                DISPLAY "Item " POItemCode
                DISPLAY "Quantity Billed : " WITH NO ADVANCING
                ACCEPT EntryQty
                MOVE POUnitCost TO CostDisp
                DISPLAY "Unit Price [" FUNCTION TRIM(CostDisp)
                   "] : " WITH NO ADVANCING
                ACCEPT UpdReply
                IF UpdReply = SPACE
                   MOVE POUnitCost TO EntryPrice
                ELSE
                   COMPUTE EntryPrice = FUNCTION NUMVAL-C(UpdReply)
                END-IF
                IF EntryQty = ZERO
                   DISPLAY "Zero quantity - line not added"
                ELSE
                   PERFORM MatchAndWriteLine
                END-IF
             END-IF
             END-IF
             DISPLAY "Another line? (Y/N): " WITH NO ADVANCING
             ACCEPT MoreLines
             MOVE FUNCTION UPPER-CASE(MoreLines) TO MoreLines.

          MatchAndWriteLine.
             PERFORM SumBilledQty
             COMPUTE Unbilled = POQtyRcvd - BilledQty
             IF Unbilled < ZERO
                MOVE ZERO TO Unbilled
             END-IF
             COMPUTE PriceDiff = EntryPrice - POUnitCost
             IF PriceDiff < ZERO
                COMPUTE PriceDiff = ZERO - PriceDiff
             END-IF
             COMPUTE PriceLimit ROUNDED = POUnitCost * PriceTolerance
             ADD 1 TO NextLineNo
             MOVE NewVoucher TO ALVoucher
             MOVE NextLineNo TO ALLineNo
             MOVE EntryPONum TO ALPONum
             MOVE EntryPOLine TO ALPOLine
             MOVE POItemCode TO ALItemCode
             MOVE EntryQty TO ALQty
             MOVE EntryPrice TO ALUnitPrice
             EVALUATE TRUE
                WHEN EntryQty > Unbilled
                   SET ALQtyOver TO TRUE
                   MOVE Unbilled TO RcvdDisp
                   DISPLAY "MISMATCH: only " RcvdDisp " received "
                      "and not yet billed"
                   IF HoldReason = SPACE
                      MOVE "QTY NOT RECEIVED" TO HoldReason
                   END-IF
                WHEN PriceDiff > PriceLimit
                   SET ALPriceOff TO TRUE
                   DISPLAY "MISMATCH: price is off the PO cost"
                   IF HoldReason = SPACE
                      MOVE "PRICE OFF PO" TO HoldReason
                   END-IF
                WHEN OTHER
                   SET ALMatched TO TRUE
                   DISPLAY "Line matches PO and receipts"
             END-EVALUATE
             WRITE APLineData
                INVALID KEY
                   DISPLAY "Invoice line not written"
                   SUBTRACT 1 FROM NextLineNo
                NOT INVALID KEY
                   COMPUTE LineTotal = LineTotal
                      + (EntryQty * EntryPrice)
             END-WRITE.

          FinishVoucher.
             IF NextLineNo = ZERO
                DISPLAY "No lines entered - voucher " NewVoucher
                   " not used"
             ELSE
                COMPUTE TotalDiff = EntryTotal - LineTotal
                IF TotalDiff < ZERO
                   COMPUTE TotalDiff = ZERO - TotalDiff
                END-IF
                IF TotalDiff > TotalTolerance
                   MOVE LineTotal TO Dollar
                   DISPLAY "MISMATCH: the lines come to "
                      FUNCTION TRIM(Dollar)
                   IF HoldReason = SPACE
                      MOVE "TOTAL DIFFERS" TO HoldReason
                   END-IF
                END-IF
                CALL "TERMCALC" USING SupTerms, EntryInvDate,
                   TermDue, TermDisc, TermDiscRate, TermFinRate,
                   TermStatus
                MOVE NewVoucher TO APVoucher
                MOVE EntrySup TO APSupCode
                MOVE EntryInvNum TO APSupInvNum
                MOVE EntryInvDate TO APInvDate
                MOVE RunDate TO APEntryDate
                MOVE TermDue TO APDueDate
                MOVE EntryPONum TO APPONum
                MOVE EntryTotal TO APAmount
                MOVE ZERO TO APPaid
                MOVE HoldReason TO APHoldReason
                IF HoldReason = SPACE
                   SET APOpen TO TRUE
                ELSE
                   SET APHeld TO TRUE
                END-IF
                MOVE ZERO TO APCheckNum
                MOVE ZERO TO APPaidDate
                MOVE SignedOnID TO APOperID
                WRITE APInvData
                   INVALID KEY
                      DISPLAY "Voucher " NewVoucher " not written"
                   NOT INVALID KEY
                      ADD 1 TO EnteredCount
                      IF APHeld
                         ADD 1 TO HeldCount
                         DISPLAY "Voucher " NewVoucher " HELD - "
                            FUNCTION TRIM(HoldReason)
                      ELSE
                         DISPLAY "Voucher " NewVoucher
                            " matched and open, due " APDueDate
                      END-IF
                END-WRITE
             END-IF.

          ReviewHeld.
             IF NOT OperSupervisor
                DISPLAY "Releasing held invoices is supervisor-only"
             ELSE
                MOVE 'N' TO FileEOF
                MOVE LOW-VALUES TO APInvData
                START APInvFile KEY IS NOT LESS THAN APVoucher
                   INVALID KEY MOVE 'Y' TO FileEOF
                END-START
                PERFORM UNTIL FileEOF = 'Y'
                   READ APInvFile NEXT RECORD
                      AT END MOVE 'Y' TO FileEOF
                      NOT AT END
                         IF APHeld
                            PERFORM ReviewOneHeld
                         END-IF
                   END-READ
                END-PERFORM
                DISPLAY "End of held invoices"
             END-IF.

          ReviewOneHeld.
             MOVE APAmount TO Dollar
             DISPLAY "   "
             DISPLAY "Voucher " APVoucher "  supplier " APSupCode
                "  invoice " FUNCTION TRIM(APSupInvNum)
             DISPLAY "PO " APPONum "  amount " FUNCTION TRIM(Dollar)
                "  held: " FUNCTION TRIM(APHoldReason)
             PERFORM ShowVoucherLines
             DISPLAY "R = release for payment, X = reject, "
                "Enter = leave held : " WITH NO ADVANCING
             ACCEPT UpdReply
             MOVE FUNCTION UPPER-CASE(UpdReply) TO UpdReply
             EVALUATE UpdReply(1:1)
                WHEN 'R'
                   SET APOpen TO TRUE
                   MOVE SignedOnID TO APOperID
                   REWRITE APInvData
                      INVALID KEY DISPLAY "Voucher Not Updated"
                   END-REWRITE
                   ADD 1 TO ReleasedCount
                   DISPLAY "Released"
                WHEN 'X'
                   SET APRejected TO TRUE
                   MOVE SignedOnID TO APOperID
                   REWRITE APInvData
                      INVALID KEY DISPLAY "Voucher Not Updated"
                   END-REWRITE
                   ADD 1 TO RejectedCount
                   DISPLAY "Rejected"
                WHEN OTHER
                   DISPLAY "Left on hold"
             END-EVALUATE.

          ShowVoucherLines.
             MOVE APVoucher TO ALVoucher
             MOVE ZERO TO ALLineNo
             MOVE 'N' TO LineEOF
             START APLineFile KEY IS NOT LESS THAN ALKey
                INVALID KEY MOVE 'Y' TO LineEOF
             END-START
             PERFORM UNTIL LineEOF = 'Y'
                READ APLineFile NEXT RECORD
                   AT END MOVE 'Y' TO LineEOF
                   NOT AT END
                      IF ALVoucher NOT = APVoucher
                         MOVE 'Y' TO LineEOF
                      ELSE
                         MOVE ALQty TO QtyDisp
                         MOVE ALUnitPrice TO CostDisp
                         DISPLAY "  PO line " ALPOLine "  "
                            ALItemCode " qty " QtyDisp " at "
                            CostDisp "  match " ALMatch
                      END-IF
                END-READ
             END-PERFORM.
