      *              operator's password the way payroll's
      *              supervisor check does; knowing an OperID alone
      *              no longer signs anyone on here.
      *   2021-09-19 Brownies - a written-off invoice is not voidable;
      *              the write-off already took it off the books.
      *   2021-10-11 Brownies - the invoice's lines on the
      *              saleline.txt cost journal are repeated negated
      *              with the void flag, and the reversal line
      *              carries the negated Cost=, so a void takes the
      *              cost of the sale out of the margin along with
      *              the sale (log record widened to 280).
      *   2021-10-19 Brownies - transaction-log record widened to
      *              300 for the Contract= stamp.
      *   2021-10-23 Brownies - an invoice with goods already back
      *              against it on returns.txt (rma) is not voidable;
      *              its credit memo is on the books and the void
      *              would credit those goods a second time.
      *   2021-10-25 Brownies - the reversal line carries the
      *              negated Frt= for an invoice that billed freight
      *              (the master's total less subtotal and tax), so
      *              the freight revenue nets out with the rest.
      *              Transaction-log record widened to 320.
      *   2021-11-02 Brownies - voiding a Canadian invoice reverses
      *              its GST/HST and PST/QST: CANTXLOG reads the
      *              components back off the invoice's own log line
      *              and the reversal line carries them negated, with
      *              the invoice's Curr= and Rate=, so the Canadian
      *              remittance nets the void.  Log record widened to
      *              360.
      *   2021-11-04 Brownies - the reversing sale line negates the
      *              promotion discount with the rest, keeping the
      *              code, so promorpt nets the void.  Log record
      *              widened to 400.
      *   2021-11-10 Brownies - voiding an invoice takes back the
      *              loyalty points it earned (PTSPOST, points.txt).
      *   2021-12-04 Brownies - the audit record now comes from
      *              the shared AUDREC copybook, which adds the chain
      *              sequence number and check value; every entry is
      *              stamped through AUDCHAIN just before it is
      *              written.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ASSIGN TO "roundtrans.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL SaleLineFile ASSIGN TO "saleline.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL ReturnFile ASSIGN TO "returns.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL AuditFile ASSIGN TO "audit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             FD CustomerFile.
                COPY CUSTREC.
             FD TransactionFile.
                01 TransactionLine PIC X(400).
             FD SaleLineFile.
                COPY SALELINE.
             FD ReturnFile.
                COPY RETURNS.
             FD AuditFile.
                COPY AUDREC.
          WORKING-STORAGE SECTION.
             01 SignOnEntry   PIC X(8).
             01 SignedOnID    PIC X(8) VALUE SPACE.
             01 VoidRep     PIC X(3).
             01 VoidBranch  PIC X(3).
             01 VoidCustOK  PIC X.
             01 LogCost     PIC X(15).
             01 LogFreight  PIC X(15).
             01 VoidFreight PIC S9(7)V99.
             01 SaleEOF     PIC X.
             01 ReturnEOF   PIC X.
             01 ReturnsOn   PIC X.
             01 VoidCost    PIC S9(7)V99.
             01 VoidState   PIC X(2).
                88 VoidInCanada VALUE "AB" "BC" "MB" "NB" "NL"
                   "NS" "NT" "NU" "ON" "PE" "QC" "SK" "YT".
             01 CanFedType  PIC X(3).
             01 CanFedAmt   PIC 9(7)V99.
             01 CanProvType PIC X(3).
             01 CanProvAmt  PIC 9(7)V99.
             01 CanCurr     PIC X(3).
             01 CanRate     PIC 9V9999.
             01 CanRateDisp PIC 9.9999.
             01 CanStatus   PIC X(1).
             01 LogFedTax   PIC X(15).
             01 LogProvTax  PIC X(15).
      * the invoice's cost-journal lines, read off before the
      * negated copies are appended to the same file
             01 VoidLineTable.
                02 VoidLine OCCURS 100 TIMES.
                   03 VLImage PIC X(82).
             01 VoidLineCt  PIC 9(3).
             01 VoidSub     PIC 9(3).
             01 PtsDate     PIC 9(8).
             01 PtsFunc     PIC X(1).
             01 PtsSource   PIC X(1).
             01 PtsAmount   PIC 9(7)V99.
             01 PtsCount    PIC 9(7).
             01 PtsStatus   PIC X(1).
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          MainLine.
             READ InvMastFile
                INVALID KEY MOVE 'N' TO InvFound
             END-READ
             PERFORM CheckForReturns
             EVALUATE TRUE
                WHEN InvFound = 'N'
                   DISPLAY "Invoice not on the master"
                WHEN IMVoid
                   DISPLAY "Invoice is already void"
                WHEN IMWrittenOff
                   DISPLAY "Invoice is written off - not voidable"
                WHEN IMCreditMemo
                   DISPLAY "Reference is a credit memo - not "
                      "voidable here"
                WHEN IMPaid > ZERO
                   DISPLAY "Invoice has cash applied - move the "
                      "payment off it before voiding"
                WHEN ReturnsOn = 'Y'
                   DISPLAY "Goods have come back against this "
                      "invoice - not voidable"
                WHEN OTHER
                   PERFORM ShowAndConfirmVoid
             END-EVALUATE
             DISPLAY "Another void? (Y/N): " WITH NO ADVANCING
             ACCEPT MoreVoids.

          CheckForReturns.
             MOVE 'N' TO ReturnsOn
             MOVE 'N' TO ReturnEOF
             OPEN INPUT ReturnFile
             PERFORM UNTIL ReturnEOF = 'Y'
                READ ReturnFile
                   AT END MOVE 'Y' TO ReturnEOF
                   NOT AT END
                      IF RTInvNum = EntryInvNum
                         MOVE 'Y' TO ReturnsOn
                         MOVE 'Y' TO ReturnEOF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE ReturnFile.

          ShowAndConfirmVoid.
             DISPLAY "Invoice  : " IMInvNum "  Customer: " IMCustID
                "  Date: " IMInvDate
                   INVALID KEY DISPLAY "Master not updated"
                END-REWRITE
                PERFORM FetchVoidCustomer
                PERFORM ReverseSaleLines
                PERFORM WriteReversalLine
                PERFORM WriteVoidAudit
                PERFORM ReversePoints
                ADD 1 TO VoidCount
                DISPLAY "Invoice " IMInvNum " voided"
             ELSE
                DISPLAY "Void Cancelled"
             END-IF.

          ReversePoints.
      * a zero amount takes back everything the invoice still holds
             MOVE FUNCTION CURRENT-DATE(1:8) TO PtsDate
             MOVE 'V' TO PtsFunc
             MOVE 'V' TO PtsSource
             MOVE ZERO TO PtsAmount
             MOVE ZERO TO PtsCount
             CALL "PTSPOST" USING IMCustID, PtsDate, PtsFunc,
                PtsSource, IMInvNum, PtsAmount, PtsCount, PtsStatus
             IF PtsStatus = '0'
                DISPLAY "Loyalty points taken back : " PtsCount
             END-IF.

          FetchVoidCustomer.
      * the reversal line must carry the same Rep= and Branch=
      * stamps as the sale it backs out, or the commission and
             END-IF
             CLOSE CustomerFile.

          ReverseSaleLines.
             MOVE ZERO TO VoidLineCt
             MOVE ZERO TO VoidCost
             MOVE 'N' TO SaleEOF
             OPEN INPUT SaleLineFile
             PERFORM UNTIL SaleEOF = 'Y'
                READ SaleLineFile
                   AT END MOVE 'Y' TO SaleEOF
                   NOT AT END
                      IF SLInvNum = IMInvNum AND NOT SLIsVoid
                         AND VoidLineCt < 100
                         ADD 1 TO VoidLineCt
                         MOVE SaleLineData TO VLImage(VoidLineCt)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE SaleLineFile
             IF VoidLineCt > ZERO
                OPEN EXTEND SaleLineFile
                PERFORM WriteVoidSaleLine VARYING VoidSub FROM 1
                   BY 1 UNTIL VoidSub > VoidLineCt
                CLOSE SaleLineFile
             END-IF.

          WriteVoidSaleLine.
      * the rep and branch stay those of the sale so the margin
      * nets against whoever booked it
             MOVE VLImage(VoidSub) TO SaleLineData
             MOVE FUNCTION CURRENT-DATE(1:8) TO SLDate
             COMPUTE SLQty = ZERO - SLQty
             COMPUTE SLSales = ZERO - SLSales
             COMPUTE SLCost = ZERO - SLCost
             IF SLPromo = SPACE
                MOVE ZERO TO SLPromoDisc
             ELSE
                COMPUTE SLPromoDisc = ZERO - SLPromoDisc
             END-IF
             ADD SLCost TO VoidCost
             MOVE 'Y' TO SLVoid
             WRITE SaleLineData.

          WriteReversalLine.
             MOVE FUNCTION CURRENT-DATE TO TimeStamp
             MOVE VoidCost TO DollarMinus
             MOVE FUNCTION TRIM(DollarMinus) TO LogCost
             COMPUTE NegAmount = ZERO - IMSubtotal
             MOVE NegAmount TO DollarMinus
             MOVE FUNCTION TRIM(DollarMinus) TO LogSubtotal
                VoidRep DELIMITED BY SIZE
                " Branch=" DELIMITED BY SIZE
                VoidBranch DELIMITED BY SIZE
                " Cost=" DELIMITED BY SIZE
                LogCost DELIMITED BY SIZE
                " Void=Y" DELIMITED BY SIZE
                INTO TransactionLine
             END-STRING
      * an invoice's total over its subtotal and tax is the freight
      * billed on it
             MOVE ZERO TO VoidFreight
             IF IMInvoice
                COMPUTE VoidFreight = IMTotal - IMSubtotal - IMTax
             END-IF
             IF VoidFreight > ZERO
                COMPUTE NegAmount = ZERO - VoidFreight
                MOVE NegAmount TO DollarMinus
                MOVE FUNCTION TRIM(DollarMinus) TO LogFreight
                STRING FUNCTION TRIM(TransactionLine TRAILING)
                   DELIMITED BY SIZE
                   " Frt=" DELIMITED BY SIZE
                   FUNCTION TRIM(LogFreight) DELIMITED BY SIZE
                   INTO TransactionLine
                END-STRING
             END-IF
             MOVE IMState TO VoidState
             IF VoidInCanada
                PERFORM AddCanadaReversal
             END-IF
             WRITE TransactionLine
             CLOSE TransactionFile.

          AddCanadaReversal.
      * the master holds the tax as one figure; the split comes off
      * the invoice's log line, in the currency it was billed in
             CALL "CANTXLOG" USING IMInvNum, IMInvDate, CanFedType,
                CanFedAmt, CanProvType, CanProvAmt, CanCurr, CanRate,
                CanStatus
             IF CanStatus NOT = '0'
                DISPLAY "No GST/PST split found on the log for "
                   IMInvNum " - Canadian remittance not reversed"
             ELSE
                COMPUTE NegAmount = ZERO - CanFedAmt
                MOVE NegAmount TO DollarMinus
                MOVE FUNCTION TRIM(DollarMinus) TO LogFedTax
                COMPUTE NegAmount = ZERO - CanProvAmt
                MOVE NegAmount TO DollarMinus
                MOVE FUNCTION TRIM(DollarMinus) TO LogProvTax
                MOVE CanRate TO CanRateDisp
                STRING FUNCTION TRIM(TransactionLine TRAILING)
                   DELIMITED BY SIZE
                   " Curr=" DELIMITED BY SIZE
                   CanCurr DELIMITED BY SIZE
                   " Rate=" DELIMITED BY SIZE
                   CanRateDisp DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CanFedType DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   FUNCTION TRIM(LogFedTax) DELIMITED BY SIZE
                   INTO TransactionLine
                END-STRING
                IF CanProvType NOT = SPACE
                   STRING FUNCTION TRIM(TransactionLine TRAILING)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CanProvType DELIMITED BY SIZE
                      "=" DELIMITED BY SIZE
                      FUNCTION TRIM(LogProvTax) DELIMITED BY SIZE
                      INTO TransactionLine
                   END-STRING
                END-IF
             END-IF.

          WriteVoidAudit.
             OPEN EXTEND AuditFile
             MOVE "VOID" TO AuditAction
             MOVE IMCustID TO AuditIDNum
             MOVE FUNCTION CURRENT-DATE TO AuditTimeStamp
             MOVE SignedOnID TO AuditOperID
             CALL "AUDCHAIN" USING AuditRecord
             WRITE AuditRecord
             CLOSE AuditFile.
