       IDENTIFICATION DIVISION.
          PROGRAM-ID.   rma.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 23rd, 2021.
      * Modification History
      *   2021-10-23 Brownies - new program: sales returns against a
      *              return authorization, in the invvoid mold.  The
      *              operator signs on and keys the invoice the goods
      *              were sold on; its item lines come off the
      *              saleline.txt journal (the roundtrans.txt log
      *              line only carries the invoice) less whatever has
      *              already come back on returns.txt, so no more can
      *              be returned than was sold.  Each line taken back
      *              gets a quantity, a reason code and a disposal:
      *              restocked goods go back on ItemOnHand and the
      *              sale's branch location at the cost they went out
      *              at (a kit back into its components), scrapped
      *              goods do not.  The credit - each line's share as
      *              sold plus the same share of the invoice's tax -
      *              posts as a credit memo on invmast.txt under an
      *              invseq.txt number, with a reversing line stamped
      *              Ret= and the original invoice on roundtrans.txt,
      *              negated return lines on saleline.txt, a record
      *              per line on returns.txt and a RETURN action on
      *              audit.txt.  PERCHK refuses a closed period.
      *   2021-10-25 Brownies - transaction-log record widened to
      *              320 for the Frt= stamp.
      *   2021-11-02 Brownies - a return against a Canadian invoice
      *              credits its GST/HST and PST/QST: CANTXLOG reads
      *              the invoice's components off its log line and
      *              the memo's line carries them negated in the
      *              share the memo's tax bears of the invoice's,
      *              with the invoice's Curr= and Rate=.  Log record
      *              widened to 360.
      *   2021-11-04 Brownies - return sale lines carry the promotion
      *              fields blank: the credit is what was paid, so
      *              the promotion stays as given.  Log record
      *              widened to 400.
      *   2021-11-10 Brownies - a return takes back the loyalty
      *              points its credit would have earned, out of
      *              what the invoice still holds (PTSPOST,
      *              points.txt).
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
             SELECT OPTIONAL InvMastFile ASSIGN TO "invmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IMInvNum.
             SELECT OPTIONAL ItemFile ASSIGN TO "items.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
             SELECT OPTIONAL KitFile ASSIGN TO "kitdef.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS KDKey.
             SELECT OPTIONAL InvSeqFile ASSIGN TO "invseq.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL TransactionFile
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
             FD InvMastFile.
                COPY INVMAST.
             FD ItemFile.
                COPY ITEMREC.
             FD KitFile.
                COPY KITDEF.
             FD InvSeqFile.
                01 InvSeqRec PIC 9(7).
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
             01 SignedOnName  PIC X(20).
             01 SignedOnLevel PIC X(1).
             01 SignOnOK    PIC X.
             01 SignOnTries PIC 9.
             01 PwEntry     PIC X(12).
             01 OperEOF     PIC X.
             01 MoreReturns PIC X VALUE 'Y'.
             01 EntryInvNum PIC 9(7).
             01 InvFound    PIC X.
             01 Confirm     PIC X.
             01 RunDate     PIC 9(8).
             01 PostPeriod  PIC 9(6).
             01 PeriodStatus PIC X(1).
             01 TimeStamp   PIC X(21).
             01 SaleEOF     PIC X.
             01 ReturnEOF   PIC X.
             01 KitEOF      PIC X.
             01 MoreLines   PIC X.
             01 EntryLine   PIC 9(2).
             01 EntryQty    PIC 9(5).
             01 EntryDisp   PIC X(1).
             01 EntryReason PIC X(2).
             01 ReasonOK    PIC X.
             01 LineOK      PIC X.
             01 MemoNum     PIC 9(7).
             01 OrigInv     PIC 9(7).
             01 OrigCust    PIC 9(5).
             01 OrigState   PIC X(2).
             01 OrigDate    PIC 9(8).
             01 OrigSubtotal PIC 9(7)V99.
             01 OrigTax     PIC 9(7)V99.
             01 MemoSubtotal PIC 9(7)V99.
             01 MemoTax     PIC 9(7)V99.
             01 MemoTotal   PIC 9(7)V99.
             01 PtsFunc     PIC X(1).
             01 PtsSource   PIC X(1).
             01 PtsCount    PIC 9(7).
             01 PtsStatus   PIC X(1).
             01 OrigProv    PIC X(2).
                88 OrigInCanada VALUE "AB" "BC" "MB" "NB" "NL"
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
             01 MemoCost    PIC 9(7)V99.
             01 MemoRep     PIC X(3).
             01 MemoBranch  PIC X(3).
             01 CostBase    PIC S9(5).
             01 KitNeed     PIC 9(7).
             01 LocFunc     PIC X(1).
             01 LocQty      PIC S9(5).
             01 LocOnHand   PIC S9(5).
             01 LocStatus   PIC X(1).
             01 NegAmount   PIC S9(7)V99.
             01 LogSubtotal PIC X(15).
             01 LogTaxAmount PIC X(15).
             01 LogInvoiceTotal PIC X(15).
             01 LogCost     PIC X(15).
             01 QtyDisp     PIC ZZZZ9.
             01 AvailDisp   PIC ZZZZ9.
             01 BackDisp    PIC ZZZZ9.
             01 LineNoDisp  PIC Z9.
             01 ReturnCount PIC 9(5) VALUE ZERO.
      * the invoice's lines as sold, one entry per item, and what
      * this authorization takes back of each
             01 SoldTable.
                02 SoldLine OCCURS 50 TIMES.
                   03 SDItemCode PIC X(8).
                   03 SDQty      PIC 9(5).
                   03 SDSales    PIC 9(7)V99.
                   03 SDUnitCost PIC 9(5)V9999.
                   03 SDRep      PIC X(3).
                   03 SDBranch   PIC X(3).
                   03 SDBack     PIC 9(5).
                   03 SDRetQty   PIC 9(5).
                   03 SDReason   PIC X(2).
                   03 SDDisp     PIC X(1).
                   03 SDCredit   PIC 9(7)V99.
                   03 SDTax      PIC 9(7)V99.
             01 SoldCount   PIC 9(2).
             01 SoldSub     PIC 9(2).
             01 FoundSub    PIC 9(2).
             01 ReasonTable.
                02 FILLER PIC X(22) VALUE "DFDefective           ".
                02 FILLER PIC X(22) VALUE "DMDamaged in transit  ".
                02 FILLER PIC X(22) VALUE "WIWrong item shipped  ".
                02 FILLER PIC X(22) VALUE "NDNot as described    ".
                02 FILLER PIC X(22) VALUE "NNNo longer needed    ".
                02 FILLER PIC X(22) VALUE "OTOther               ".
             01 ReasonList REDEFINES ReasonTable.
                02 ReasonEntry OCCURS 6 TIMES
                      INDEXED BY ReasonIdx.
                   03 ReasonCode PIC X(2).
                   03 ReasonDesc PIC X(20).
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          MainLine.
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             MOVE RunDate(1:6) TO PostPeriod
             CALL "PERCHK" USING PostPeriod, PeriodStatus
             IF PeriodStatus = 'C'
                DISPLAY "Period " PostPeriod " is closed - "
                   "returns refused"
                STOP RUN
             END-IF
             PERFORM SignOn
             IF SignOnOK = 'Y'
                PERFORM ReturnOneInvoice WITH TEST AFTER
                   UNTIL MoreReturns NOT = 'Y'
                DISPLAY "Credit memos posted : " ReturnCount
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

          ReturnOneInvoice.
             DISPLAY "   "
             DISPLAY "Invoice the goods were sold on : "
                WITH NO ADVANCING
             ACCEPT EntryInvNum
             MOVE 'Y' TO InvFound
             OPEN INPUT InvMastFile
             MOVE EntryInvNum TO IMInvNum
             READ InvMastFile
                INVALID KEY MOVE 'N' TO InvFound
             END-READ
             CLOSE InvMastFile
             EVALUATE TRUE
                WHEN InvFound = 'N'
                   DISPLAY "Invoice not on the master"
                WHEN NOT IMInvoice
                   DISPLAY "Reference is not a sales invoice"
                WHEN IMVoid
                   DISPLAY "Invoice is void - nothing to return"
                WHEN IMWrittenOff
                   DISPLAY "Invoice is written off - no credit can "
                      "be given against it"
                WHEN OTHER
                   MOVE IMInvNum TO OrigInv
                   MOVE IMCustID TO OrigCust
                   MOVE IMState TO OrigState
                   MOVE IMInvDate TO OrigDate
                   MOVE IMSubtotal TO OrigSubtotal
                   MOVE IMTax TO OrigTax
                   PERFORM LoadSoldLines
                   IF SoldCount = ZERO
                      DISPLAY "No item lines on the sales journal "
                         "for that invoice"
                   ELSE
                      PERFORM LoadEarlierReturns
                      PERFORM TakeReturnLines
                   END-IF
             END-EVALUATE
             DISPLAY "Another return? (Y/N): " WITH NO ADVANCING
             ACCEPT MoreReturns
             MOVE FUNCTION UPPER-CASE(MoreReturns) TO MoreReturns.

          LoadSoldLines.
      * the lines as invoiced - a void's negated copies and earlier
      * returns' lines are passed by; an item on two lines is taken
      * as one
             MOVE ZERO TO SoldCount
             MOVE 'N' TO SaleEOF
             OPEN INPUT SaleLineFile
             PERFORM UNTIL SaleEOF = 'Y'
                READ SaleLineFile
                   AT END MOVE 'Y' TO SaleEOF
                   NOT AT END
                      IF SLInvNum = OrigInv AND NOT SLIsVoid
                         AND NOT SLIsReturn AND SLQty > ZERO
                         PERFORM HoldSoldLine
                      END-IF
                END-READ
             END-PERFORM
             CLOSE SaleLineFile.

          HoldSoldLine.
             MOVE ZERO TO FoundSub
             PERFORM VARYING SoldSub FROM 1 BY 1
                UNTIL SoldSub > SoldCount OR FoundSub > ZERO
                IF SDItemCode(SoldSub) = SLItemCode
                   MOVE SoldSub TO FoundSub
                END-IF
             END-PERFORM
             IF FoundSub > ZERO
                ADD SLQty TO SDQty(FoundSub)
                ADD SLSales TO SDSales(FoundSub)
             ELSE
                IF SoldCount < 50
                   ADD 1 TO SoldCount
                   MOVE SLItemCode TO SDItemCode(SoldCount)
                   MOVE SLQty TO SDQty(SoldCount)
                   MOVE SLSales TO SDSales(SoldCount)
                   MOVE SLUnitCost TO SDUnitCost(SoldCount)
                   MOVE SLRep TO SDRep(SoldCount)
                   MOVE SLBranch TO SDBranch(SoldCount)
                   MOVE ZERO TO SDBack(SoldCount)
                   MOVE ZERO TO SDRetQty(SoldCount)
                   MOVE SPACE TO SDReason(SoldCount)
                   MOVE SPACE TO SDDisp(SoldCount)
                END-IF
             END-IF.

          LoadEarlierReturns.
             MOVE 'N' TO ReturnEOF
             OPEN INPUT ReturnFile
             PERFORM UNTIL ReturnEOF = 'Y'
                READ ReturnFile
                   AT END MOVE 'Y' TO ReturnEOF
                   NOT AT END
                      IF RTInvNum = OrigInv
                         PERFORM NoteEarlierReturn
                      END-IF
                END-READ
             END-PERFORM
             CLOSE ReturnFile.

          NoteEarlierReturn.
             PERFORM VARYING SoldSub FROM 1 BY 1
                UNTIL SoldSub > SoldCount
                IF SDItemCode(SoldSub) = RTItemCode
                   ADD RTQty TO SDBack(SoldSub)
                END-IF
             END-PERFORM.

          TakeReturnLines.
             DISPLAY "Invoice " OrigInv "  Customer " OrigCust
                "  Date " OrigDate
             DISPLAY "Ln Item       Sold  Back  Avail"
             PERFORM ShowSoldLine VARYING SoldSub FROM 1 BY 1
                UNTIL SoldSub > SoldCount
             DISPLAY "Reason codes:"
             PERFORM VARYING ReasonIdx FROM 1 BY 1
                UNTIL ReasonIdx > 6
                DISPLAY "   " ReasonCode(ReasonIdx) "  "
                   ReasonDesc(ReasonIdx)
             END-PERFORM
             MOVE 'Y' TO MoreLines
             PERFORM AcceptReturnLine WITH TEST AFTER
                UNTIL MoreLines NOT = 'Y'
             PERFORM PriceReturn
             IF MemoSubtotal = ZERO
                DISPLAY "Nothing taken back - no credit memo"
             ELSE
                MOVE MemoSubtotal TO Dollar
                DISPLAY "Credit     : " Dollar
                MOVE MemoTax TO Dollar
                DISPLAY "Tax        : " Dollar
                MOVE MemoTotal TO Dollar
                DISPLAY "Total      : " Dollar
                DISPLAY "Post this return? (Y/N) : " WITH NO ADVANCING
                ACCEPT Confirm
                MOVE FUNCTION UPPER-CASE(Confirm) TO Confirm
                IF Confirm = 'Y'
                   PERFORM PostReturn
                ELSE
                   DISPLAY "Return Cancelled"
                END-IF
             END-IF.

          ShowSoldLine.
             MOVE SoldSub TO LineNoDisp
             MOVE SDQty(SoldSub) TO QtyDisp
             MOVE SDBack(SoldSub) TO BackDisp
             IF SDBack(SoldSub) < SDQty(SoldSub)
                COMPUTE AvailDisp = SDQty(SoldSub) - SDBack(SoldSub)
             ELSE
                MOVE ZERO TO AvailDisp
             END-IF
             DISPLAY LineNoDisp " " SDItemCode(SoldSub) " " QtyDisp
                " " BackDisp " " AvailDisp.

          AcceptReturnLine.
             DISPLAY "Line to return (0 to finish) : "
                WITH NO ADVANCING
             ACCEPT EntryLine
             IF EntryLine = ZERO
                MOVE 'N' TO MoreLines
             ELSE
                IF EntryLine > SoldCount
                   DISPLAY "No such line"
                ELSE
                   PERFORM AcceptLineDetail
                END-IF
             END-IF.

          AcceptLineDetail.
      * keying a line again replaces what was keyed for it
             MOVE 'Y' TO LineOK
             DISPLAY "Quantity back : " WITH NO ADVANCING
             ACCEPT EntryQty
             IF EntryQty = ZERO
                OR EntryQty + SDBack(EntryLine) > SDQty(EntryLine)
                DISPLAY "More than is left to return on the line - "
                   "not taken"
                MOVE 'N' TO LineOK
             END-IF
             IF LineOK = 'Y'
                DISPLAY "R = restock, S = scrap : " WITH NO ADVANCING
                ACCEPT EntryDisp
                MOVE FUNCTION UPPER-CASE(EntryDisp) TO EntryDisp
                IF EntryDisp NOT = 'R' AND EntryDisp NOT = 'S'
                   DISPLAY "Restock or scrap only - not taken"
                   MOVE 'N' TO LineOK
                END-IF
             END-IF
             IF LineOK = 'Y'
                DISPLAY "Reason : " WITH NO ADVANCING
                ACCEPT EntryReason
                MOVE FUNCTION UPPER-CASE(EntryReason) TO EntryReason
                MOVE 'N' TO ReasonOK
                PERFORM VARYING ReasonIdx FROM 1 BY 1
                   UNTIL ReasonIdx > 6
                   IF ReasonCode(ReasonIdx) = EntryReason
                      MOVE 'Y' TO ReasonOK
                   END-IF
                END-PERFORM
                IF ReasonOK = 'N'
                   DISPLAY "Unknown reason code - not taken"
                   MOVE 'N' TO LineOK
                END-IF
             END-IF
             IF LineOK = 'Y'
                MOVE EntryQty TO SDRetQty(EntryLine)
                MOVE EntryDisp TO SDDisp(EntryLine)
                MOVE EntryReason TO SDReason(EntryLine)
             END-IF.

          PriceReturn.
      * each line is credited its share as sold and the same share
      * of the invoice's tax, so taking everything back credits
      * the invoice to the cent
             MOVE ZERO TO MemoSubtotal
             MOVE ZERO TO MemoTax
             PERFORM PriceReturnLine VARYING SoldSub FROM 1 BY 1
                UNTIL SoldSub > SoldCount
             COMPUTE MemoTotal = MemoSubtotal + MemoTax.

          PriceReturnLine.
             MOVE ZERO TO SDCredit(SoldSub)
             MOVE ZERO TO SDTax(SoldSub)
             IF SDRetQty(SoldSub) > ZERO
                COMPUTE SDCredit(SoldSub) ROUNDED = SDSales(SoldSub)
                   * SDRetQty(SoldSub) / SDQty(SoldSub)
                IF OrigSubtotal > ZERO
                   COMPUTE SDTax(SoldSub) ROUNDED = OrigTax
                      * SDCredit(SoldSub) / OrigSubtotal
                END-IF
                ADD SDCredit(SoldSub) TO MemoSubtotal
                ADD SDTax(SoldSub) TO MemoTax
             END-IF.

          PostReturn.
             MOVE SPACE TO MemoRep
             MOVE SPACE TO MemoBranch
             MOVE ZERO TO MemoCost
             PERFORM AssignCreditRef
             PERFORM WriteCreditMemo
             OPEN I-O ItemFile
             OPEN INPUT KitFile
             OPEN EXTEND SaleLineFile
             OPEN EXTEND ReturnFile
             PERFORM PostReturnLine VARYING SoldSub FROM 1 BY 1
                UNTIL SoldSub > SoldCount
             CLOSE ItemFile
             CLOSE KitFile
             CLOSE SaleLineFile
             CLOSE ReturnFile
             PERFORM WriteReturnLogLine
             PERFORM WriteReturnAudit
             PERFORM ReturnPoints
             ADD 1 TO ReturnCount
             DISPLAY "Credit memo " MemoNum " posted against invoice "
                OrigInv.

          ReturnPoints.
      * posted under the invoice so the void and later returns see
      * what is left on it
             MOVE 'V' TO PtsFunc
             MOVE 'M' TO PtsSource
             MOVE ZERO TO PtsCount
             CALL "PTSPOST" USING OrigCust, RunDate, PtsFunc,
                PtsSource, OrigInv, MemoSubtotal, PtsCount,
                PtsStatus
             IF PtsStatus = '0'
                DISPLAY "Loyalty points taken back : " PtsCount
             END-IF.

          AssignCreditRef.
             OPEN INPUT InvSeqFile
             READ InvSeqFile
                AT END MOVE 1 TO MemoNum
                NOT AT END MOVE InvSeqRec TO MemoNum
             END-READ
             CLOSE InvSeqFile
             OPEN OUTPUT InvSeqFile
             COMPUTE InvSeqRec = MemoNum + 1
             WRITE InvSeqRec
             CLOSE InvSeqFile.

          WriteCreditMemo.
             OPEN I-O InvMastFile
             MOVE MemoNum TO IMInvNum
             MOVE OrigCust TO IMCustID
             MOVE RunDate TO IMInvDate
             MOVE OrigState TO IMState
             MOVE MemoSubtotal TO IMSubtotal
             MOVE MemoTax TO IMTax
             MOVE MemoTotal TO IMTotal
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
                   DISPLAY "Reference " MemoNum
                      " already on the master - not written"
             END-WRITE
             CLOSE InvMastFile.

          PostReturnLine.
             IF SDRetQty(SoldSub) > ZERO
                MOVE SDRep(SoldSub) TO MemoRep
                MOVE SDBranch(SoldSub) TO MemoBranch
                IF SDDisp(SoldSub) = 'R'
                   PERFORM RestockLine
                END-IF
                PERFORM WriteReturnSaleLine
                PERFORM WriteReturnRecord
             END-IF.

          RestockLine.
      * back on the shelf at the branch that sold it; a kit goes
      * back as its components
             MOVE SDItemCode(SoldSub) TO KDKitCode
             MOVE LOW-VALUES TO KDCompCode
             MOVE 'N' TO KitEOF
             START KitFile KEY IS NOT LESS THAN KDKey
                INVALID KEY MOVE 'Y' TO KitEOF
             END-START
             IF KitEOF = 'N'
                READ KitFile NEXT RECORD
                   AT END MOVE 'Y' TO KitEOF
                END-READ
             END-IF
             IF KitEOF = 'N' AND KDKitCode = SDItemCode(SoldSub)
                PERFORM RestockKitComponent
                   UNTIL KitEOF = 'Y'
             ELSE
                MOVE SDItemCode(SoldSub) TO ItemCode
                READ ItemFile
                   INVALID KEY
                      DISPLAY "Item " ItemCode " not on file - "
                         "not restocked"
                   NOT INVALID KEY
                      PERFORM AverageInReturn
                      ADD SDRetQty(SoldSub) TO ItemOnHand
                      REWRITE ItemData
                         INVALID KEY DISPLAY "On-hand not updated "
                            "for " ItemCode
                      END-REWRITE
                      MOVE 'A' TO LocFunc
                      MOVE SDRetQty(SoldSub) TO LocQty
                      CALL "STKLOC" USING ItemCode, SDBranch(SoldSub),
                         LocFunc, LocQty, LocOnHand, LocStatus
                END-READ
             END-IF
             COMPUTE MemoCost ROUNDED = MemoCost
                + (SDRetQty(SoldSub) * SDUnitCost(SoldSub)).

          AverageInReturn.
      * the goods come back at the cost they went out at
             IF ItemOnHand > ZERO
                MOVE ItemOnHand TO CostBase
             ELSE
                MOVE ZERO TO CostBase
             END-IF
             COMPUTE ItemCost ROUNDED
                = ((CostBase * ItemCost)
                + (SDRetQty(SoldSub) * SDUnitCost(SoldSub)))
                / (CostBase + SDRetQty(SoldSub)).

          RestockKitComponent.
             COMPUTE KitNeed = SDRetQty(SoldSub) * KDQty
             MOVE KDCompCode TO ItemCode
             READ ItemFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   ADD KitNeed TO ItemOnHand
                   REWRITE ItemData
                      INVALID KEY DISPLAY "On-hand not updated for "
                         ItemCode
                   END-REWRITE
                   MOVE 'A' TO LocFunc
                   MOVE KitNeed TO LocQty
                   CALL "STKLOC" USING KDCompCode, SDBranch(SoldSub),
                      LocFunc, LocQty, LocOnHand, LocStatus
             END-READ
             READ KitFile NEXT RECORD
                AT END MOVE 'Y' TO KitEOF
                NOT AT END
                   IF KDKitCode NOT = SDItemCode(SoldSub)
                      MOVE 'Y' TO KitEOF
                   END-IF
             END-READ.

          WriteReturnSaleLine.
             MOVE RunDate TO SLDate
             MOVE MemoNum TO SLInvNum
             MOVE OrigCust TO SLCustID
             MOVE SDRep(SoldSub) TO SLRep
             MOVE SDBranch(SoldSub) TO SLBranch
             MOVE SDItemCode(SoldSub) TO SLItemCode
             COMPUTE SLQty = ZERO - SDRetQty(SoldSub)
             COMPUTE SLSales = ZERO - SDCredit(SoldSub)
             MOVE SDUnitCost(SoldSub) TO SLUnitCost
             IF SDDisp(SoldSub) = 'R'
                COMPUTE SLCost ROUNDED = ZERO
                   - (SDRetQty(SoldSub) * SDUnitCost(SoldSub))
             ELSE
                MOVE ZERO TO SLCost
             END-IF
             MOVE SPACE TO SLPromo
             MOVE ZERO TO SLPromoDisc
             SET SLIsReturn TO TRUE
             WRITE SaleLineData.

          WriteReturnRecord.
             MOVE RunDate TO RTDate
             MOVE MemoNum TO RTMemoNum
             MOVE OrigInv TO RTInvNum
             MOVE OrigCust TO RTCustID
             MOVE SDItemCode(SoldSub) TO RTItemCode
             MOVE SDRetQty(SoldSub) TO RTQty
             MOVE SDCredit(SoldSub) TO RTCredit
             MOVE SDTax(SoldSub) TO RTTax
             MOVE SDReason(SoldSub) TO RTReason
             MOVE SDDisp(SoldSub) TO RTDisposal
             MOVE SDBranch(SoldSub) TO RTBranch
             MOVE SignedOnID TO RTOperID
             WRITE ReturnData.

          WriteReturnLogLine.
      * the credit memo's own line, negated the way a void's is, so
      * the sales, tax and commission readers net it; Ret= names
      * the invoice and keeps it out of the invoice counts
             MOVE FUNCTION CURRENT-DATE TO TimeStamp
             COMPUTE NegAmount = ZERO - MemoCost
             MOVE NegAmount TO DollarMinus
             MOVE FUNCTION TRIM(DollarMinus) TO LogCost
             COMPUTE NegAmount = ZERO - MemoSubtotal
             MOVE NegAmount TO DollarMinus
             MOVE FUNCTION TRIM(DollarMinus) TO LogSubtotal
             COMPUTE NegAmount = ZERO - MemoTax
             MOVE NegAmount TO DollarMinus
             MOVE FUNCTION TRIM(DollarMinus) TO LogTaxAmount
             COMPUTE NegAmount = ZERO - MemoTotal
             MOVE NegAmount TO DollarMinus
             MOVE FUNCTION TRIM(DollarMinus) TO LogInvoiceTotal
             OPEN EXTEND TransactionFile
             MOVE SPACE TO TransactionLine
             STRING TimeStamp DELIMITED BY SIZE
                " Inv=" DELIMITED BY SIZE
                MemoNum DELIMITED BY SIZE
                " Cust=" DELIMITED BY SIZE
                OrigCust DELIMITED BY SIZE
                " State=" DELIMITED BY SIZE
                OrigState DELIMITED BY SIZE
                " Subtotal=" DELIMITED BY SIZE
                LogSubtotal DELIMITED BY SIZE
                " Tax=" DELIMITED BY SIZE
                LogTaxAmount DELIMITED BY SIZE
                " Total=" DELIMITED BY SIZE
                LogInvoiceTotal DELIMITED BY SIZE
                " Rep=" DELIMITED BY SIZE
                MemoRep DELIMITED BY SIZE
                " Branch=" DELIMITED BY SIZE
                MemoBranch DELIMITED BY SIZE
                " Cost=" DELIMITED BY SIZE
                LogCost DELIMITED BY SIZE
                " Ret=" DELIMITED BY SIZE
                OrigInv DELIMITED BY SIZE
                INTO TransactionLine
             END-STRING
             MOVE OrigState TO OrigProv
             IF OrigInCanada AND MemoTax > ZERO AND OrigTax > ZERO
                PERFORM AddCanadaCredit
             END-IF
             WRITE TransactionLine
             CLOSE TransactionFile.

          AddCanadaCredit.
             CALL "CANTXLOG" USING OrigInv, OrigDate, CanFedType,
                CanFedAmt, CanProvType, CanProvAmt, CanCurr, CanRate,
                CanStatus
             IF CanStatus NOT = '0'
                DISPLAY "No GST/PST split found on the log for "
                   OrigInv " - Canadian remittance not credited"
             ELSE
                COMPUTE NegAmount ROUNDED
                   = ZERO - CanFedAmt * MemoTax / OrigTax
                MOVE NegAmount TO DollarMinus
                MOVE FUNCTION TRIM(DollarMinus) TO LogFedTax
                COMPUTE NegAmount ROUNDED
                   = ZERO - CanProvAmt * MemoTax / OrigTax
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

          WriteReturnAudit.
             OPEN EXTEND AuditFile
             MOVE "RETURN" TO AuditAction
             MOVE OrigCust TO AuditIDNum
             MOVE FUNCTION CURRENT-DATE TO AuditTimeStamp
             MOVE SignedOnID TO AuditOperID
             CALL "AUDCHAIN" USING AuditRecord
             WRITE AuditRecord
             CLOSE AuditFile.
