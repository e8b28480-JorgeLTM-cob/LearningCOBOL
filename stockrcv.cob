      *              item's on-hand goes up on the spot.  One entry
      *              per delivery line, looping until done, with a
      *              receipt count at the end.
      *   2021-10-03 Brownies - receipts are keyed against an open
      *              purchase-order line (purchord, poline.txt)
      *              instead of straight onto the item: the PO's
      *              open lines are shown, the quantity goes onto
      *              the line's received total, a short delivery
      *              leaves the line open for the balance, an
      *              over-receipt must be confirmed, and the line
      *              closes once filled.  Every receipt is journaled
      *              on rcvlog.txt with the PO, supplier and cost
      *              for the payables match.
      *   2021-10-07 Brownies - after a receipt posts, any open
      *              backorders (backord.txt) waiting on the item are
      *              listed oldest first with the customer, date and
      *              quantity, so receiving knows the stock is spoken
      *              for; bofill invoices them.
      *   2021-10-11 Brownies - each receipt folds into the item's
      *              weighted-average ItemCost at the PO line's unit
      *              cost: the stock already on hand at the old
      *              average plus the receipt at its cost, over the
      *              new on-hand.  An on-hand at or below zero has
      *              nothing left to average against, so the
      *              receipt's cost becomes the average.
      *   2021-10-13 Brownies - stock by location: each PO is
      *              received into a named location - a branch on
      *              brmast.txt, or blank for the house location HSE
      *              - and the receipt goes onto that location's
      *              on-hand (itemloc.txt through STKLOC) as well as
      *              the company on-hand.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
             SELECT OPTIONAL POLineFile ASSIGN TO "poline.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS POKey.
             SELECT OPTIONAL SupplierFile ASSIGN TO "supplier.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SupCode.
             SELECT OPTIONAL BackordFile ASSIGN TO "backord.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BOKey.
             SELECT OPTIONAL BranchFile ASSIGN TO "brmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BrMastCode.
             SELECT OPTIONAL RcvLogFile ASSIGN TO "rcvlog.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD ItemFile.
                COPY ITEMREC.
             FD POLineFile.
                COPY POLINE.
             FD SupplierFile.
                COPY SUPPREC.
             FD BackordFile.
                COPY BACKORD.
             FD BranchFile.
                01 BranchData.
                   02 BrMastCode PIC X(3).
                   02 BrMastName PIC X(20).
             FD RcvLogFile.
                01 RcvLogData.
                   02 RLDate     PIC 9(8).
                   02 RLPONum    PIC 9(6).
                   02 RLLineNo   PIC 9(3).
                   02 RLSupCode  PIC X(6).
                   02 RLItemCode PIC X(8).
                   02 RLQty      PIC 9(5).
                   02 RLUnitCost PIC 9(5)V99.
                   02 RLResult   PIC X(1).
                      88 RLPartial  VALUE 'P'.
                      88 RLFilled   VALUE 'F'.
                      88 RLOverRcvd VALUE 'O'.
          WORKING-STORAGE SECTION.
             01 MoreEntries PIC X VALUE 'Y'.
             01 MoreLines   PIC X.
             01 EntryPONum  PIC 9(6).
             01 EntryLineNo PIC 9(3).
             01 EntryQty    PIC 9(5).
             01 ItemExists  PIC X.
             01 LineExists  PIC X.
             01 LineEOF     PIC X.
             01 OpenLineCt  PIC 9(3).
             01 Remaining   PIC S9(6).
             01 OverQty     PIC 9(6).
             01 Confirm     PIC X.
             01 RunDate     PIC 9(8).
             01 RcvCount    PIC 9(5) VALUE ZERO.
             01 PartialCount PIC 9(5) VALUE ZERO.
             01 OverCount   PIC 9(5) VALUE ZERO.
             01 ClosedCount PIC 9(5) VALUE ZERO.
             01 OnHandDisp  PIC -(4)9.
             01 CostBase    PIC 9(5).
             01 CostDisp    PIC ZZZZ9.9999.
             01 QtyDisp     PIC ZZZZ9.
             01 RcvdDisp    PIC ZZZZ9.
             01 RemDisp     PIC -(5)9.
             01 BackEOF     PIC X.
             01 BackCt      PIC 9(3).
             01 BackTotal   PIC 9(7).
             01 BackDisp    PIC ZZZZZZ9.
      * the open backorders for the item, put in date order for
      * the display
             01 WaitTable.
                02 WaitEntry OCCURS 50 TIMES.
                   03 WaitDate   PIC 9(8).
                   03 WaitCustID PIC 9(5).
                   03 WaitQty    PIC 9(5).
             01 WaitSub     PIC 9(3).
             01 WaitPick    PIC 9(3).
             01 WaitPos     PIC 9(3).
             01 WaitHold    PIC X(18).
             01 RcvBranch   PIC X(3).
             01 BranchOK    PIC X.
             01 LocFunc     PIC X(1).
             01 LocQty      PIC S9(5).
             01 LocOnHand   PIC S9(5).
             01 LocStatus   PIC X(1).
       PROCEDURE DIVISION.
          StartPara.
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             OPEN I-O ItemFile
             OPEN I-O POLineFile
             OPEN INPUT SupplierFile
             OPEN INPUT BackordFile
             OPEN EXTEND RcvLogFile
             PERFORM ReceiveOnePO WITH TEST AFTER
                UNTIL MoreEntries NOT = 'Y'
             CLOSE ItemFile
             CLOSE POLineFile
             CLOSE SupplierFile
             CLOSE BackordFile
             CLOSE RcvLogFile
             DISPLAY "Receipts posted : " RcvCount
             DISPLAY "Part deliveries : " PartialCount
             DISPLAY "Over-receipts   : " OverCount
             DISPLAY "PO lines closed : " ClosedCount
          STOP RUN.

          ReceiveOnePO.
             DISPLAY "   "
             DISPLAY "Enter PO Number : " WITH NO ADVANCING
             ACCEPT EntryPONum
             PERFORM ShowOpenLines
             IF OpenLineCt = ZERO
                DISPLAY "No open lines on PO " EntryPONum
                   " - see purchord"
             ELSE
                PERFORM GetRcvLocation WITH TEST AFTER
                   UNTIL BranchOK = 'Y'
                MOVE 'Y' TO MoreLines
                PERFORM ReceiveOneLine WITH TEST AFTER
                   UNTIL MoreLines NOT = 'Y'
             END-IF
             DISPLAY "Another PO? (Y/N): " WITH NO ADVANCING
             ACCEPT MoreEntries
             MOVE FUNCTION UPPER-CASE(MoreEntries) TO MoreEntries.

          GetRcvLocation.
             DISPLAY "Receive into location (branch code, blank "
                "for HSE) : " WITH NO ADVANCING
             ACCEPT RcvBranch
             MOVE FUNCTION UPPER-CASE(RcvBranch) TO RcvBranch
             MOVE 'Y' TO BranchOK
             IF RcvBranch = SPACE
                MOVE "HSE" TO RcvBranch
             END-IF
             IF RcvBranch NOT = "HSE"
                OPEN INPUT BranchFile
                MOVE RcvBranch TO BrMastCode
                READ BranchFile
                   INVALID KEY MOVE 'N' TO BranchOK
                END-READ
                CLOSE BranchFile
                IF BranchOK = 'N'
                   DISPLAY "Branch " RcvBranch
                      " is not on the branch master - see brmaint"
                ELSE
                   DISPLAY "Receiving at " FUNCTION TRIM(BrMastName)
                END-IF
             END-IF.

          ShowOpenLines.
             MOVE ZERO TO OpenLineCt
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
                         IF POLineOpen
                            PERFORM ShowOneLine
                         END-IF
                      END-IF
                END-READ
             END-PERFORM.

          ShowOneLine.
             IF OpenLineCt = ZERO
                MOVE POSupCode TO SupCode
                READ SupplierFile
                   INVALID KEY MOVE SPACE TO SupName
                END-READ
                DISPLAY "Supplier : " POSupCode " "
                   FUNCTION TRIM(SupName)
                DISPLAY "Line Item      Ordered Received  Remaining"
             END-IF
             ADD 1 TO OpenLineCt
             COMPUTE Remaining = POQtyOrd - POQtyRcvd
             MOVE POQtyOrd TO QtyDisp
             MOVE POQtyRcvd TO RcvdDisp
             MOVE Remaining TO RemDisp
             DISPLAY POLineNo "  " POItemCode "   " QtyDisp "    "
                RcvdDisp "     " RemDisp.

          ReceiveOneLine.
             DISPLAY "   "
             DISPLAY "Enter Line Number : " WITH NO ADVANCING
             ACCEPT EntryLineNo
             MOVE EntryPONum TO PONum
             MOVE EntryLineNo TO POLineNo
             MOVE 'Y' TO LineExists
             READ POLineFile
                INVALID KEY MOVE 'N' TO LineExists
             END-READ
             IF LineExists = 'N'
                DISPLAY "Line not on this PO"
             ELSE
             IF NOT POLineOpen
                DISPLAY "Line is closed or cancelled - not posted"
             ELSE
                PERFORM ReceiveAgainstLine
             END-IF
             END-IF
             DISPLAY "Another line on this PO? (Y/N): "
                WITH NO ADVANCING
             ACCEPT MoreLines
             MOVE FUNCTION UPPER-CASE(MoreLines) TO MoreLines.

          ReceiveAgainstLine.
             MOVE 'Y' TO ItemExists
             MOVE POItemCode TO ItemCode
             READ ItemFile
                INVALID KEY MOVE 'N' TO ItemExists
             END-READ
             IF ItemExists = 'N'
                DISPLAY "Item " POItemCode " not on file - "
                   "see itemmnt"
             ELSE
                DISPLAY "Item : " FUNCTION TRIM(ItemDesc)
                MOVE ItemOnHand TO OnHandDisp
                DISPLAY "On hand now : " OnHandDisp
                MOVE 'Q' TO LocFunc
                MOVE ZERO TO LocQty
                CALL "STKLOC" USING POItemCode, RcvBranch,
                   LocFunc, LocQty, LocOnHand, LocStatus
                MOVE LocOnHand TO OnHandDisp
                DISPLAY "  at " RcvBranch " : " OnHandDisp
                COMPUTE Remaining = POQtyOrd - POQtyRcvd
                MOVE Remaining TO RemDisp
                DISPLAY "Still due on the line : " RemDisp
                DISPLAY "Quantity received : " WITH NO ADVANCING
                ACCEPT EntryQty
                MOVE 'Y' TO Confirm
                IF EntryQty > Remaining
                   COMPUTE OverQty = EntryQty - Remaining
                   DISPLAY "That is " OverQty " over the order - "
                      "accept the over-receipt? (Y/N): "
                      WITH NO ADVANCING
                   ACCEPT Confirm
                   MOVE FUNCTION UPPER-CASE(Confirm) TO Confirm
                END-IF
                EVALUATE TRUE
                   WHEN EntryQty = ZERO
                      DISPLAY "Zero quantity - not posted"
                   WHEN Confirm NOT = 'Y'
                      DISPLAY "Over-receipt refused - not posted"
                   WHEN OTHER
                      PERFORM PostReceipt
                END-EVALUATE
             END-IF.

          PostReceipt.
             PERFORM AverageInCost
             ADD EntryQty TO ItemOnHand
             REWRITE ItemData
                INVALID KEY DISPLAY "Item Not Updated"
             END-REWRITE
             MOVE 'A' TO LocFunc
             MOVE EntryQty TO LocQty
             CALL "STKLOC" USING POItemCode, RcvBranch,
                LocFunc, LocQty, LocOnHand, LocStatus
             ADD EntryQty TO POQtyRcvd
             EVALUATE TRUE
                WHEN POQtyRcvd > POQtyOrd
                   SET RLOverRcvd TO TRUE
                   ADD 1 TO OverCount
                WHEN POQtyRcvd = POQtyOrd
                   SET RLFilled TO TRUE
                WHEN OTHER
                   SET RLPartial TO TRUE
                   ADD 1 TO PartialCount
             END-EVALUATE
             IF POQtyRcvd >= POQtyOrd
                SET POLineClosed TO TRUE
                ADD 1 TO ClosedCount
             END-IF
             REWRITE POLineData
                INVALID KEY DISPLAY "PO Line Not Updated"
             END-REWRITE
             MOVE RunDate TO RLDate
             MOVE PONum TO RLPONum
             MOVE POLineNo TO RLLineNo
             MOVE POSupCode TO RLSupCode
             MOVE POItemCode TO RLItemCode
             MOVE EntryQty TO RLQty
             MOVE POUnitCost TO RLUnitCost
             WRITE RcvLogData
             ADD 1 TO RcvCount
             MOVE ItemOnHand TO OnHandDisp
             DISPLAY "On hand after : " OnHandDisp
             MOVE LocOnHand TO OnHandDisp
             DISPLAY "  at " RcvBranch " : " OnHandDisp
             IF POLineClosed
                DISPLAY "Line " POLineNo " filled and closed"
             ELSE
                COMPUTE Remaining = POQtyOrd - POQtyRcvd
                MOVE Remaining TO RemDisp
                DISPLAY "Line stays open for " RemDisp
             END-IF
             PERFORM ShowBackorders.

          AverageInCost.
             IF ItemOnHand > ZERO
                MOVE ItemOnHand TO CostBase
             ELSE
                MOVE ZERO TO CostBase
             END-IF
             COMPUTE ItemCost ROUNDED
                = ((CostBase * ItemCost) + (EntryQty * POUnitCost))
                / (CostBase + EntryQty)
             MOVE ItemCost TO CostDisp
             DISPLAY "Average cost now : " CostDisp.

          ShowBackorders.
             MOVE ZERO TO BackCt
             MOVE ZERO TO BackTotal
             MOVE 'N' TO BackEOF
             MOVE LOW-VALUES TO BOKey
             START BackordFile KEY IS NOT LESS THAN BOKey
                INVALID KEY MOVE 'Y' TO BackEOF
             END-START
             PERFORM UNTIL BackEOF = 'Y'
                READ BackordFile NEXT RECORD
                   AT END MOVE 'Y' TO BackEOF
                   NOT AT END
                      IF BOItemCode = POItemCode AND BOOpen
                         AND BackCt < 50
                         ADD 1 TO BackCt
                         MOVE BODate TO WaitDate(BackCt)
                         MOVE BOCustID TO WaitCustID(BackCt)
                         MOVE BOQty TO WaitQty(BackCt)
                         ADD BOQty TO BackTotal
                      END-IF
                END-READ
             END-PERFORM
             IF BackCt > ZERO
                PERFORM SortWaiting
                MOVE BackTotal TO BackDisp
                DISPLAY "Backorders waiting on " POItemCode " : "
                   BackDisp " units - run bofill to ship them"
                DISPLAY "  Since    Customer  Qty"
                PERFORM VARYING WaitSub FROM 1 BY 1
                   UNTIL WaitSub > BackCt
                   MOVE WaitQty(WaitSub) TO QtyDisp
                   DISPLAY "  " WaitDate(WaitSub) " "
                      WaitCustID(WaitSub) "    " QtyDisp
                END-PERFORM
             END-IF.

          SortWaiting.
      * a handful of entries, so a plain selection sort on the date
             PERFORM VARYING WaitSub FROM 1 BY 1
                UNTIL WaitSub >= BackCt
                MOVE WaitSub TO WaitPick
                PERFORM VARYING WaitPos FROM WaitSub BY 1
                   UNTIL WaitPos > BackCt
                   IF WaitDate(WaitPos) < WaitDate(WaitPick)
                      MOVE WaitPos TO WaitPick
                   END-IF
                END-PERFORM
                IF WaitPick NOT = WaitSub
                   MOVE WaitEntry(WaitSub) TO WaitHold
                   MOVE WaitEntry(WaitPick) TO WaitEntry(WaitSub)
                   MOVE WaitHold TO WaitEntry(WaitPick)
                END-IF
             END-PERFORM.
