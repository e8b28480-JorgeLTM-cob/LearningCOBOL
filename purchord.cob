       IDENTIFICATION DIVISION.
          PROGRAM-ID.   purchord.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 3rd, 2021.
      * Modification History
      *   2021-10-03 Brownies - new program: purchase orders on the
      *              poline.txt master (POLINE copybook).  The
      *              reorder run takes every item at or under its
      *              reorder point the way stockrpt flags them,
      *              nets off what is already on open PO lines, and
      *              proposes one PO per supplier (ItemSupplier on
      *              the item master) ordering back up to twice the
      *              reorder point; the buyer confirms or changes
      *              each quantity and unit cost, the last cost
      *              paid being the default.  A PO can also be keyed
      *              by hand, an open line cancelled, and any PO
      *              reprinted.  Numbers come off poseq.txt; the
      *              expected date is the order date plus the
      *              supplier's lead time.  Every PO raised or
      *              reprinted in a session is printed to
      *              PurchOrder.txt to go to the supplier.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL ItemFile ASSIGN TO "items.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
             SELECT OPTIONAL SupplierFile ASSIGN TO "supplier.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SupCode.
             SELECT OPTIONAL POLineFile ASSIGN TO "poline.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS POKey.
             SELECT OPTIONAL POSeqFile ASSIGN TO "poseq.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT PrintFile ASSIGN TO "PurchOrder.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD ItemFile.
                COPY ITEMREC.
             FD SupplierFile.
                COPY SUPPREC.
             FD POLineFile.
                COPY POLINE.
             FD POSeqFile.
                01 POSeqRec PIC 9(6).
             FD PrintFile.
                01 PrintLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 RunDate     PIC 9(8).
             01 UpdReply    PIC X(30).
             01 ItemEOF     PIC X.
             01 LineEOF     PIC X.
             01 ItemExists  PIC X.
             01 SupExists   PIC X.
             01 MoreLines   PIC X.
             01 EntryCode   PIC X(8).
             01 EntrySup    PIC X(6).
             01 EntryPONum  PIC 9(6).
             01 EntryLineNo PIC 9(3).
             01 NewPONum    PIC 9(6).
             01 NextLineNo  PIC 9(3).
             01 OrderQty    PIC 9(5).
             01 OrderCost   PIC 9(5)V99.
             01 LeadDays    PIC 9(8).
             01 ExpectDate  PIC 9(8).
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 Projected   PIC S9(7).
             01 Suggest     PIC S9(7).
             01 POCount     PIC 9(3) VALUE ZERO.
             01 PrintCount  PIC 9(3) VALUE ZERO.
      * what is already on order, and the last cost paid, for
      * every item that has ever been on a PO line
             01 OrderTable.
                02 OrderEntry OCCURS 1000 TIMES.
                   03 OTItem     PIC X(8).
                   03 OTOpenQty  PIC 9(7).
                   03 OTLastCost PIC 9(5)V99.
             01 OrderCount  PIC 9(4) VALUE ZERO.
             01 OrderSub    PIC 9(4).
             01 OrderFound  PIC X.
             01 OrderTableFull PIC X VALUE 'N'.
      * the reorder proposals, grouped into one PO per supplier
             01 PropTable.
                02 PropEntry OCCURS 500 TIMES.
                   03 PRSupplier PIC X(6).
                   03 PRItem     PIC X(8).
                   03 PRQty      PIC 9(5).
                   03 PRDone     PIC X(1).
             01 PropCount   PIC 9(3) VALUE ZERO.
             01 PropSub     PIC 9(3).
             01 GroupSub    PIC 9(3).
             01 GroupSup    PIC X(6).
             01 GroupItems  PIC 9(3).
             01 NoSupCount  PIC 9(5) VALUE ZERO.
             01 OnOrderCount PIC 9(5) VALUE ZERO.
             01 QtyDisp     PIC ZZZZ9.
             01 OnHandDisp  PIC -(4)9.
             01 ReordDisp   PIC ZZZZ9.
             01 CostDisp    PIC ZZ,ZZ9.99.
             01 Extension   PIC 9(9)V99.
             01 POTotal     PIC 9(9)V99.
             01 LineBuffer  PIC X(100).
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          StartPara.
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             OPEN INPUT ItemFile
             OPEN INPUT SupplierFile
             OPEN I-O POLineFile
             OPEN OUTPUT PrintFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Raise POs for Items at Reorder Point"
                DISPLAY "2 : Enter a PO by Hand"
                DISPLAY "3 : Reprint a PO"
                DISPLAY "4 : Cancel an Open PO Line"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM RaiseReorderPOs
                   WHEN 2 PERFORM EnterManualPO
                   WHEN 3 PERFORM ReprintPO
                   WHEN 4 PERFORM CancelPOLine
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE ItemFile
             CLOSE SupplierFile
             CLOSE POLineFile
             CLOSE PrintFile
             DISPLAY "POs raised : " POCount
             DISPLAY "POs printed to PurchOrder.txt : " PrintCount
          STOP RUN.

          LoadOrderTable.
             MOVE ZERO TO OrderCount
             MOVE 'N' TO LineEOF
             MOVE LOW-VALUES TO POKey
             START POLineFile KEY IS NOT LESS THAN POKey
                INVALID KEY MOVE 'Y' TO LineEOF
             END-START
             PERFORM UNTIL LineEOF = 'Y'
                READ POLineFile NEXT RECORD
                   AT END MOVE 'Y' TO LineEOF
                   NOT AT END
                      PERFORM TallyOrderLine
                END-READ
             END-PERFORM.

          TallyOrderLine.
             MOVE POItemCode TO EntryCode
             PERFORM FindOrderEntry
             IF OrderFound = 'Y'
      * lines come back in PO number order, so the last one seen
      * carries the latest cost
                MOVE POUnitCost TO OTLastCost(OrderSub)
                IF POLineOpen AND POQtyOrd > POQtyRcvd
                   COMPUTE OTOpenQty(OrderSub) = OTOpenQty(OrderSub)
                      + POQtyOrd - POQtyRcvd
                END-IF
             END-IF.

          FindOrderEntry.
             MOVE 'N' TO OrderFound
             PERFORM VARYING OrderSub FROM 1 BY 1
                UNTIL OrderSub > OrderCount OR OrderFound = 'Y'
                IF OTItem(OrderSub) = EntryCode
                   MOVE 'Y' TO OrderFound
                END-IF
             END-PERFORM
             IF OrderFound = 'Y'
                SUBTRACT 1 FROM OrderSub
             ELSE
                IF OrderCount < 1000
                   ADD 1 TO OrderCount
                   MOVE OrderCount TO OrderSub
                   MOVE EntryCode TO OTItem(OrderSub)
                   MOVE ZERO TO OTOpenQty(OrderSub)
                   MOVE ZERO TO OTLastCost(OrderSub)
                   MOVE 'Y' TO OrderFound
                ELSE
                   IF OrderTableFull NOT = 'Y'
                      DISPLAY "More than 1000 items on PO lines - "
                         "on-order figures are incomplete"
                      MOVE 'Y' TO OrderTableFull
                   END-IF
                END-IF
             END-IF.

          RaiseReorderPOs.
             PERFORM LoadOrderTable
             MOVE ZERO TO PropCount
             MOVE ZERO TO NoSupCount
             MOVE ZERO TO OnOrderCount
             MOVE 'N' TO ItemEOF
             MOVE LOW-VALUES TO ItemCode
             START ItemFile KEY IS NOT LESS THAN ItemCode
                INVALID KEY MOVE 'Y' TO ItemEOF
             END-START
             PERFORM UNTIL ItemEOF = 'Y'
                READ ItemFile NEXT RECORD
                   AT END MOVE 'Y' TO ItemEOF
                   NOT AT END
                      IF ItemOnHand <= ItemReorder
                         PERFORM ProposeOneItem
                      END-IF
                END-READ
             END-PERFORM
             DISPLAY "   "
             DISPLAY "Items to order : " PropCount
             DISPLAY "Already covered by open POs : " OnOrderCount
             DISPLAY "No usable supplier - not ordered : "
                NoSupCount
             PERFORM VARYING PropSub FROM 1 BY 1
                UNTIL PropSub > PropCount
                MOVE 'N' TO PRDone(PropSub)
             END-PERFORM
             PERFORM VARYING PropSub FROM 1 BY 1
                UNTIL PropSub > PropCount
                IF PRDone(PropSub) = 'N'
                   PERFORM RaiseSupplierPO
                END-IF
             END-PERFORM.

          ProposeOneItem.
             MOVE ItemCode TO EntryCode
             PERFORM FindOrderEntry
             IF OrderFound = 'Y'
                COMPUTE Projected = ItemOnHand + OTOpenQty(OrderSub)
             ELSE
                MOVE ItemOnHand TO Projected
             END-IF
             EVALUATE TRUE
                WHEN Projected > ItemReorder
                   ADD 1 TO OnOrderCount
                WHEN ItemSupplier = SPACE
                   ADD 1 TO NoSupCount
                   DISPLAY "Item " ItemCode " has no supplier - "
                      "see itemmnt"
                WHEN OTHER
                   MOVE ItemSupplier TO SupCode
                   MOVE 'Y' TO SupExists
                   READ SupplierFile
                      INVALID KEY MOVE 'N' TO SupExists
                   END-READ
                   IF SupExists = 'N' OR NOT SupActive
                      ADD 1 TO NoSupCount
                      DISPLAY "Item " ItemCode " supplier "
                         ItemSupplier " is missing or inactive"
                   ELSE
                      PERFORM AddProposal
                   END-IF
             END-EVALUATE.

          AddProposal.
      * order back up to twice the reorder point, counting what
      * is already on order; always at least one
             COMPUTE Suggest = (ItemReorder * 2) - Projected
             IF Suggest < 1
                MOVE 1 TO Suggest
             END-IF
             IF Suggest > 99999
                MOVE 99999 TO Suggest
             END-IF
             IF PropCount < 500
                ADD 1 TO PropCount
                MOVE ItemSupplier TO PRSupplier(PropCount)
                MOVE ItemCode TO PRItem(PropCount)
                MOVE Suggest TO PRQty(PropCount)
             ELSE
                DISPLAY "More than 500 items to order - run again "
                   "after these are raised"
             END-IF.

          RaiseSupplierPO.
             MOVE PRSupplier(PropSub) TO GroupSup
             MOVE ZERO TO GroupItems
             PERFORM VARYING GroupSub FROM PropSub BY 1
                UNTIL GroupSub > PropCount
                IF PRSupplier(GroupSub) = GroupSup
                   ADD 1 TO GroupItems
                END-IF
             END-PERFORM
             MOVE GroupSup TO SupCode
             READ SupplierFile
                INVALID KEY MOVE SPACE TO SupName
             END-READ
             DISPLAY "   "
             DISPLAY "Supplier " GroupSup " " FUNCTION TRIM(SupName)
                " - " GroupItems " item(s)"
             DISPLAY "Raise a PO? (Y/N) : " WITH NO ADVANCING
             ACCEPT UpdReply
             IF UpdReply = 'Y' OR UpdReply = 'y'
                PERFORM StartNewPO
                PERFORM VARYING GroupSub FROM PropSub BY 1
                   UNTIL GroupSub > PropCount
                   IF PRSupplier(GroupSub) = GroupSup
                      PERFORM ConfirmProposal
                   END-IF
                END-PERFORM
                PERFORM FinishNewPO
             ELSE
                PERFORM VARYING GroupSub FROM PropSub BY 1
                   UNTIL GroupSub > PropCount
                   IF PRSupplier(GroupSub) = GroupSup
                      MOVE 'Y' TO PRDone(GroupSub)
                   END-IF
                END-PERFORM
             END-IF.

          ConfirmProposal.
             MOVE 'Y' TO PRDone(GroupSub)
             MOVE PRItem(GroupSub) TO ItemCode
             READ ItemFile
                INVALID KEY MOVE SPACE TO ItemDesc
             END-READ
             MOVE ItemOnHand TO OnHandDisp
             MOVE ItemReorder TO ReordDisp
             DISPLAY "   "
             DISPLAY "Item " ItemCode " " FUNCTION TRIM(ItemDesc)
             DISPLAY "On hand " OnHandDisp "  reorder at " ReordDisp
             MOVE PRQty(GroupSub) TO OrderQty
             PERFORM KeyQtyAndCost
             IF OrderQty = ZERO
                DISPLAY "Zero quantity - line left off"
             ELSE
                PERFORM WritePOLine
             END-IF.

          KeyQtyAndCost.
             MOVE OrderQty TO QtyDisp
             DISPLAY "Order Qty (0 = skip) [" FUNCTION TRIM(QtyDisp)
                "] : " WITH NO ADVANCING
             ACCEPT UpdReply
             IF UpdReply NOT = SPACE
                IF FUNCTION TRIM(UpdReply) NUMERIC
                   MOVE FUNCTION TRIM(UpdReply) TO OrderQty
                ELSE
                   DISPLAY "Quantity must be numeric - unchanged"
                END-IF
             END-IF
             IF OrderQty > ZERO
                MOVE ItemCode TO EntryCode
                PERFORM FindOrderEntry
                IF OrderFound = 'Y'
                   MOVE OTLastCost(OrderSub) TO OrderCost
                ELSE
                   MOVE ZERO TO OrderCost
                END-IF
                MOVE OrderCost TO CostDisp
                DISPLAY "Unit Cost [" FUNCTION TRIM(CostDisp)
                   "] : " WITH NO ADVANCING
                ACCEPT UpdReply
                IF UpdReply NOT = SPACE
                   COMPUTE OrderCost = FUNCTION NUMVAL-C(UpdReply)
                END-IF
                IF OrderCost = ZERO
                   DISPLAY "No unit cost - line left off"
                   MOVE ZERO TO OrderQty
                END-IF
             END-IF.

          StartNewPO.
             PERFORM GetNextPONum
             MOVE ZERO TO NextLineNo
             MOVE SupLeadDays TO LeadDays
             CALL "DATECALC" USING RunDate, LeadDays, "A",
                DCResult, DCStatus
             MOVE DCResult TO ExpectDate
             DISPLAY "PO " NewPONum " expected " ExpectDate.

          GetNextPONum.
             OPEN INPUT POSeqFile
             READ POSeqFile
                AT END MOVE 1 TO NewPONum
                NOT AT END MOVE POSeqRec TO NewPONum
             END-READ
             CLOSE POSeqFile
             OPEN OUTPUT POSeqFile
             COMPUTE POSeqRec = NewPONum + 1
             WRITE POSeqRec
             CLOSE POSeqFile.

          WritePOLine.
             ADD 1 TO NextLineNo
             MOVE NewPONum TO PONum
             MOVE NextLineNo TO POLineNo
             MOVE GroupSup TO POSupCode
             MOVE RunDate TO POOrderDate
             MOVE ExpectDate TO POExpectDate
             MOVE ItemCode TO POItemCode
             MOVE OrderQty TO POQtyOrd
             MOVE ZERO TO POQtyRcvd
             MOVE OrderCost TO POUnitCost
             SET POLineOpen TO TRUE
             WRITE POLineData
                INVALID KEY
                   DISPLAY "PO line " NewPONum "/" NextLineNo
                      " not written"
                   SUBTRACT 1 FROM NextLineNo
             END-WRITE
             IF OrderFound = 'Y'
                ADD OrderQty TO OTOpenQty(OrderSub)
                MOVE OrderCost TO OTLastCost(OrderSub)
             END-IF.

          FinishNewPO.
             IF NextLineNo = ZERO
                DISPLAY "No lines ordered - PO " NewPONum
                   " not used"
             ELSE
                ADD 1 TO POCount
                MOVE NewPONum TO EntryPONum
                PERFORM PrintPO
                DISPLAY "PO " NewPONum " raised with " NextLineNo
                   " line(s)"
             END-IF.

          EnterManualPO.
             PERFORM LoadOrderTable
             DISPLAY "Supplier Code : " WITH NO ADVANCING
             ACCEPT EntrySup
             MOVE FUNCTION UPPER-CASE(EntrySup) TO EntrySup
             MOVE EntrySup TO SupCode
             MOVE 'Y' TO SupExists
             READ SupplierFile
                INVALID KEY MOVE 'N' TO SupExists
             END-READ
             IF SupExists = 'N'
                DISPLAY "Supplier not on file - see suppmnt"
             ELSE
             IF NOT SupActive
                DISPLAY "Supplier is inactive - no new orders"
             ELSE
                DISPLAY "Supplier : " FUNCTION TRIM(SupName)
                MOVE EntrySup TO GroupSup
                PERFORM StartNewPO
                MOVE 'Y' TO MoreLines
                PERFORM EnterManualLine WITH TEST AFTER
                   UNTIL MoreLines NOT = 'Y'
                PERFORM FinishNewPO
             END-IF
             END-IF.

          EnterManualLine.
             DISPLAY "   "
             DISPLAY "Item Code : " WITH NO ADVANCING
             ACCEPT EntryCode
             MOVE FUNCTION UPPER-CASE(EntryCode) TO EntryCode
             MOVE EntryCode TO ItemCode
             MOVE 'Y' TO ItemExists
             READ ItemFile
                INVALID KEY MOVE 'N' TO ItemExists
             END-READ
             IF ItemExists = 'N'
                DISPLAY "Item not on file - see itemmnt"
             ELSE
                DISPLAY "Item : " FUNCTION TRIM(ItemDesc)
                IF ItemSupplier NOT = SPACE
                   AND ItemSupplier NOT = GroupSup
                   DISPLAY "Note: item is normally bought from "
                      ItemSupplier
                END-IF
                MOVE ZERO TO OrderQty
                PERFORM KeyQtyAndCost
                IF OrderQty = ZERO
                   DISPLAY "Line not added"
                ELSE
                   PERFORM WritePOLine
                END-IF
             END-IF
             DISPLAY "Another line? (Y/N): " WITH NO ADVANCING
             ACCEPT MoreLines
             MOVE FUNCTION UPPER-CASE(MoreLines) TO MoreLines.

          ReprintPO.
             DISPLAY "PO Number : " WITH NO ADVANCING
             ACCEPT EntryPONum
             PERFORM PrintPO.

          PrintPO.
             MOVE EntryPONum TO PONum
             MOVE ZERO TO POLineNo
             MOVE 'N' TO LineEOF
             START POLineFile KEY IS NOT LESS THAN POKey
                INVALID KEY MOVE 'Y' TO LineEOF
             END-START
             IF LineEOF = 'N'
                READ POLineFile NEXT RECORD
                   AT END MOVE 'Y' TO LineEOF
                END-READ
             END-IF
             IF LineEOF = 'Y' OR PONum NOT = EntryPONum
                DISPLAY "PO " EntryPONum " not on file"
             ELSE
                PERFORM PrintPOHeading
                MOVE ZERO TO POTotal
                PERFORM UNTIL LineEOF = 'Y'
                   OR PONum NOT = EntryPONum
                   PERFORM PrintPODetail
                   READ POLineFile NEXT RECORD
                      AT END MOVE 'Y' TO LineEOF
                   END-READ
                END-PERFORM
                MOVE POTotal TO Dollar
                MOVE SPACE TO LineBuffer
                MOVE "Order Total" TO LineBuffer(58:11)
                MOVE Dollar TO LineBuffer(82:13)
                WRITE PrintLine FROM LineBuffer
                MOVE SPACE TO LineBuffer
                WRITE PrintLine FROM LineBuffer
                WRITE PrintLine FROM LineBuffer
                ADD 1 TO PrintCount
                DISPLAY "PO " EntryPONum " printed"
             END-IF.

          PrintPOHeading.
             MOVE POSupCode TO SupCode
             READ SupplierFile
                INVALID KEY
                   MOVE SPACE TO SupplierData
                   MOVE POSupCode TO SupCode
             END-READ
             MOVE SPACE TO LineBuffer
             STRING "PURCHASE ORDER " DELIMITED BY SIZE
                PONum DELIMITED BY SIZE
                "          Order Date: " DELIMITED BY SIZE
                POOrderDate DELIMITED BY SIZE
                "  Expected: " DELIMITED BY SIZE
                POExpectDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE PrintLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE PrintLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "To: " DELIMITED BY SIZE
                SupName DELIMITED BY SIZE
                "  (" DELIMITED BY SIZE
                SupCode DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE PrintLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             MOVE SupStreet TO LineBuffer(5:20)
             WRITE PrintLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "    " DELIMITED BY SIZE
                FUNCTION TRIM(SupCity) DELIMITED BY SIZE
                ", " DELIMITED BY SIZE
                SupState DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                SupZip DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE PrintLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             IF SupTerms = SPACE
                MOVE "Terms: net 30" TO LineBuffer
             ELSE
                STRING "Terms: " DELIMITED BY SIZE
                   SupTerms DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
             END-IF
             WRITE PrintLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE PrintLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             MOVE "Line Item      Description" TO LineBuffer
             MOVE "Qty" TO LineBuffer(54:3)
             MOVE "Unit Cost" TO LineBuffer(58:9)
             MOVE "Extension" TO LineBuffer(86:9)
             WRITE PrintLine FROM LineBuffer.

          PrintPODetail.
             MOVE POItemCode TO ItemCode
             READ ItemFile
                INVALID KEY MOVE SPACE TO ItemDesc
             END-READ
             COMPUTE Extension = POQtyOrd * POUnitCost
             MOVE POQtyOrd TO QtyDisp
             MOVE POUnitCost TO CostDisp
             MOVE SPACE TO LineBuffer
             MOVE POLineNo TO LineBuffer(1:3)
             MOVE POItemCode TO LineBuffer(6:8)
             MOVE ItemDesc TO LineBuffer(16:30)
             MOVE QtyDisp TO LineBuffer(52:5)
             MOVE CostDisp TO LineBuffer(58:9)
             IF POLineCanceled
                MOVE "CANCELLED" TO LineBuffer(72:9)
             ELSE
                ADD Extension TO POTotal
                MOVE Extension TO Dollar
                MOVE Dollar TO LineBuffer(82:13)
             END-IF
             WRITE PrintLine FROM LineBuffer.

          CancelPOLine.
             DISPLAY "PO Number : " WITH NO ADVANCING
             ACCEPT EntryPONum
             DISPLAY "Line Number : " WITH NO ADVANCING
             ACCEPT EntryLineNo
             MOVE EntryPONum TO PONum
             MOVE EntryLineNo TO POLineNo
             MOVE 'Y' TO ItemExists
             READ POLineFile
                INVALID KEY MOVE 'N' TO ItemExists
             END-READ
             IF ItemExists = 'N'
                DISPLAY "PO line not on file"
             ELSE
             IF NOT POLineOpen
                DISPLAY "Line is already closed or cancelled"
             ELSE
                MOVE POQtyOrd TO QtyDisp
                DISPLAY "Item " POItemCode "  ordered " QtyDisp
                   WITH NO ADVANCING
                MOVE POQtyRcvd TO QtyDisp
                DISPLAY "  received " QtyDisp
                DISPLAY "Cancel this line? (Y/N) : "
                   WITH NO ADVANCING
                ACCEPT UpdReply
                IF UpdReply = 'Y' OR UpdReply = 'y'
      * a line already part received is closed short, so the
      * quantity that did arrive stays on the books for the match
                   IF POQtyRcvd > ZERO
                      SET POLineClosed TO TRUE
                      DISPLAY "Line " EntryPONum "/" EntryLineNo
                         " closed short"
                   ELSE
                      SET POLineCanceled TO TRUE
                      DISPLAY "Line " EntryPONum "/" EntryLineNo
                         " cancelled"
                   END-IF
                   REWRITE POLineData
                      INVALID KEY DISPLAY "PO Line Not Updated"
                   END-REWRITE
                END-IF
             END-IF
             END-IF.
