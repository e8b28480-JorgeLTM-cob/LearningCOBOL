       IDENTIFICATION DIVISION.
          PROGRAM-ID.   stkxfer.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 13th, 2021.
      * Modification History
      *   2021-10-13 Brownies - new program: stock transfers between
      *              branch locations (itemloc.txt, ITEMLOC).  Operator
      *              sign on (operators.txt, password).  Shipping a
      *              transfer takes the next number from xferseq.txt,
      *              takes the quantity off the sending location's
      *              on-hand and puts it in transit to the receiving
      *              location; the transfer sits on xfers.txt in
      *              transit until the receiving branch confirms it,
      *              when it goes onto that location's on-hand.  The
      *              company ItemOnHand does not move - stock in
      *              transit is still ours, just not sellable
      *              anywhere.  Also lists the transfers in transit,
      *              sets a location's reorder point for stockrpt,
      *              and (supervisor only) places any company on-hand
      *              not yet held at a location at the house
      *              location HSE, so items.txt and itemloc.txt agree
      *              - run that once when locations start.
      *   2021-10-21 Brownies - option 4 also keys the bin the item
      *              is kept in at the location (ITEMLOC LCBin), the
      *              order the pick tickets print in; blank keeps the
      *              bin on file.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL ItemFile ASSIGN TO "items.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
             SELECT OPTIONAL ItemLocFile ASSIGN TO "itemloc.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LCKey.
             SELECT OPTIONAL BranchFile ASSIGN TO "brmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BrMastCode.
             SELECT OPTIONAL XferFile ASSIGN TO "xfers.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XFNum.
             SELECT OPTIONAL XferSeqFile ASSIGN TO "xferseq.txt"
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
             FD ItemFile.
                COPY ITEMREC.
             FD ItemLocFile.
                COPY ITEMLOC.
             FD BranchFile.
                01 BranchData.
                   02 BrMastCode PIC X(3).
                   02 BrMastName PIC X(20).
             FD XferFile.
                01 XferData.
                   02 XFNum      PIC 9(6).
                   02 XFDate     PIC 9(8).
                   02 XFItemCode PIC X(8).
                   02 XFFrom     PIC X(3).
                   02 XFTo       PIC X(3).
                   02 XFQty      PIC 9(5).
                   02 XFStatus   PIC X(1).
                      88 XFInTransit VALUE 'T'.
                      88 XFReceived  VALUE 'R'.
                   02 XFShipOper PIC X(8).
                   02 XFRcvDate  PIC 9(8).
                   02 XFRcvOper  PIC X(8).
             FD XferSeqFile.
                01 XferSeqRec PIC 9(6).
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
             01 FileEOF     PIC X.
             01 LocEOF      PIC X.
             01 RecFound    PIC X.
             01 BranchOK    PIC X.
             01 Confirm     PIC X.
             01 EntryBranch PIC X(3).
             01 FromBranch  PIC X(3).
             01 ToBranch    PIC X(3).
             01 EntryItem   PIC X(8).
             01 EntryQty    PIC 9(5).
             01 EntryXfer   PIC 9(6).
             01 EntryReorder PIC 9(5).
             01 EntryBin    PIC X(6).
             01 XferNum     PIC 9(6).
             01 AvailQty    PIC S9(5).
             01 LocatedQty  PIC S9(7).
             01 UnlocatedQty PIC S9(7).
             01 PlacedCt    PIC 9(5).
             01 OpenCt      PIC 9(5).
             01 QtyDisp     PIC -(4)9.
             01 CntDisp     PIC ZZZZ9.
       PROCEDURE DIVISION.
          MainLine.
             PERFORM SignOn
             IF SignOnOK = 'Y'
                MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
                OPEN I-O ItemFile
                OPEN I-O ItemLocFile
                OPEN I-O XferFile
                PERFORM UNTIL StayOpen = 'N'
                   DISPLAY "   "
                   DISPLAY "1 : Ship a Transfer"
                   DISPLAY "2 : Confirm a Transfer Received"
                   DISPLAY "3 : List Transfers in Transit"
                   DISPLAY "4 : Set a Location's Reorder Point "
                      "and Bin"
                   DISPLAY "5 : Place Unlocated Stock at HSE "
                      "(supervisor)"
                   DISPLAY "0 : Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT Choice
                   EVALUATE Choice
                      WHEN 1 PERFORM ShipTransfer
                      WHEN 2 PERFORM ReceiveTransfer
                      WHEN 3 PERFORM ListInTransit
                      WHEN 4 PERFORM SetLocReorder
                      WHEN 5 PERFORM PlaceUnlocated
                      WHEN OTHER MOVE 'N' TO StayOpen
                   END-EVALUATE
                END-PERFORM
                CLOSE ItemFile
                CLOSE ItemLocFile
                CLOSE XferFile
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

          GetBranch.
      * blank is the house location; anything else must be on the
      * branch master
             ACCEPT EntryBranch
             MOVE FUNCTION UPPER-CASE(EntryBranch) TO EntryBranch
             MOVE 'Y' TO BranchOK
             IF EntryBranch = SPACE
                MOVE "HSE" TO EntryBranch
             END-IF
             IF EntryBranch NOT = "HSE"
                OPEN INPUT BranchFile
                MOVE EntryBranch TO BrMastCode
                READ BranchFile
                   INVALID KEY MOVE 'N' TO BranchOK
                END-READ
                CLOSE BranchFile
                IF BranchOK = 'N'
                   DISPLAY "Branch " EntryBranch
                      " is not on the branch master - see brmaint"
                END-IF
             END-IF.

          GetItem.
             DISPLAY "Item Code : " WITH NO ADVANCING
             ACCEPT EntryItem
             MOVE FUNCTION UPPER-CASE(EntryItem) TO EntryItem
             MOVE EntryItem TO ItemCode
             MOVE 'Y' TO RecFound
             READ ItemFile
                INVALID KEY MOVE 'N' TO RecFound
             END-READ
             IF RecFound = 'N'
                DISPLAY "Item not on file - see itemmnt"
             ELSE
                DISPLAY "Item : " FUNCTION TRIM(ItemDesc)
             END-IF.

          ReadLocation.
      * LCItemCode and LCBranch are set by the caller; a location
      * not yet on file comes back empty with RecFound 'N'
             MOVE 'Y' TO RecFound
             READ ItemLocFile
                INVALID KEY MOVE 'N' TO RecFound
             END-READ
             IF RecFound = 'N'
                MOVE ZERO TO LCOnHand
                MOVE ZERO TO LCInTransit
                MOVE ZERO TO LCReorder
                MOVE SPACE TO LCBin
             END-IF.

          SaveLocation.
             IF RecFound = 'Y'
                REWRITE ItemLocData
                   INVALID KEY DISPLAY "Location not updated for "
                      LCItemCode " " LCBranch
                END-REWRITE
             ELSE
                WRITE ItemLocData
                   INVALID KEY DISPLAY "Location not written for "
                      LCItemCode " " LCBranch
                END-WRITE
             END-IF.

          ShipTransfer.
             DISPLAY "Ship from (branch code, blank for HSE) : "
                WITH NO ADVANCING
             PERFORM GetBranch
             IF BranchOK = 'Y'
                MOVE EntryBranch TO FromBranch
                DISPLAY "Ship to (branch code, blank for HSE) : "
                   WITH NO ADVANCING
                PERFORM GetBranch
             END-IF
             IF BranchOK = 'Y'
                MOVE EntryBranch TO ToBranch
                IF ToBranch = FromBranch
                   DISPLAY "From and to are the same location"
                   MOVE 'N' TO BranchOK
                END-IF
             END-IF
             IF BranchOK = 'Y'
                PERFORM GetItem
                IF RecFound = 'Y'
                   PERFORM ShipItem
                END-IF
             END-IF.

          ShipItem.
             MOVE EntryItem TO LCItemCode
             MOVE FromBranch TO LCBranch
             PERFORM ReadLocation
             IF LCOnHand > ZERO
                MOVE LCOnHand TO AvailQty
             ELSE
                MOVE ZERO TO AvailQty
             END-IF
             MOVE AvailQty TO QtyDisp
             DISPLAY "On hand at " FromBranch " : " QtyDisp
             DISPLAY "Quantity to ship : " WITH NO ADVANCING
             ACCEPT EntryQty
             EVALUATE TRUE
                WHEN EntryQty = ZERO
                   DISPLAY "Zero quantity - nothing shipped"
                WHEN EntryQty > AvailQty
                   DISPLAY "Only " QtyDisp " at " FromBranch
                      " - nothing shipped"
                WHEN OTHER
                   DISPLAY "Ship " EntryQty " of " EntryItem " from "
                      FromBranch " to " ToBranch "? (Y/N): "
                      WITH NO ADVANCING
                   ACCEPT Confirm
                   MOVE FUNCTION UPPER-CASE(Confirm) TO Confirm
                   IF Confirm = 'Y'
                      PERFORM PostShipment
                   ELSE
                      DISPLAY "Nothing shipped"
                   END-IF
             END-EVALUATE.

          PostShipment.
      * the sending location's record is still in the buffer from
      * ShipItem
             SUBTRACT EntryQty FROM LCOnHand
             PERFORM SaveLocation
             MOVE EntryItem TO LCItemCode
             MOVE ToBranch TO LCBranch
             PERFORM ReadLocation
             ADD EntryQty TO LCInTransit
             PERFORM SaveLocation
             PERFORM GetNextXferNum
             MOVE XferNum TO XFNum
             MOVE RunDate TO XFDate
             MOVE EntryItem TO XFItemCode
             MOVE FromBranch TO XFFrom
             MOVE ToBranch TO XFTo
             MOVE EntryQty TO XFQty
             SET XFInTransit TO TRUE
             MOVE SignedOnID TO XFShipOper
             MOVE ZERO TO XFRcvDate
             MOVE SPACE TO XFRcvOper
             WRITE XferData
                INVALID KEY DISPLAY "Transfer not written - number "
                   XferNum " already on file; see xferseq.txt"
                NOT INVALID KEY
                   DISPLAY "Transfer " XferNum " in transit to "
                      ToBranch
             END-WRITE.

          GetNextXferNum.
             OPEN INPUT XferSeqFile
             READ XferSeqFile
                AT END MOVE 1 TO XferNum
                NOT AT END MOVE XferSeqRec TO XferNum
             END-READ
             CLOSE XferSeqFile
             OPEN OUTPUT XferSeqFile
             COMPUTE XferSeqRec = XferNum + 1
             WRITE XferSeqRec
             CLOSE XferSeqFile.

          ReceiveTransfer.
             DISPLAY "Transfer Number : " WITH NO ADVANCING
             ACCEPT EntryXfer
             MOVE EntryXfer TO XFNum
             MOVE 'Y' TO RecFound
             READ XferFile
                INVALID KEY MOVE 'N' TO RecFound
             END-READ
             EVALUATE TRUE
                WHEN RecFound = 'N'
                   DISPLAY "Transfer " EntryXfer " not on file"
                WHEN XFReceived
                   DISPLAY "Transfer " EntryXfer " was received "
                      XFRcvDate " by " XFRcvOper
                WHEN OTHER
                   MOVE XFQty TO CntDisp
                   DISPLAY "Shipped " XFDate " from " XFFrom " to "
                      XFTo " : " CntDisp " of " XFItemCode
                   DISPLAY "Confirm received in full at " XFTo
                      "? (Y/N): " WITH NO ADVANCING
                   ACCEPT Confirm
                   MOVE FUNCTION UPPER-CASE(Confirm) TO Confirm
                   IF Confirm = 'Y'
                      PERFORM PostReceipt
                   ELSE
                      DISPLAY "Left in transit"
                   END-IF
             END-EVALUATE.

          PostReceipt.
             MOVE XFItemCode TO LCItemCode
             MOVE XFTo TO LCBranch
             PERFORM ReadLocation
             IF LCInTransit >= XFQty
                SUBTRACT XFQty FROM LCInTransit
             ELSE
                MOVE ZERO TO LCInTransit
             END-IF
             ADD XFQty TO LCOnHand
             PERFORM SaveLocation
             SET XFReceived TO TRUE
             MOVE RunDate TO XFRcvDate
             MOVE SignedOnID TO XFRcvOper
             REWRITE XferData
                INVALID KEY DISPLAY "Transfer Not Updated"
             END-REWRITE
             MOVE LCOnHand TO QtyDisp
             DISPLAY "Received - on hand at " XFTo " now " QtyDisp.

          ListInTransit.
             MOVE ZERO TO OpenCt
             MOVE ZERO TO XFNum
             MOVE 'N' TO FileEOF
             START XferFile KEY IS NOT LESS THAN XFNum
                INVALID KEY MOVE 'Y' TO FileEOF
             END-START
             DISPLAY "Xfer   Shipped  From To  Item        Qty"
             PERFORM UNTIL FileEOF = 'Y'
                READ XferFile NEXT RECORD
                   AT END MOVE 'Y' TO FileEOF
                   NOT AT END
                      IF XFInTransit
                         ADD 1 TO OpenCt
                         MOVE XFQty TO CntDisp
                         DISPLAY XFNum " " XFDate " " XFFrom "  "
                            XFTo " " XFItemCode " " CntDisp
                      END-IF
                END-READ
             END-PERFORM
             DISPLAY "Transfers in transit : " OpenCt.

          SetLocReorder.
             DISPLAY "Location (branch code, blank for HSE) : "
                WITH NO ADVANCING
             PERFORM GetBranch
             IF BranchOK = 'Y'
                PERFORM GetItem
                IF RecFound = 'Y'
                   MOVE EntryItem TO LCItemCode
                   MOVE EntryBranch TO LCBranch
                   PERFORM ReadLocation
                   MOVE LCReorder TO CntDisp
                   DISPLAY "Reorder point at " EntryBranch " : "
                      CntDisp " (zero uses the item's "
                      ItemReorder ")"
                   DISPLAY "New reorder point : " WITH NO ADVANCING
                   ACCEPT EntryReorder
                   MOVE EntryReorder TO LCReorder
                   DISPLAY "Bin (now " LCBin ", blank keeps it) : "
                      WITH NO ADVANCING
                   ACCEPT EntryBin
                   MOVE FUNCTION UPPER-CASE(EntryBin) TO EntryBin
                   IF EntryBin NOT = SPACE
                      MOVE EntryBin TO LCBin
                   END-IF
                   PERFORM SaveLocation
                   DISPLAY "Reorder point and bin set"
                END-IF
             END-IF.

          PlaceUnlocated.
             IF NOT OperSupervisor
                DISPLAY "Placing unlocated stock is supervisor-only"
             ELSE
                DISPLAY "Put any on-hand not held at a location at "
                   "HSE? (Y/N): " WITH NO ADVANCING
                ACCEPT Confirm
                MOVE FUNCTION UPPER-CASE(Confirm) TO Confirm
                IF Confirm = 'Y'
                   MOVE ZERO TO PlacedCt
                   MOVE LOW-VALUES TO ItemCode
                   MOVE 'N' TO FileEOF
                   START ItemFile KEY IS NOT LESS THAN ItemCode
                      INVALID KEY MOVE 'Y' TO FileEOF
                   END-START
                   PERFORM UNTIL FileEOF = 'Y'
                      READ ItemFile NEXT RECORD
                         AT END MOVE 'Y' TO FileEOF
                         NOT AT END
                            PERFORM PlaceOneItem
                      END-READ
                   END-PERFORM
                   DISPLAY "Items placed at HSE : " PlacedCt
                END-IF
             END-IF.

          PlaceOneItem.
      * what the item's locations hold plus what is in transit to
      * them should be the company on-hand; the difference goes to
      * the house
             MOVE ZERO TO LocatedQty
             MOVE ItemCode TO LCItemCode
             MOVE LOW-VALUES TO LCBranch
             MOVE 'N' TO LocEOF
             START ItemLocFile KEY IS NOT LESS THAN LCKey
                INVALID KEY MOVE 'Y' TO LocEOF
             END-START
             PERFORM UNTIL LocEOF = 'Y'
                READ ItemLocFile NEXT RECORD
                   AT END MOVE 'Y' TO LocEOF
                   NOT AT END
                      IF LCItemCode NOT = ItemCode
                         MOVE 'Y' TO LocEOF
                      ELSE
                         ADD LCOnHand TO LocatedQty
                         ADD LCInTransit TO LocatedQty
                      END-IF
                END-READ
             END-PERFORM
             COMPUTE UnlocatedQty = ItemOnHand - LocatedQty
             IF UnlocatedQty NOT = ZERO
                MOVE ItemCode TO LCItemCode
                MOVE "HSE" TO LCBranch
                PERFORM ReadLocation
                ADD UnlocatedQty TO LCOnHand
                PERFORM SaveLocation
                ADD 1 TO PlacedCt
             END-IF.
