      *              the stockrcv receipts program and the invoice
      *              run, so a change here keeps it, the way
      *              empmaint keeps the YTD figures.
      *   2021-10-03 Brownies - carry and maintain ItemSupplier,
      *              checked against the suppmnt supplier master
      *              (blank = no regular supplier); an unknown code
      *              is refused and the item is not saved.
      *   2021-10-11 Brownies - carry ItemCost.  The average cost is
      *              owned by the stockrcv receipts the way on-hand
      *              is, so a change here keeps it; only a new item
      *              or one with no cost yet is asked for an opening
      *              unit cost.  The list shows the cost.
      *   2021-10-15 Brownies - kit components.  A kit is an item
      *              like any other for its price and description;
      *              option 3 keys what goes into it on kitdef.txt
      *              (KITDEF) - component item and quantity per kit,
      *              zero to take a component out - showing what is
      *              on file first.  Components must be on the item
      *              master and cannot be the kit or another kit.
      *   2021-10-25 Brownies - key and list ItemWeight, the unit's
      *              shipping weight in pounds the invoice freight
      *              charge is figured from.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
             SELECT OPTIONAL KitFile ASSIGN TO "kitdef.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS KDKey.
             SELECT OPTIONAL SupplierFile ASSIGN TO "supplier.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SupCode.
       DATA DIVISION.
          FILE SECTION.
             FD ItemFile.
                COPY ITEMREC.
             FD KitFile.
                COPY KITDEF.
             FD SupplierFile.
                COPY SUPPREC.
          WORKING-STORAGE SECTION.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 EntryPrice  PIC 9(4)V99.
             01 EntryTaxable PIC X.
             01 EntryReorder PIC 9(5).
             01 EntrySupplier PIC X(6).
             01 SupplierOK  PIC X.
             01 SaveOnHand  PIC S9(5).
             01 SaveCost    PIC 9(5)V9999.
             01 EntryCost   PIC 9(5)V9999.
             01 EntryWeight PIC 9(3)V99.
             01 WeightDisp  PIC ZZ9.99.
             01 ItemExists  PIC X.
             01 ListEOF     PIC X.
             01 PriceDisp   PIC ZZZ9.99.
             01 CostDisp    PIC ZZZZ9.9999.
             01 OnHandDisp  PIC -(4)9.
             01 ReordDisp   PIC ZZZZ9.
             01 EntryKit    PIC X(8).
             01 EntryComp   PIC X(8).
             01 EntryCompQty PIC 9(3).
             01 MoreComps   PIC X.
             01 KitEOF      PIC X.
             01 CompOK      PIC X.
             01 CompCt      PIC 9(3).
             01 CompQtyDisp PIC ZZ9.
       PROCEDURE DIVISION.
          StartPara.
             OPEN I-O ItemFile
             OPEN INPUT SupplierFile
             OPEN I-O KitFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Add / Change an Item"
                DISPLAY "2 : List All Items"
                DISPLAY "3 : Kit Components"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM MaintainItem
                   WHEN 2 PERFORM ListItems
                   WHEN 3 PERFORM MaintainKit
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE ItemFile
             CLOSE SupplierFile
             CLOSE KitFile
          STOP RUN.

          MaintainItem.
                END-IF
                DISPLAY "Reorder Point : " WITH NO ADVANCING
                ACCEPT EntryReorder
                DISPLAY "Shipping Weight in lbs (e.g. 2.50) : "
                   WITH NO ADVANCING
                ACCEPT EntryWeight
                DISPLAY "Supplier Code (blank = none) : "
                   WITH NO ADVANCING
                ACCEPT EntrySupplier
                MOVE FUNCTION UPPER-CASE(EntrySupplier)
                   TO EntrySupplier
                PERFORM CheckSupplier
                IF SupplierOK = 'N'
                   DISPLAY "Supplier " EntrySupplier " not on "
                      "file - see suppmnt; item not saved"
                ELSE
                   PERFORM SaveItem
                END-IF
             END-IF.

          CheckSupplier.
             MOVE 'Y' TO SupplierOK
             IF EntrySupplier NOT = SPACE
                MOVE EntrySupplier TO SupCode
                READ SupplierFile
                   INVALID KEY MOVE 'N' TO SupplierOK
                END-READ
             END-IF.

          SaveItem.
             MOVE 'Y' TO ItemExists
             MOVE EntryCode TO ItemCode
             READ ItemFile
                INVALID KEY MOVE 'N' TO ItemExists
             END-READ
             IF ItemExists = 'Y'
                MOVE ItemOnHand TO SaveOnHand
                MOVE ItemCost TO SaveCost
             ELSE
                MOVE ZERO TO SaveOnHand
                MOVE ZERO TO SaveCost
             END-IF
             IF SaveCost = ZERO
                DISPLAY "Opening Unit Cost (e.g. 7.25) : "
                   WITH NO ADVANCING
                ACCEPT EntryCost
                MOVE EntryCost TO SaveCost
             ELSE
                MOVE SaveCost TO CostDisp
                DISPLAY "Average cost " CostDisp " kept - receipts "
                   "move it"
             END-IF
             MOVE EntryCode TO ItemCode
             MOVE EntryDesc TO ItemDesc
             MOVE EntryPrice TO ItemPrice
             MOVE EntryTaxable TO ItemTaxable
             MOVE SaveOnHand TO ItemOnHand
             MOVE EntryReorder TO ItemReorder
             MOVE EntrySupplier TO ItemSupplier
             MOVE SaveCost TO ItemCost
             MOVE EntryWeight TO ItemWeight
             IF ItemExists = 'Y'
                REWRITE ItemData
                   INVALID KEY DISPLAY "Item Not Updated"
                END-REWRITE
                DISPLAY "Item changed: " EntryCode
             ELSE
                WRITE ItemData
                   INVALID KEY DISPLAY "Item Not Added"
                END-WRITE
                DISPLAY "Item added: " EntryCode
             END-IF.

          MaintainKit.
             DISPLAY "Enter Kit Item Code : " WITH NO ADVANCING
             ACCEPT EntryKit
             MOVE FUNCTION UPPER-CASE(EntryKit) TO EntryKit
             MOVE EntryKit TO ItemCode
             MOVE 'Y' TO ItemExists
             READ ItemFile
                INVALID KEY MOVE 'N' TO ItemExists
             END-READ
             IF ItemExists = 'N'
                DISPLAY "Add the kit as an item first (option 1)"
             ELSE
                PERFORM CheckUsedAsComponent
             END-IF
             IF ItemExists = 'Y'
                DISPLAY "Kit : " FUNCTION TRIM(ItemDesc)
                PERFORM ListKit
                MOVE 'Y' TO MoreComps
                PERFORM MaintainComponent WITH TEST AFTER
                   UNTIL MoreComps NOT = 'Y'
                PERFORM ListKit
             END-IF.

          CheckUsedAsComponent.
      * an item that goes into another kit cannot be a kit itself
             MOVE LOW-VALUES TO KDKey
             MOVE 'N' TO KitEOF
             START KitFile KEY IS NOT LESS THAN KDKey
                INVALID KEY MOVE 'Y' TO KitEOF
             END-START
             PERFORM UNTIL KitEOF = 'Y'
                READ KitFile NEXT RECORD
                   AT END MOVE 'Y' TO KitEOF
                   NOT AT END
                      IF KDCompCode = EntryKit
                         DISPLAY EntryKit " is a component of kit "
                            KDKitCode " - it cannot be a kit"
                         MOVE 'N' TO ItemExists
                         MOVE 'Y' TO KitEOF
                      END-IF
                END-READ
             END-PERFORM.

          ListKit.
             MOVE ZERO TO CompCt
             MOVE EntryKit TO KDKitCode
             MOVE LOW-VALUES TO KDCompCode
             MOVE 'N' TO KitEOF
             START KitFile KEY IS NOT LESS THAN KDKey
                INVALID KEY MOVE 'Y' TO KitEOF
             END-START
             PERFORM UNTIL KitEOF = 'Y'
                READ KitFile NEXT RECORD
                   AT END MOVE 'Y' TO KitEOF
                   NOT AT END
                      IF KDKitCode NOT = EntryKit
                         MOVE 'Y' TO KitEOF
                      ELSE
                         ADD 1 TO CompCt
                         MOVE KDQty TO CompQtyDisp
                         DISPLAY "  " KDCompCode "  x " CompQtyDisp
                      END-IF
                END-READ
             END-PERFORM
             IF CompCt = ZERO
                DISPLAY "  No components - not a kit"
             END-IF.

          MaintainComponent.
             DISPLAY "Component Item Code : " WITH NO ADVANCING
             ACCEPT EntryComp
             MOVE FUNCTION UPPER-CASE(EntryComp) TO EntryComp
             PERFORM CheckComponent
             IF CompOK = 'Y'
                DISPLAY "Quantity per kit (0 = remove) : "
                   WITH NO ADVANCING
                ACCEPT EntryCompQty
                PERFORM SaveComponent
             END-IF
             DISPLAY "Another component? (Y/N): " WITH NO ADVANCING
             ACCEPT MoreComps
             MOVE FUNCTION UPPER-CASE(MoreComps) TO MoreComps.

          CheckComponent.
             MOVE 'Y' TO CompOK
             EVALUATE TRUE
                WHEN EntryComp = SPACE OR EntryComp = EntryKit
                   DISPLAY "Not a valid component for this kit"
                   MOVE 'N' TO CompOK
                WHEN OTHER
                   MOVE EntryComp TO ItemCode
                   READ ItemFile
                      INVALID KEY
                         DISPLAY "Item not on file - add it first"
                         MOVE 'N' TO CompOK
                   END-READ
             END-EVALUATE
      * kits are one level deep - a component with components of
      * its own is refused
             IF CompOK = 'Y'
                MOVE EntryComp TO KDKitCode
                MOVE LOW-VALUES TO KDCompCode
                START KitFile KEY IS NOT LESS THAN KDKey
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      READ KitFile NEXT RECORD
                         AT END CONTINUE
                         NOT AT END
                            IF KDKitCode = EntryComp
                               DISPLAY EntryComp " is itself a kit"
                               MOVE 'N' TO CompOK
                            END-IF
                      END-READ
                END-START
             END-IF.

          SaveComponent.
             MOVE EntryKit TO KDKitCode
             MOVE EntryComp TO KDCompCode
             MOVE 'Y' TO ItemExists
             READ KitFile
                INVALID KEY MOVE 'N' TO ItemExists
             END-READ
             EVALUATE TRUE
                WHEN EntryCompQty = ZERO AND ItemExists = 'Y'
                   DELETE KitFile
                      INVALID KEY DISPLAY "Component Not Removed"
                   END-DELETE
                   DISPLAY "Component removed: " EntryComp
                WHEN EntryCompQty = ZERO
                   DISPLAY "Component not on the kit"
                WHEN ItemExists = 'Y'
                   MOVE EntryCompQty TO KDQty
                   REWRITE KitData
                      INVALID KEY DISPLAY "Component Not Updated"
                   END-REWRITE
                   DISPLAY "Component changed: " EntryComp
                WHEN OTHER
                   MOVE EntryCompQty TO KDQty
                   WRITE KitData
                      INVALID KEY DISPLAY "Component Not Added"
                   END-WRITE
                   DISPLAY "Component added: " EntryComp
             END-EVALUATE.

          ListItems.
             DISPLAY "   "
             DISPLAY "Code      Description                    "
                "  Price  Tax  OnHand  Reorder  Supplier"
                "       Cost  Weight"
             MOVE 'N' TO ListEOF
             MOVE LOW-VALUES TO ItemCode
             START ItemFile KEY IS NOT LESS THAN ItemCode
                      MOVE ItemPrice TO PriceDisp
                      MOVE ItemOnHand TO OnHandDisp
                      MOVE ItemReorder TO ReordDisp
                      MOVE ItemCost TO CostDisp
                      MOVE ItemWeight TO WeightDisp
                      DISPLAY ItemCode "  " ItemDesc " " PriceDisp
                         "   " ItemTaxable "   " OnHandDisp "  "
                         ReordDisp "  " ItemSupplier "  " CostDisp
                         " " WeightDisp
                END-READ
             END-PERFORM.
