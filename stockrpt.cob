      *              reads one short list.  Report goes to
      *              StockStatus.txt; start and end go to the
      *              common job log.
      *   2021-10-13 Brownies - stock by location: a second section
      *              takes itemloc.txt (ITEMLOC) item by item and
      *              branch by branch, with what the location holds,
      *              what is in transit to it and its reorder point
      *              (the item's own point where the location has
      *              none).  A location is flagged REORDER when its
      *              on-hand and in-transit together are at or under
      *              the point; one under the point on the shelf but
      *              covered by a transfer on the way is marked so.
      *   2021-10-15 Brownies - kits (kitdef.txt, KITDEF).  A kit
      *              holds no stock of its own, so it is marked KIT
      *              in the item list and never flagged for reorder;
      *              a kits section gives how many of each kit the
      *              company on-hand of its components can build and
      *              which component runs out first.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
             SELECT OPTIONAL ItemLocFile ASSIGN TO "itemloc.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LCKey.
             SELECT OPTIONAL KitFile ASSIGN TO "kitdef.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS KDKey.
             SELECT ReportFile ASSIGN TO "StockStatus.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
          FILE SECTION.
             FD ItemFile.
                COPY ITEMREC.
             FD ItemLocFile.
                COPY ITEMLOC.
             FD KitFile.
                COPY KITDEF.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
                   03 ROOnHand PIC S9(5).
                   03 ROPoint  PIC 9(5).
             01 ReorderListCt PIC 9(3) VALUE ZERO.
             01 LocEOF      PIC X VALUE 'N'.
             01 LocCt       PIC 9(5) VALUE ZERO.
             01 LocReorderCt PIC 9(5) VALUE ZERO.
             01 LocPoint    PIC 9(5).
             01 LocAvail    PIC S9(6).
             01 TransitDisp PIC ZZZZ9.
             01 KitItem     PIC X.
             01 KitEOF      PIC X VALUE 'N'.
             01 KitCt       PIC 9(5) VALUE ZERO.
             01 CurrKit     PIC X(8).
             01 KitBuild    PIC 9(7).
             01 CompBuild   PIC 9(7).
             01 KitLimit    PIC X(8).
             01 BuildDisp   PIC ZZZZZZ9.
             01 OnHandDisp  PIC -(4)9.
             01 ReordDisp   PIC ZZZZ9.
             01 RunDate     PIC X(8).
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             OPEN INPUT ItemFile
             OPEN INPUT KitFile
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Stock Status Report        Date: "
                END-READ
             END-PERFORM
             PERFORM PrintReorderList
             PERFORM PrintLocationStatus
             PERFORM PrintKitsBuildable
             CLOSE ReportFile
             CLOSE ItemFile
             CLOSE KitFile
             DISPLAY "Items reported : " ItemCt
             DISPLAY "Flagged for reorder : " ReorderCt
             DISPLAY "Item locations : " LocCt
                "   flagged : " LocReorderCt
             DISPLAY "Kits : " KitCt
             DISPLAY "Report written to StockStatus.txt"
             MOVE "END" TO JLPhase
             MOVE ItemCt TO JLReadCt
                ReordDisp DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             PERFORM CheckForKit
             IF KitItem = 'Y'
                STRING FUNCTION TRIM(LineBuffer TRAILING)
                   DELIMITED BY SIZE
                   "  KIT" DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
             END-IF
             IF ItemOnHand <= ItemReorder AND KitItem = 'N'
                ADD 1 TO ReorderCt
                STRING FUNCTION TRIM(LineBuffer TRAILING)
                   DELIMITED BY SIZE
                END-STRING
                WRITE ReportLine FROM LineBuffer
             END-PERFORM.

          CheckForKit.
      * an item with components on the kit file is a kit
             MOVE 'N' TO KitItem
             MOVE ItemCode TO KDKitCode
             MOVE LOW-VALUES TO KDCompCode
             START KitFile KEY IS NOT LESS THAN KDKey
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   READ KitFile NEXT RECORD
                      AT END CONTINUE
                      NOT AT END
                         IF KDKitCode = ItemCode
                            MOVE 'Y' TO KitItem
                         END-IF
                   END-READ
             END-START.

          PrintKitsBuildable.
      * kit by kit off the kit file: each component's on-hand over
      * what one kit takes, and the smallest of those is what can
      * be built
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "-- Kits Buildable from Stock --" TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Kit       Description                     "
                DELIMITED BY SIZE
                "Can Build  Limited by" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO CurrKit
             MOVE LOW-VALUES TO KDKey
             START KitFile KEY IS NOT LESS THAN KDKey
                INVALID KEY MOVE 'Y' TO KitEOF
             END-START
             PERFORM UNTIL KitEOF = 'Y'
                READ KitFile NEXT RECORD
                   AT END MOVE 'Y' TO KitEOF
                   NOT AT END
                      IF KDKitCode NOT = CurrKit
                         IF CurrKit NOT = SPACE
                            PERFORM PrintOneKit
                         END-IF
                         MOVE KDKitCode TO CurrKit
                         MOVE 9999999 TO KitBuild
                         MOVE SPACE TO KitLimit
                      END-IF
                      PERFORM BuildOneComponent
                END-READ
             END-PERFORM
             IF CurrKit NOT = SPACE
                PERFORM PrintOneKit
             END-IF.

          BuildOneComponent.
             MOVE KDCompCode TO ItemCode
             MOVE ZERO TO CompBuild
             READ ItemFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF ItemOnHand > ZERO AND KDQty > ZERO
                      DIVIDE ItemOnHand BY KDQty GIVING CompBuild
                   END-IF
             END-READ
             IF CompBuild < KitBuild
                MOVE CompBuild TO KitBuild
                MOVE KDCompCode TO KitLimit
             END-IF.

          PrintOneKit.
             ADD 1 TO KitCt
             MOVE CurrKit TO ItemCode
             READ ItemFile
                INVALID KEY MOVE "(not on item master)" TO ItemDesc
             END-READ
             MOVE KitBuild TO BuildDisp
             MOVE SPACE TO LineBuffer
             MOVE CurrKit TO LineBuffer(1:8)
             MOVE ItemDesc TO LineBuffer(11:30)
             MOVE BuildDisp TO LineBuffer(43:7)
             MOVE KitLimit TO LineBuffer(54:8)
             WRITE ReportLine FROM LineBuffer.

          PrintLocationStatus.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "-- Stock by Location --" TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Code      Loc  Description           "
                DELIMITED BY SIZE
                "OnHand  Transit  Reorder" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             OPEN INPUT ItemLocFile
             MOVE LOW-VALUES TO LCKey
             START ItemLocFile KEY IS NOT LESS THAN LCKey
                INVALID KEY MOVE 'Y' TO LocEOF
             END-START
             PERFORM UNTIL LocEOF = 'Y'
                READ ItemLocFile NEXT RECORD
                   AT END MOVE 'Y' TO LocEOF
                   NOT AT END
                      PERFORM ReportOneLocation
                END-READ
             END-PERFORM
             CLOSE ItemLocFile
             MOVE SPACE TO LineBuffer
             STRING "Locations : " DELIMITED BY SIZE
                LocCt DELIMITED BY SIZE
                "   flagged for reorder : " DELIMITED BY SIZE
                LocReorderCt DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          ReportOneLocation.
             ADD 1 TO LocCt
             MOVE LCItemCode TO ItemCode
             READ ItemFile
                INVALID KEY
                   MOVE "(not on item master)" TO ItemDesc
                   MOVE ZERO TO ItemReorder
             END-READ
             IF LCReorder > ZERO
                MOVE LCReorder TO LocPoint
             ELSE
                MOVE ItemReorder TO LocPoint
             END-IF
             COMPUTE LocAvail = LCOnHand + LCInTransit
             MOVE LCOnHand TO OnHandDisp
             MOVE LCInTransit TO TransitDisp
             MOVE LocPoint TO ReordDisp
             MOVE SPACE TO LineBuffer
             MOVE LCItemCode TO LineBuffer(1:8)
             MOVE LCBranch TO LineBuffer(11:3)
             MOVE ItemDesc(1:20) TO LineBuffer(16:20)
             MOVE OnHandDisp TO LineBuffer(38:5)
             MOVE TransitDisp TO LineBuffer(46:5)
             MOVE ReordDisp TO LineBuffer(55:5)
             EVALUATE TRUE
                WHEN LocAvail <= LocPoint
                   ADD 1 TO LocReorderCt
                   MOVE "** REORDER" TO LineBuffer(62:10)
                WHEN LCOnHand <= LocPoint
                   MOVE "covered in transit" TO LineBuffer(62:18)
             END-EVALUATE
             WRITE ReportLine FROM LineBuffer.
