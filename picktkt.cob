       IDENTIFICATION DIVISION.
          PROGRAM-ID. PICKTKT.
          AUTHOR. Brownies.
          DATE-WRITTEN. October 21st, 2021.
      * Modification History
      *   2021-10-21 Brownies - new subprogram, in the CUSTLOCK mold:
      *              prints the pick ticket for a sales order on
      *              ordline.txt (ORDLINE) to picktkt.txt, so round
      *              and stordgen print it the same way.  Pass the
      *              order number, a mode and a status:
      *                N - start picktkt.txt afresh with this ticket
      *                A - add this ticket to the end of it
      *              Only lines still waiting to be picked print, in
      *              bin order at the order's branch (ITEMLOC LCBin;
      *              no bin sorts first) so the picker walks the
      *              shelves once.  A kit prints as its components,
      *              each at its own bin, marked with the kit it
      *              goes into.  LStatus is '0' when a ticket
      *              printed, '1' when the order has nothing waiting.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL OrdLineFile ASSIGN TO "ordline.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OLKey.
             SELECT OPTIONAL KitFile ASSIGN TO "kitdef.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS KDKey.
             SELECT OPTIONAL ItemLocFile ASSIGN TO "itemloc.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LCKey.
             SELECT OPTIONAL TicketFile ASSIGN TO "picktkt.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT SortWork ASSIGN TO "picktkwk.tmp".
       DATA DIVISION.
          FILE SECTION.
             FD OrdLineFile.
                COPY ORDLINE.
             FD KitFile.
                COPY KITDEF.
             FD ItemLocFile.
                COPY ITEMLOC.
             FD TicketFile.
                01 TicketLine PIC X(80).
             SD SortWork.
                01 SortWorkRec.
                   02 SWBin      PIC X(6).
                   02 SWItemCode PIC X(8).
                   02 SWQty      PIC 9(5).
                   02 SWDesc     PIC X(20).
                   02 SWKitCode  PIC X(8).
          WORKING-STORAGE SECTION.
             01 WSLineEOF  PIC X.
             01 WSKitEOF   PIC X.
             01 WSSortEOF  PIC X.
             01 WSIsKit    PIC X.
             01 WSLines    PIC 9(3).
             01 WSBranch   PIC X(3).
             01 WSCustID   PIC 9(5).
             01 WSOrdDate  PIC 9(8).
             01 WSSource   PIC X(1).
             01 WSPrintDate PIC 9(8).
             01 WSQtyDisp  PIC ZZZZ9.
             01 WSBuffer   PIC X(80).
          LINKAGE SECTION.
             01 LOrderNum PIC 9(7).
             01 LMode     PIC X(1).
             01 LStatus   PIC X(1).
       PROCEDURE DIVISION USING LOrderNum, LMode, LStatus.
          MainPara.
             MOVE '1' TO LStatus
             MOVE ZERO TO WSLines
             MOVE FUNCTION CURRENT-DATE(1:8) TO WSPrintDate
             OPEN INPUT OrdLineFile
             OPEN INPUT KitFile
             OPEN INPUT ItemLocFile
             SORT SortWork ON ASCENDING KEY SWBin, SWItemCode
                INPUT PROCEDURE IS ReleasePickLines
                OUTPUT PROCEDURE IS PrintPickLines
             CLOSE OrdLineFile
             CLOSE KitFile
             CLOSE ItemLocFile
          EXIT PROGRAM.

          ReleasePickLines.
             MOVE 'N' TO WSLineEOF
             MOVE LOrderNum TO OLOrderNum
             MOVE ZERO TO OLLineNo
             START OrdLineFile KEY IS NOT LESS THAN OLKey
                INVALID KEY MOVE 'Y' TO WSLineEOF
             END-START
             PERFORM UNTIL WSLineEOF = 'Y'
                READ OrdLineFile NEXT RECORD
                   AT END MOVE 'Y' TO WSLineEOF
                   NOT AT END
                      IF OLOrderNum NOT = LOrderNum
                         MOVE 'Y' TO WSLineEOF
                      ELSE
                         IF OLToPick
                            PERFORM ReleaseOneLine
                         END-IF
                      END-IF
                END-READ
             END-PERFORM.

          ReleaseOneLine.
             ADD 1 TO WSLines
             MOVE OLCustID TO WSCustID
             MOVE OLOrderDate TO WSOrdDate
             MOVE OLBranch TO WSBranch
             MOVE OLSource TO WSSource
             PERFORM CheckKit
             IF WSIsKit = 'Y'
                PERFORM ReleaseKitComponents
             ELSE
                MOVE OLItemCode TO SWItemCode
                MOVE OLQtyOrd TO SWQty
                MOVE OLDesc TO SWDesc
                MOVE SPACE TO SWKitCode
                PERFORM FindBin
                RELEASE SortWorkRec
             END-IF.

          CheckKit.
             MOVE 'N' TO WSIsKit
             MOVE OLItemCode TO KDKitCode
             MOVE LOW-VALUES TO KDCompCode
             START KitFile KEY IS NOT LESS THAN KDKey
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   READ KitFile NEXT RECORD
                      AT END CONTINUE
                      NOT AT END
                         IF KDKitCode = OLItemCode
                            MOVE 'Y' TO WSIsKit
                         END-IF
                   END-READ
             END-START.

          ReleaseKitComponents.
             MOVE 'N' TO WSKitEOF
             MOVE OLItemCode TO KDKitCode
             MOVE LOW-VALUES TO KDCompCode
             START KitFile KEY IS NOT LESS THAN KDKey
                INVALID KEY MOVE 'Y' TO WSKitEOF
             END-START
             PERFORM UNTIL WSKitEOF = 'Y'
                READ KitFile NEXT RECORD
                   AT END MOVE 'Y' TO WSKitEOF
                   NOT AT END
                      IF KDKitCode NOT = OLItemCode
                         MOVE 'Y' TO WSKitEOF
                      ELSE
                         MOVE KDCompCode TO SWItemCode
                         COMPUTE SWQty = OLQtyOrd * KDQty
                         MOVE SPACE TO SWDesc
                         MOVE OLItemCode TO SWKitCode
                         PERFORM FindBin
                         RELEASE SortWorkRec
                      END-IF
                END-READ
             END-PERFORM.

          FindBin.
             MOVE SWItemCode TO LCItemCode
             IF OLBranch = SPACE
                MOVE "HSE" TO LCBranch
             ELSE
                MOVE OLBranch TO LCBranch
             END-IF
             READ ItemLocFile
                INVALID KEY MOVE SPACE TO SWBin
                NOT INVALID KEY MOVE LCBin TO SWBin
             END-READ.

          PrintPickLines.
             IF WSLines > ZERO
                MOVE '0' TO LStatus
                IF LMode = 'A'
                   OPEN EXTEND TicketFile
                ELSE
                   OPEN OUTPUT TicketFile
                END-IF
                PERFORM PrintTicketHeading
                MOVE 'N' TO WSSortEOF
                PERFORM UNTIL WSSortEOF = 'Y'
                   RETURN SortWork
                      AT END MOVE 'Y' TO WSSortEOF
                      NOT AT END
                         PERFORM PrintTicketLine
                   END-RETURN
                END-PERFORM
                MOVE SPACE TO WSBuffer
                WRITE TicketLine FROM WSBuffer
                MOVE "Picked by ________  Checked by ________"
                   TO WSBuffer
                WRITE TicketLine FROM WSBuffer
                MOVE SPACE TO WSBuffer
                WRITE TicketLine FROM WSBuffer
                CLOSE TicketFile
             END-IF.

          PrintTicketHeading.
             MOVE SPACE TO WSBuffer
             STRING "PICK TICKET  Order: " DELIMITED BY SIZE
                LOrderNum DELIMITED BY SIZE
                "   Printed: " DELIMITED BY SIZE
                WSPrintDate DELIMITED BY SIZE
                INTO WSBuffer
             END-STRING
             WRITE TicketLine FROM WSBuffer
             IF WSBranch = SPACE
                MOVE "HSE" TO WSBranch
             END-IF
             MOVE SPACE TO WSBuffer
             STRING "Customer: " DELIMITED BY SIZE
                WSCustID DELIMITED BY SIZE
                "   Ordered: " DELIMITED BY SIZE
                WSOrdDate DELIMITED BY SIZE
                "   Ship from: " DELIMITED BY SIZE
                WSBranch DELIMITED BY SIZE
                INTO WSBuffer
             END-STRING
             IF WSSource = 'S'
                MOVE "(standing order)" TO WSBuffer(62:16)
             END-IF
             WRITE TicketLine FROM WSBuffer
             MOVE SPACE TO WSBuffer
             WRITE TicketLine FROM WSBuffer
             MOVE "Bin     Item          Qty  Description" TO WSBuffer
             MOVE "Picked" TO WSBuffer(62:6)
             WRITE TicketLine FROM WSBuffer.

          PrintTicketLine.
             MOVE SWQty TO WSQtyDisp
             MOVE SPACE TO WSBuffer
             MOVE SWBin TO WSBuffer(1:6)
             MOVE SWItemCode TO WSBuffer(9:8)
             MOVE WSQtyDisp TO WSBuffer(20:5)
             IF SWKitCode = SPACE
                MOVE SWDesc TO WSBuffer(27:20)
             ELSE
                STRING "for kit " DELIMITED BY SIZE
                   SWKitCode DELIMITED BY SIZE
                   INTO WSBuffer(27:20)
                END-STRING
             END-IF
             MOVE "______" TO WSBuffer(62:6)
             WRITE TicketLine FROM WSBuffer.
