       IDENTIFICATION DIVISION.
          PROGRAM-ID.   openpo.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 3rd, 2021.
      * Modification History
      *   2021-10-03 Brownies - new program: open purchase-order
      *              report.  Every open line on poline.txt, sorted
      *              by supplier and then expected date, with the
      *              quantity still due and its value at the PO
      *              cost; lines whose expected date has passed are
      *              flagged LATE so purchasing knows whom to chase.
      *              Subtotals by supplier and a grand total.
      *              Report goes to OpenPO.txt; start and end go to
      *              the common job log.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL POLineFile ASSIGN TO "poline.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS POKey.
             SELECT OPTIONAL SupplierFile ASSIGN TO "supplier.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SupCode.
             SELECT ReportFile ASSIGN TO "OpenPO.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT SortWork ASSIGN TO "openpowk.tmp".
       DATA DIVISION.
          FILE SECTION.
             FD POLineFile.
                COPY POLINE.
             FD SupplierFile.
                COPY SUPPREC.
             FD ReportFile.
                01 ReportLine PIC X(100).
             SD SortWork.
                01 SortWorkRec.
                   02 SWSupCode  PIC X(6).
                   02 SWExpect   PIC 9(8).
                   02 SWPONum    PIC 9(6).
                   02 SWLineNo   PIC 9(3).
                   02 SWOrdered  PIC 9(8).
                   02 SWItemCode PIC X(8).
                   02 SWDueQty   PIC 9(5).
                   02 SWValue    PIC 9(9)V99.
          WORKING-STORAGE SECTION.
             01 LineEOF     PIC X VALUE 'N'.
             01 SortEOF     PIC X VALUE 'N'.
             01 RunDate     PIC 9(8).
             01 CurrSup     PIC X(6) VALUE SPACE.
             01 FirstSup    PIC X VALUE 'Y'.
             01 SupLines    PIC 9(5) VALUE ZERO.
             01 SupValue    PIC 9(9)V99 VALUE ZERO.
             01 TotLines    PIC 9(5) VALUE ZERO.
             01 TotValue    PIC 9(9)V99 VALUE ZERO.
             01 LateCount   PIC 9(5) VALUE ZERO.
             01 ReadCount   PIC 9(7) VALUE ZERO.
             01 QtyDisp     PIC ZZZZ9.
             01 Disp1       PIC X(14).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "openpo".
             01 JLPhase    PIC X(5).
             01 JLReadCt   PIC 9(7).
             01 JLWriteCt  PIC 9(7).
             01 JLRejCt    PIC 9(7).
             01 JLFinal    PIC X(8).
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          StartPara.
             MOVE "START" TO JLPhase
             MOVE ZERO TO JLReadCt
             MOVE ZERO TO JLWriteCt
             MOVE ZERO TO JLRejCt
             MOVE SPACE TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             OPEN INPUT SupplierFile
             SORT SortWork ON ASCENDING KEY SWSupCode, SWExpect,
                SWPONum, SWLineNo
                INPUT PROCEDURE IS ReleaseOpenLines
                OUTPUT PROCEDURE IS PrintOpenLines
             CLOSE SupplierFile
             DISPLAY "Open PO lines : " TotLines
             DISPLAY "Past expected date : " LateCount
             DISPLAY "Report written to OpenPO.txt"
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             MOVE TotLines TO JLWriteCt
             MOVE LateCount TO JLRejCt
             MOVE "OK" TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          ReleaseOpenLines.
             OPEN INPUT POLineFile
             MOVE LOW-VALUES TO POKey
             START POLineFile KEY IS NOT LESS THAN POKey
                INVALID KEY MOVE 'Y' TO LineEOF
             END-START
             PERFORM UNTIL LineEOF = 'Y'
                READ POLineFile NEXT RECORD
                   AT END MOVE 'Y' TO LineEOF
                   NOT AT END
                      ADD 1 TO ReadCount
                      IF POLineOpen
                         PERFORM ReleaseOneLine
                      END-IF
                END-READ
             END-PERFORM
             CLOSE POLineFile.

          ReleaseOneLine.
             MOVE POSupCode TO SWSupCode
             MOVE POExpectDate TO SWExpect
             MOVE PONum TO SWPONum
             MOVE POLineNo TO SWLineNo
             MOVE POOrderDate TO SWOrdered
             MOVE POItemCode TO SWItemCode
             IF POQtyOrd > POQtyRcvd
                COMPUTE SWDueQty = POQtyOrd - POQtyRcvd
             ELSE
                MOVE ZERO TO SWDueQty
             END-IF
             COMPUTE SWValue = SWDueQty * POUnitCost
             RELEASE SortWorkRec.

          PrintOpenLines.
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Open Purchase Orders       Date: "
                DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             MOVE "Expected  PO     Line Item      Ordered  "
                TO LineBuffer
             MOVE "Due" TO LineBuffer(48:3)
             MOVE "Open Value" TO LineBuffer(56:10)
             WRITE ReportLine FROM LineBuffer
             PERFORM UNTIL SortEOF = 'Y'
                RETURN SortWork
                   AT END MOVE 'Y' TO SortEOF
                   NOT AT END
                      PERFORM PrintOneOpenLine
                END-RETURN
             END-PERFORM
             IF FirstSup = 'N'
                PERFORM PrintSupplierTotal
             END-IF
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE TotValue TO Dollar
             MOVE Dollar TO Disp1
             MOVE SPACE TO LineBuffer
             STRING "All suppliers : " DELIMITED BY SIZE
                TotLines DELIMITED BY SIZE
                " open lines, " DELIMITED BY SIZE
                LateCount DELIMITED BY SIZE
                " late, open value " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             CLOSE ReportFile.

          PrintOneOpenLine.
             IF SWSupCode NOT = CurrSup OR FirstSup = 'Y'
                IF FirstSup = 'N'
                   PERFORM PrintSupplierTotal
                END-IF
                MOVE 'N' TO FirstSup
                MOVE SWSupCode TO CurrSup
                PERFORM PrintSupplierHeading
             END-IF
             ADD 1 TO SupLines
             ADD 1 TO TotLines
             ADD SWValue TO SupValue
             ADD SWValue TO TotValue
             MOVE SWDueQty TO QtyDisp
             MOVE SWValue TO Dollar
             MOVE SPACE TO LineBuffer
             MOVE SWExpect TO LineBuffer(1:8)
             MOVE SWPONum TO LineBuffer(11:6)
             MOVE SWLineNo TO LineBuffer(18:3)
             MOVE SWItemCode TO LineBuffer(23:8)
             MOVE SWOrdered TO LineBuffer(33:8)
             MOVE QtyDisp TO LineBuffer(46:5)
             MOVE Dollar TO LineBuffer(53:13)
             IF SWExpect < RunDate
                MOVE "LATE" TO LineBuffer(68:4)
                ADD 1 TO LateCount
             END-IF
             WRITE ReportLine FROM LineBuffer.

          PrintSupplierHeading.
             MOVE CurrSup TO SupCode
             READ SupplierFile
                INVALID KEY MOVE "(not on supplier master)"
                   TO SupName
             END-READ
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Supplier " DELIMITED BY SIZE
                CurrSup DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                SupName DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          PrintSupplierTotal.
             MOVE SupValue TO Dollar
             MOVE Dollar TO Disp1
             MOVE SPACE TO LineBuffer
             STRING "  Subtotal " DELIMITED BY SIZE
                CurrSup DELIMITED BY SIZE
                " : " DELIMITED BY SIZE
                SupLines DELIMITED BY SIZE
                " lines, open value " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE ZERO TO SupLines
             MOVE ZERO TO SupValue.
