       IDENTIFICATION DIVISION.
          PROGRAM-ID.   ordage.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 21st, 2021.
      * Modification History
      *   2021-10-21 Brownies - new program: the unshipped-orders
      *              report.  Every sales order on ordline.txt with
      *              lines still waiting to be picked, oldest first:
      *              the order, the day it was taken and how many
      *              days it has waited, the customer, the lines and
      *              home-currency value still waiting, and whether
      *              it was keyed or raised from a standing order.
      *              Totals by age - 0-2 days, 3-7 days and over a
      *              week - show what is stuck in the warehouse.
      *              Report goes to UnshippedOrders.txt; start and
      *              end go to the common job log.  Runs in the
      *              nightly chain.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL OrdLineFile ASSIGN TO "ordline.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OLKey.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
             SELECT ReportFile ASSIGN TO "UnshippedOrders.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT SortWork ASSIGN TO "ordagewk.tmp".
       DATA DIVISION.
          FILE SECTION.
             FD OrdLineFile.
                COPY ORDLINE.
             FD CustomerFile.
                COPY CUSTREC.
             FD ReportFile.
                01 ReportLine PIC X(100).
             SD SortWork.
                01 SortWorkRec.
                   02 SWOrderDate PIC 9(8).
                   02 SWOrderNum  PIC 9(7).
                   02 SWCustID    PIC 9(5).
                   02 SWLines     PIC 9(3).
                   02 SWValue     PIC 9(7)V99.
                   02 SWSource    PIC X(1).
          WORKING-STORAGE SECTION.
             01 LineEOF     PIC X VALUE 'N'.
             01 SortEOF     PIC X VALUE 'N'.
             01 RunDate     PIC 9(8).
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 DaysWaiting PIC S9(5).
             01 DaysDisp    PIC ZZZZ9.
             01 LinesDisp   PIC ZZ9.
             01 PrevOrder   PIC 9(7).
             01 HeldOrder.
                02 HeldDate   PIC 9(8).
                02 HeldCust   PIC 9(5).
                02 HeldLines  PIC 9(3).
                02 HeldValue  PIC 9(7)V99.
                02 HeldSource PIC X(1).
             01 HomeLine    PIC 9(7)V99.
             01 AgeTable.
                02 AgeBucket OCCURS 3 TIMES.
                   03 AgeCount PIC 9(5).
                   03 AgeValue PIC 9(9)V99.
             01 AgeSub      PIC 9.
             01 AgeLabel    PIC X(14).
             01 ReadCount   PIC 9(7) VALUE ZERO.
             01 OrdCount    PIC 9(5) VALUE ZERO.
             01 NoMiddleName PIC X(15) VALUE SPACE.
             01 FormattedName PIC X(47).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "ordage".
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
             MOVE ZERO TO AgeTable
             OPEN INPUT CustomerFile
             SORT SortWork ON ASCENDING KEY SWOrderDate, SWOrderNum
                INPUT PROCEDURE IS ReleaseOrders
                OUTPUT PROCEDURE IS PrintOrders
             CLOSE CustomerFile
             DISPLAY "Orders waiting to be picked : " OrdCount
             DISPLAY "Report written to UnshippedOrders.txt"
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             MOVE OrdCount TO JLWriteCt
             MOVE ZERO TO JLRejCt
             MOVE "OK" TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          ReleaseOrders.
      * an order is the run of lines sharing a number; only the
      * lines still waiting count towards what it has outstanding
             OPEN INPUT OrdLineFile
             MOVE ZERO TO PrevOrder
             MOVE ZERO TO HeldLines
             MOVE LOW-VALUES TO OLKey
             START OrdLineFile KEY IS NOT LESS THAN OLKey
                INVALID KEY MOVE 'Y' TO LineEOF
             END-START
             PERFORM UNTIL LineEOF = 'Y'
                READ OrdLineFile NEXT RECORD
                   AT END MOVE 'Y' TO LineEOF
                   NOT AT END
                      ADD 1 TO ReadCount
                      IF OLOrderNum NOT = PrevOrder
                         PERFORM ReleaseHeldOrder
                         MOVE OLOrderNum TO PrevOrder
                      END-IF
                      IF OLToPick
                         PERFORM HoldOrderLine
                      END-IF
                END-READ
             END-PERFORM
             PERFORM ReleaseHeldOrder
             CLOSE OrdLineFile.

          HoldOrderLine.
             MOVE OLOrderDate TO HeldDate
             MOVE OLCustID TO HeldCust
             MOVE OLSource TO HeldSource
             ADD 1 TO HeldLines
             COMPUTE HomeLine ROUNDED = OLLineTot * OLRate
             ADD HomeLine TO HeldValue.

          ReleaseHeldOrder.
             IF HeldLines > ZERO
                MOVE HeldDate TO SWOrderDate
                MOVE PrevOrder TO SWOrderNum
                MOVE HeldCust TO SWCustID
                MOVE HeldLines TO SWLines
                MOVE HeldValue TO SWValue
                MOVE HeldSource TO SWSource
                RELEASE SortWorkRec
             END-IF
             MOVE ZERO TO HeldLines
             MOVE ZERO TO HeldValue.

          PrintOrders.
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Orders Waiting to be Picked     Date: "
                DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Order   Taken     Days Cust   Name" TO LineBuffer
             MOVE "Lines         Value  From" TO LineBuffer(61:25)
             WRITE ReportLine FROM LineBuffer
             PERFORM UNTIL SortEOF = 'Y'
                RETURN SortWork
                   AT END MOVE 'Y' TO SortEOF
                   NOT AT END
                      PERFORM PrintOneOrder
                END-RETURN
             END-PERFORM
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Waiting by age" TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             PERFORM PrintAgeTotal VARYING AgeSub FROM 1 BY 1
                UNTIL AgeSub > 3
             MOVE SPACE TO LineBuffer
             STRING "Orders waiting : " DELIMITED BY SIZE
                OrdCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             CLOSE ReportFile.

          PrintOneOrder.
             CALL "DATECALC" USING RunDate, SWOrderDate, "D",
                DCResult, DCStatus
             IF DCStatus = '0'
                MOVE DCResult TO DaysWaiting
             ELSE
                MOVE ZERO TO DaysWaiting
             END-IF
             EVALUATE TRUE
                WHEN DaysWaiting < 3
                   MOVE 1 TO AgeSub
                WHEN DaysWaiting < 8
                   MOVE 2 TO AgeSub
                WHEN OTHER
                   MOVE 3 TO AgeSub
             END-EVALUATE
             ADD 1 TO AgeCount(AgeSub)
             ADD SWValue TO AgeValue(AgeSub)
             ADD 1 TO OrdCount
             MOVE SWCustID TO IDNum
             READ CustomerFile
                INVALID KEY
                   MOVE "(not on customer file)" TO FormattedName
                NOT INVALID KEY
                   CALL "NAMEFMT" USING FirstName, NoMiddleName,
                      LastName, FormattedName
             END-READ
             MOVE DaysWaiting TO DaysDisp
             MOVE SWLines TO LinesDisp
             MOVE SPACE TO LineBuffer
             MOVE SWOrderNum TO LineBuffer(1:7)
             MOVE SWOrderDate TO LineBuffer(9:8)
             MOVE DaysDisp TO LineBuffer(18:5)
             MOVE SWCustID TO LineBuffer(24:5)
             MOVE FormattedName TO LineBuffer(30:28)
             MOVE LinesDisp TO LineBuffer(63:3)
             MOVE SWValue TO Dollar
             MOVE Dollar TO LineBuffer(67:13)
             IF SWSource = 'S'
                MOVE "standing" TO LineBuffer(81:8)
             ELSE
                MOVE "keyed" TO LineBuffer(81:5)
             END-IF
             WRITE ReportLine FROM LineBuffer.

          PrintAgeTotal.
             EVALUATE AgeSub
                WHEN 1 MOVE "  0-2 days" TO AgeLabel
                WHEN 2 MOVE "  3-7 days" TO AgeLabel
                WHEN OTHER MOVE "  over 7 days" TO AgeLabel
             END-EVALUATE
             MOVE AgeValue(AgeSub) TO Dollar
             MOVE SPACE TO LineBuffer
             STRING AgeLabel DELIMITED BY SIZE
                " orders " DELIMITED BY SIZE
                AgeCount(AgeSub) DELIMITED BY SIZE
                "  value " DELIMITED BY SIZE
                Dollar DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.
