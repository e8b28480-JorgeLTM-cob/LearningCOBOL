       IDENTIFICATION DIVISION.
          PROGRAM-ID.   borpt.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 7th, 2021.
      * Modification History
      *   2021-10-07 Brownies - new program: the daily open-backorder
      *              report.  Every open backorder on backord.txt,
      *              oldest first, with the customer, the item, the
      *              quantity still owed, its value at the backorder
      *              price, the invoice it came off and its age in
      *              days; a grand total and a count of those over
      *              30 days old.  Report goes to OpenBO.txt; start
      *              and end go to the common job log.  Runs in the
      *              nightly chain.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL BackordFile ASSIGN TO "backord.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BOKey.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
             SELECT ReportFile ASSIGN TO "OpenBO.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT SortWork ASSIGN TO "borptwk.tmp".
       DATA DIVISION.
          FILE SECTION.
             FD BackordFile.
                COPY BACKORD.
             FD CustomerFile.
                COPY CUSTREC.
             FD ReportFile.
                01 ReportLine PIC X(100).
             SD SortWork.
                01 SortWorkRec.
                   02 SWDate     PIC 9(8).
                   02 SWCustID   PIC 9(5).
                   02 SWItemCode PIC X(8).
                   02 SWQty      PIC 9(5).
                   02 SWValue    PIC 9(9)V99.
                   02 SWInvNum   PIC 9(7).
          WORKING-STORAGE SECTION.
             01 BackEOF     PIC X VALUE 'N'.
             01 SortEOF     PIC X VALUE 'N'.
             01 RunDate     PIC 9(8).
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 AgeDays     PIC S9(5).
             01 AgeDisp     PIC ZZZZ9.
             01 QtyDisp     PIC ZZZZ9.
             01 ReadCount   PIC 9(7) VALUE ZERO.
             01 OpenCount   PIC 9(5) VALUE ZERO.
             01 OldCount    PIC 9(5) VALUE ZERO.
             01 TotQty      PIC 9(7) VALUE ZERO.
             01 TotValue    PIC 9(9)V99 VALUE ZERO.
             01 NoMiddleName PIC X(15) VALUE SPACE.
             01 FormattedName PIC X(47).
             01 Disp1       PIC X(14).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "borpt".
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
             OPEN INPUT CustomerFile
             SORT SortWork ON ASCENDING KEY SWDate, SWCustID,
                SWItemCode
                INPUT PROCEDURE IS ReleaseOpenBackorders
                OUTPUT PROCEDURE IS PrintOpenBackorders
             CLOSE CustomerFile
             DISPLAY "Open backorders : " OpenCount
             DISPLAY "Over 30 days old : " OldCount
             DISPLAY "Report written to OpenBO.txt"
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             MOVE OpenCount TO JLWriteCt
             MOVE ZERO TO JLRejCt
             MOVE "OK" TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          ReleaseOpenBackorders.
             OPEN INPUT BackordFile
             MOVE LOW-VALUES TO BOKey
             START BackordFile KEY IS NOT LESS THAN BOKey
                INVALID KEY MOVE 'Y' TO BackEOF
             END-START
             PERFORM UNTIL BackEOF = 'Y'
                READ BackordFile NEXT RECORD
                   AT END MOVE 'Y' TO BackEOF
                   NOT AT END
                      ADD 1 TO ReadCount
                      IF BOOpen AND BOQty > ZERO
                         MOVE BODate TO SWDate
                         MOVE BOCustID TO SWCustID
                         MOVE BOItemCode TO SWItemCode
                         MOVE BOQty TO SWQty
                         COMPUTE SWValue = BOQty * BONetPrice
                         MOVE BOInvNum TO SWInvNum
                         RELEASE SortWorkRec
                      END-IF
                END-READ
             END-PERFORM
             CLOSE BackordFile.

          PrintOpenBackorders.
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Open Backorders       Date: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             MOVE "Since     Age  Cust   Name" TO LineBuffer
             MOVE "Item      Qty        Value  Invoice"
                TO LineBuffer(50:35)
             WRITE ReportLine FROM LineBuffer
             PERFORM UNTIL SortEOF = 'Y'
                RETURN SortWork
                   AT END MOVE 'Y' TO SortEOF
                   NOT AT END
                      PERFORM PrintOneBackorder
                END-RETURN
             END-PERFORM
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE TotValue TO Dollar
             MOVE Dollar TO Disp1
             MOVE SPACE TO LineBuffer
             STRING "Open backorders : " DELIMITED BY SIZE
                OpenCount DELIMITED BY SIZE
                "   units : " DELIMITED BY SIZE
                TotQty DELIMITED BY SIZE
                "   value : " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Waiting over 30 days : " DELIMITED BY SIZE
                OldCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             CLOSE ReportFile.

          PrintOneBackorder.
             CALL "DATECALC" USING RunDate, SWDate, "D",
                DCResult, DCStatus
             IF DCStatus = '0'
                MOVE DCResult TO AgeDays
             ELSE
                MOVE ZERO TO AgeDays
             END-IF
             IF AgeDays > 30
                ADD 1 TO OldCount
             END-IF
             ADD 1 TO OpenCount
             ADD SWQty TO TotQty
             ADD SWValue TO TotValue
             MOVE SWCustID TO IDNum
             READ CustomerFile
                INVALID KEY
                   MOVE "(not on customer file)" TO FormattedName
                NOT INVALID KEY
                   CALL "NAMEFMT" USING FirstName, NoMiddleName,
                      LastName, FormattedName
             END-READ
             MOVE AgeDays TO AgeDisp
             MOVE SWQty TO QtyDisp
             MOVE SWValue TO Dollar
             MOVE SPACE TO LineBuffer
             MOVE SWDate TO LineBuffer(1:8)
             MOVE AgeDisp TO LineBuffer(9:5)
             MOVE SWCustID TO LineBuffer(16:5)
             MOVE FormattedName TO LineBuffer(23:25)
             MOVE SWItemCode TO LineBuffer(50:8)
             MOVE QtyDisp TO LineBuffer(58:5)
             MOVE Dollar TO LineBuffer(63:13)
             MOVE SWInvNum TO LineBuffer(78:7)
             WRITE ReportLine FROM LineBuffer.
