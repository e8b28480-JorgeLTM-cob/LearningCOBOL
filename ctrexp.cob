       IDENTIFICATION DIVISION.
          PROGRAM-ID.   ctrexp.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 19th, 2021.
      * Modification History
      *   2021-10-19 Brownies - new program: the expiring-contracts
      *              report.  Every pricing agreement on contract.txt
      *              that runs out within the next 30 days, by rep so
      *              each rep has a list to work, soonest first: the
      *              customer, the item, the agreed price against
      *              today's list price and the days left.  Report
      *              goes to ContractExpiry.txt; start and end go to
      *              the common job log.  Runs in the nightly chain.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL ContractFile ASSIGN TO "contract.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CPKey.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
             SELECT OPTIONAL ItemFile ASSIGN TO "items.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
             SELECT ReportFile ASSIGN TO "ContractExpiry.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT SortWork ASSIGN TO "ctrexpwk.tmp".
       DATA DIVISION.
          FILE SECTION.
             FD ContractFile.
                COPY CONTRACT.
             FD CustomerFile.
                COPY CUSTREC.
             FD ItemFile.
                COPY ITEMREC.
             FD ReportFile.
                01 ReportLine PIC X(100).
             SD SortWork.
                01 SortWorkRec.
                   02 SWRep      PIC X(3).
                   02 SWEndDate  PIC 9(8).
                   02 SWCustID   PIC 9(5).
                   02 SWItemCode PIC X(8).
                   02 SWPrice    PIC 9(4)V99.
          WORKING-STORAGE SECTION.
             01 ContractEOF PIC X VALUE 'N'.
             01 SortEOF     PIC X VALUE 'N'.
             01 RunDate     PIC 9(8).
             01 WindowEnd   PIC 9(8).
             01 WindowDays  PIC 9(8) VALUE 30.
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 DaysLeft    PIC S9(5).
             01 DaysDisp    PIC ZZZZ9.
             01 PrevRep     PIC X(3).
             01 RepCount    PIC 9(5).
             01 ReadCount   PIC 9(7) VALUE ZERO.
             01 ExpCount    PIC 9(5) VALUE ZERO.
             01 NoMiddleName PIC X(15) VALUE SPACE.
             01 FormattedName PIC X(47).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "ctrexp".
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
             CALL "DATECALC" USING RunDate, WindowDays, "A",
                DCResult, DCStatus
             MOVE DCResult TO WindowEnd
             OPEN INPUT CustomerFile
             OPEN INPUT ItemFile
             SORT SortWork ON ASCENDING KEY SWRep, SWEndDate,
                SWCustID, SWItemCode
                INPUT PROCEDURE IS ReleaseExpiring
                OUTPUT PROCEDURE IS PrintExpiring
             CLOSE CustomerFile
             CLOSE ItemFile
             DISPLAY "Agreements expiring by " WindowEnd " : "
                ExpCount
             DISPLAY "Report written to ContractExpiry.txt"
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             MOVE ExpCount TO JLWriteCt
             MOVE ZERO TO JLRejCt
             MOVE "OK" TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          ReleaseExpiring.
      * in force today and ending no later than the window end;
      * the rep comes off the customer so the sort can group by it
             OPEN INPUT ContractFile
             MOVE LOW-VALUES TO CPKey
             START ContractFile KEY IS NOT LESS THAN CPKey
                INVALID KEY MOVE 'Y' TO ContractEOF
             END-START
             PERFORM UNTIL ContractEOF = 'Y'
                READ ContractFile NEXT RECORD
                   AT END MOVE 'Y' TO ContractEOF
                   NOT AT END
                      ADD 1 TO ReadCount
                      IF CPEndDate NOT < RunDate
                         AND CPEndDate NOT > WindowEnd
                         PERFORM ReleaseOneContract
                      END-IF
                END-READ
             END-PERFORM
             CLOSE ContractFile.

          ReleaseOneContract.
             MOVE CPCustID TO IDNum
             READ CustomerFile
                INVALID KEY MOVE SPACE TO SWRep
                NOT INVALID KEY MOVE RepCode TO SWRep
             END-READ
             MOVE CPEndDate TO SWEndDate
             MOVE CPCustID TO SWCustID
             MOVE CPItemCode TO SWItemCode
             MOVE CPPrice TO SWPrice
             RELEASE SortWorkRec.

          PrintExpiring.
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Contracts Expiring by " DELIMITED BY SIZE
                WindowEnd DELIMITED BY SIZE
                "     Date: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE HIGH-VALUES TO PrevRep
             MOVE ZERO TO RepCount
             PERFORM UNTIL SortEOF = 'Y'
                RETURN SortWork
                   AT END MOVE 'Y' TO SortEOF
                   NOT AT END
                      IF SWRep NOT = PrevRep
                         PERFORM PrintRepHeading
                      END-IF
                      PERFORM PrintOneContract
                END-RETURN
             END-PERFORM
             IF PrevRep NOT = HIGH-VALUES
                PERFORM PrintRepCount
             END-IF
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Agreements expiring : " DELIMITED BY SIZE
                ExpCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             CLOSE ReportFile.

          PrintRepHeading.
             IF PrevRep NOT = HIGH-VALUES
                PERFORM PrintRepCount
             END-IF
             MOVE SWRep TO PrevRep
             MOVE ZERO TO RepCount
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             IF SWRep = SPACE
                MOVE "Rep: (none assigned)" TO LineBuffer
             ELSE
                STRING "Rep: " DELIMITED BY SIZE
                   SWRep DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
             END-IF
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             MOVE "Ends      Days Cust   Name" TO LineBuffer
             MOVE "Item        Agreed Price  List Price"
                TO LineBuffer(50:35)
             WRITE ReportLine FROM LineBuffer.

          PrintRepCount.
             MOVE SPACE TO LineBuffer
             STRING "   agreements for rep : " DELIMITED BY SIZE
                RepCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          PrintOneContract.
             CALL "DATECALC" USING SWEndDate, RunDate, "D",
                DCResult, DCStatus
             IF DCStatus = '0'
                MOVE DCResult TO DaysLeft
             ELSE
                MOVE ZERO TO DaysLeft
             END-IF
             ADD 1 TO ExpCount
             ADD 1 TO RepCount
             MOVE SWCustID TO IDNum
             READ CustomerFile
                INVALID KEY
                   MOVE "(not on customer file)" TO FormattedName
                NOT INVALID KEY
                   CALL "NAMEFMT" USING FirstName, NoMiddleName,
                      LastName, FormattedName
             END-READ
             MOVE DaysLeft TO DaysDisp
             MOVE SPACE TO LineBuffer
             MOVE SWEndDate TO LineBuffer(1:8)
             MOVE DaysDisp TO LineBuffer(9:5)
             MOVE SWCustID TO LineBuffer(16:5)
             MOVE FormattedName TO LineBuffer(23:25)
             MOVE SWItemCode TO LineBuffer(50:8)
             MOVE SWPrice TO Dollar
             MOVE Dollar TO LineBuffer(59:13)
             MOVE SWItemCode TO ItemCode
             READ ItemFile
                INVALID KEY
                   MOVE "(no item)" TO LineBuffer(76:9)
                NOT INVALID KEY
                   MOVE ItemPrice TO Dollar
                   MOVE Dollar TO LineBuffer(73:13)
             END-READ
             WRITE ReportLine FROM LineBuffer.
