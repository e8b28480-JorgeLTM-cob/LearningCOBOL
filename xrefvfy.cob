       IDENTIFICATION DIVISION.
          PROGRAM-ID.   xrefvfy.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 30th, 2021.
      * Modification History
      *   2021-11-30 Brownies - new program: nightly cross-file
      *              verifier, the custvfy idea carried across the
      *              masters - custvfy proves customer.txt agrees with
      *              itself, this proves the files agree with each
      *              other.  Each relationship is walked from the
      *              file holding the pointer and every pointer is
      *              looked up on the file it points at:
      *                invmast.txt open items to customer.txt
      *                customer.txt reps to repmast.txt
      *                customer.txt branches to brmast.txt
      *                storders.txt orders to customer.txt and
      *                their lines to items.txt
      *                empded.txt deductions to empmast.txt
      *              The orphans list by relationship in
      *              XrefReport.txt with a count for each.  An orphan
      *              that carries money - an invoice-master item or a
      *              payroll deduction - ends with RETURN-CODE 8 so
      *              the nightly chain stops; any other orphan is a
      *              warning, RETURN-CODE 4.  Start and end go to the
      *              common job log.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
             SELECT OPTIONAL InvMastFile ASSIGN TO "invmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IMInvNum.
             SELECT OPTIONAL RepFile ASSIGN TO "repmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RepMastCode.
             SELECT OPTIONAL BranchFile ASSIGN TO "brmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BrMastCode.
             SELECT OPTIONAL StOrderFile ASSIGN TO "storders.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SOCustID.
             SELECT OPTIONAL ItemFile ASSIGN TO "items.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
             SELECT OPTIONAL DedFile ASSIGN TO "empded.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DedKey.
             SELECT OPTIONAL EmpFile ASSIGN TO "empmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EmpID.
             SELECT ReportFile ASSIGN TO "XrefReport.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD CustomerFile.
                COPY CUSTREC.
             FD InvMastFile.
                COPY INVMAST.
             FD RepFile.
                01 RepData.
                   02 RepMastCode PIC X(3).
                   02 RepName     PIC X(20).
                   02 RepCommRate PIC V999.
             FD BranchFile.
                01 BranchData.
                   02 BrMastCode PIC X(3).
                   02 BrMastName PIC X(20).
             FD StOrderFile.
                01 StOrderData.
                   02 SOCustID PIC 9(5).
                   02 SODay    PIC 9(2).
                   02 SOLineCt PIC 9(2).
                   02 SOLineTable.
                      03 SOLine OCCURS 10 TIMES.
                         04 SOItemCode PIC X(8).
                         04 SOQty      PIC 9(3).
                   02 SOPickFirst PIC X(1).
                      88 SOPickOrder VALUE 'Y'.
             FD ItemFile.
                COPY ITEMREC.
             FD DedFile.
                01 DeductionData.
                   02 DedKey.
                      03 DDEmpID PIC 9(4).
                      03 DDCode  PIC X(4).
                   02 DDDesc     PIC X(20).
                   02 DDMethod   PIC X(1).
                      88 DedFlat    VALUE 'F' ' '.
                      88 DedPercent VALUE 'P'.
                   02 DDAmount   PIC 9(5)V99.
                   02 DDPriority PIC 9(2).
                   02 DDGoal     PIC 9(7)V99.
                   02 DDTaken    PIC 9(7)V99.
             FD EmpFile.
                COPY EMPREC.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 FileEOF     PIC X.
             01 KeyFound    PIC X.
             01 CheckCount  PIC 9(7) VALUE ZERO.
             01 RelCount    PIC 9(5).
             01 WarnCount   PIC 9(5) VALUE ZERO.
             01 MoneyCount  PIC 9(5) VALUE ZERO.
             01 RelName     PIC X(40).
             01 LineSub     PIC 9(2).
             01 KeepCustID  PIC 9(5).
             01 KeepRep     PIC X(3).
             01 KeepBranch  PIC X(3).
             01 CountDisp   PIC Z,ZZ9.
             01 RunDate     PIC X(8).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "xrefvfy".
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
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Cross-File Verify          Date: "
                DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             OPEN INPUT CustomerFile
             OPEN INPUT InvMastFile
             OPEN INPUT RepFile
             OPEN INPUT BranchFile
             OPEN INPUT StOrderFile
             OPEN INPUT ItemFile
             OPEN INPUT DedFile
             OPEN INPUT EmpFile
             PERFORM CheckInvoiceCustomers
             PERFORM CheckCustomerReps
             PERFORM CheckCustomerBranches
             PERFORM CheckStandingOrders
             PERFORM CheckDeductions
             CLOSE EmpFile
             CLOSE DedFile
             CLOSE ItemFile
             CLOSE StOrderFile
             CLOSE BranchFile
             CLOSE RepFile
             CLOSE InvMastFile
             CLOSE CustomerFile
             PERFORM PrintSummary
             CLOSE ReportFile
             DISPLAY "Pointers checked : " CheckCount
             DISPLAY "Money orphans    : " MoneyCount
             DISPLAY "Other orphans    : " WarnCount
             DISPLAY "Report written to XrefReport.txt"
             MOVE "END" TO JLPhase
             MOVE CheckCount TO JLReadCt
             MOVE CheckCount TO JLWriteCt
             COMPUTE JLRejCt = MoneyCount + WarnCount
             EVALUATE TRUE
                WHEN MoneyCount > ZERO
                   MOVE "FAIL" TO JLFinal
                   MOVE 8 TO RETURN-CODE
                WHEN WarnCount > ZERO
                   MOVE "WARN" TO JLFinal
                   MOVE 4 TO RETURN-CODE
                WHEN OTHER
                   MOVE "OK" TO JLFinal
             END-EVALUATE
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          StartRelationship.
             MOVE ZERO TO RelCount
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE RelName TO LineBuffer
             WRITE ReportLine FROM LineBuffer.

          EndRelationship.
             MOVE RelCount TO CountDisp
             MOVE SPACE TO LineBuffer
             IF RelCount = ZERO
                MOVE "  no orphans" TO LineBuffer
             ELSE
                STRING "  orphans: " DELIMITED BY SIZE
                   CountDisp DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
             END-IF
             WRITE ReportLine FROM LineBuffer.

          LookupCustomer.
             ADD 1 TO CheckCount
             MOVE 'Y' TO KeyFound
             MOVE KeepCustID TO IDNum
             READ CustomerFile
                INVALID KEY MOVE 'N' TO KeyFound
             END-READ.

          CheckInvoiceCustomers.
             MOVE "INVOICE MASTER ITEMS -> CUSTOMER MASTER"
                TO RelName
             PERFORM StartRelationship
             MOVE 'N' TO FileEOF
             MOVE LOW-VALUES TO IMInvNum
             START InvMastFile KEY IS NOT LESS THAN IMInvNum
                INVALID KEY MOVE 'Y' TO FileEOF
             END-START
             PERFORM UNTIL FileEOF = 'Y'
                READ InvMastFile NEXT RECORD
                   AT END MOVE 'Y' TO FileEOF
                   NOT AT END
                      MOVE IMCustID TO KeepCustID
                      PERFORM LookupCustomer
                      IF KeyFound = 'N'
                         PERFORM ReportOrphanItem
                      END-IF
                END-READ
             END-PERFORM
             PERFORM EndRelationship.

          ReportOrphanItem.
             ADD 1 TO RelCount
             ADD 1 TO MoneyCount
             COMPUTE DollarMinus = IMTotal - IMPaid
             MOVE SPACE TO LineBuffer
             STRING "  item " DELIMITED BY SIZE
                IMInvNum DELIMITED BY SIZE
                " dated " DELIMITED BY SIZE
                IMInvDate DELIMITED BY SIZE
                " status " DELIMITED BY SIZE
                IMStatus DELIMITED BY SIZE
                " open " DELIMITED BY SIZE
                DollarMinus DELIMITED BY SIZE
                " - customer " DELIMITED BY SIZE
                IMCustID DELIMITED BY SIZE
                " not on file" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          CheckCustomerReps.
             MOVE "CUSTOMER REPS -> SALES REP MASTER" TO RelName
             PERFORM StartRelationship
             MOVE 'N' TO FileEOF
             MOVE LOW-VALUES TO IDNum
             START CustomerFile KEY IS NOT LESS THAN IDNum
                INVALID KEY MOVE 'Y' TO FileEOF
             END-START
             PERFORM UNTIL FileEOF = 'Y'
                READ CustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO FileEOF
                   NOT AT END
                      IF RepCode NOT = SPACE
                         ADD 1 TO CheckCount
                         MOVE RepCode TO RepMastCode
                         READ RepFile
                            INVALID KEY
                               MOVE RepCode TO KeepRep
                               PERFORM ReportOrphanRep
                         END-READ
                      END-IF
                END-READ
             END-PERFORM
             PERFORM EndRelationship.

          ReportOrphanRep.
             ADD 1 TO RelCount
             ADD 1 TO WarnCount
             MOVE SPACE TO LineBuffer
             STRING "  customer " DELIMITED BY SIZE
                IDNum DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                LastName DELIMITED BY SIZE
                " rep " DELIMITED BY SIZE
                KeepRep DELIMITED BY SIZE
                " not on file" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          CheckCustomerBranches.
             MOVE "CUSTOMER BRANCHES -> BRANCH MASTER" TO RelName
             PERFORM StartRelationship
             MOVE 'N' TO FileEOF
             MOVE LOW-VALUES TO IDNum
             START CustomerFile KEY IS NOT LESS THAN IDNum
                INVALID KEY MOVE 'Y' TO FileEOF
             END-START
             PERFORM UNTIL FileEOF = 'Y'
                READ CustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO FileEOF
                   NOT AT END
                      IF BranchCode NOT = SPACE
                         ADD 1 TO CheckCount
                         MOVE BranchCode TO BrMastCode
                         READ BranchFile
                            INVALID KEY
                               MOVE BranchCode TO KeepBranch
                               PERFORM ReportOrphanBranch
                         END-READ
                      END-IF
                END-READ
             END-PERFORM
             PERFORM EndRelationship.

          ReportOrphanBranch.
             ADD 1 TO RelCount
             ADD 1 TO WarnCount
             MOVE SPACE TO LineBuffer
             STRING "  customer " DELIMITED BY SIZE
                IDNum DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                LastName DELIMITED BY SIZE
                " branch " DELIMITED BY SIZE
                KeepBranch DELIMITED BY SIZE
                " not on file" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          CheckStandingOrders.
             MOVE "STANDING ORDERS -> CUSTOMER AND ITEM MASTERS"
                TO RelName
             PERFORM StartRelationship
             MOVE 'N' TO FileEOF
             MOVE LOW-VALUES TO SOCustID
             START StOrderFile KEY IS NOT LESS THAN SOCustID
                INVALID KEY MOVE 'Y' TO FileEOF
             END-START
             PERFORM UNTIL FileEOF = 'Y'
                READ StOrderFile NEXT RECORD
                   AT END MOVE 'Y' TO FileEOF
                   NOT AT END
                      MOVE SOCustID TO KeepCustID
                      PERFORM LookupCustomer
                      IF KeyFound = 'N'
                         PERFORM ReportOrphanOrder
                      END-IF
                      PERFORM CheckOrderLine
                         VARYING LineSub FROM 1 BY 1
                         UNTIL LineSub > SOLineCt OR LineSub > 10
                END-READ
             END-PERFORM
             PERFORM EndRelationship.

          ReportOrphanOrder.
             ADD 1 TO RelCount
             ADD 1 TO WarnCount
             MOVE SPACE TO LineBuffer
             STRING "  standing order for customer " DELIMITED BY SIZE
                SOCustID DELIMITED BY SIZE
                " - customer not on file" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          CheckOrderLine.
             IF SOItemCode(LineSub) NOT = SPACE
                ADD 1 TO CheckCount
                MOVE SOItemCode(LineSub) TO ItemCode
                READ ItemFile
                   INVALID KEY PERFORM ReportOrphanLine
                END-READ
             END-IF.

          ReportOrphanLine.
             ADD 1 TO RelCount
             ADD 1 TO WarnCount
             MOVE SPACE TO LineBuffer
             STRING "  standing order for customer " DELIMITED BY SIZE
                SOCustID DELIMITED BY SIZE
                " line " DELIMITED BY SIZE
                LineSub DELIMITED BY SIZE
                " item " DELIMITED BY SIZE
                SOItemCode(LineSub) DELIMITED BY SIZE
                " not on file" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          CheckDeductions.
             MOVE "PAYROLL DEDUCTIONS -> EMPLOYEE MASTER" TO RelName
             PERFORM StartRelationship
             MOVE 'N' TO FileEOF
             MOVE LOW-VALUES TO DedKey
             START DedFile KEY IS NOT LESS THAN DedKey
                INVALID KEY MOVE 'Y' TO FileEOF
             END-START
             PERFORM UNTIL FileEOF = 'Y'
                READ DedFile NEXT RECORD
                   AT END MOVE 'Y' TO FileEOF
                   NOT AT END
                      ADD 1 TO CheckCount
                      MOVE DDEmpID TO EmpID
                      READ EmpFile
                         INVALID KEY PERFORM ReportOrphanDeduction
                      END-READ
                END-READ
             END-PERFORM
             PERFORM EndRelationship.

          ReportOrphanDeduction.
             ADD 1 TO RelCount
             ADD 1 TO MoneyCount
             MOVE DDTaken TO Dollar
             MOVE SPACE TO LineBuffer
             STRING "  deduction " DELIMITED BY SIZE
                DDCode DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                DDDesc DELIMITED BY SIZE
                " taken to date " DELIMITED BY SIZE
                Dollar DELIMITED BY SIZE
                " - employee " DELIMITED BY SIZE
                DDEmpID DELIMITED BY SIZE
                " not on file" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          PrintSummary.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Pointers checked: " DELIMITED BY SIZE
                CheckCount DELIMITED BY SIZE
                "   Money orphans: " DELIMITED BY SIZE
                MoneyCount DELIMITED BY SIZE
                "   Other orphans: " DELIMITED BY SIZE
                WarnCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             EVALUATE TRUE
                WHEN MoneyCount > ZERO
                   MOVE SPACE TO LineBuffer
                   STRING "ORPHANED FINANCIAL RECORDS - the nightly "
                      DELIMITED BY SIZE
                      "chain stops here" DELIMITED BY SIZE
                      INTO LineBuffer
                   END-STRING
                WHEN WarnCount > ZERO
                   MOVE "Orphaned reference pointers - see above"
                      TO LineBuffer
                WHEN OTHER
                   MOVE "FILES AGREE WITH EACH OTHER" TO LineBuffer
             END-EVALUATE
             WRITE ReportLine FROM LineBuffer.
