      *              customer's unapplied cash from arcash.txt nets
      *              into the current bucket, so the buckets sum to
      *              the honest balance.
      *   2021-09-13 Brownies - age by days past the due date the
      *              payment terms put on the master, not by days
      *              since the invoice date: five buckets, current
      *              (not yet due) / 1-30 / 31-60 / 61-90 / over-90
      *              past due.  A record with no due date on it
      *              reads as due 30 days after the invoice date.
      *   2021-09-15 Brownies - disputed items (IMDisputed) come out
      *              of the past-due buckets into their own Disputed
      *              column, still inside the customer total; report
      *              line widened to 120.
      *   2021-09-23 Brownies - optional roll-up to bill-to
      *              parents: answered Y, every store's items and
      *              unapplied cash age under its parent's ID, one
      *              line per bill-to group.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             FD CustomerFile.
                COPY CUSTREC.
             FD ReportFile.
                01 ReportLine PIC X(120).
          WORKING-STORAGE SECTION.
             01 MastEOF     PIC X VALUE 'N'.
             01 CashEOF     PIC X VALUE 'N'.
             01 WorkOpen    PIC S9(8)V99.
             01 WSSub       PIC 9(4).
             01 CustSub     PIC 9(3).
             01 RollUp      PIC X VALUE 'N'.
             01 RolledCount PIC 9(4) VALUE ZERO.
             01 InvoiceTable.
                02 InvEntry OCCURS 500 TIMES.
                   03 InvCustID PIC 9(5).
                   03 InvDue    PIC 9(8).
                   03 InvRef    PIC X(10).
                   03 InvOpen   PIC S9(8)V99.
                   03 InvDisp   PIC X(1).
             01 InvoiceCount PIC 9(4) VALUE ZERO.
             01 InvTableFull PIC X VALUE 'N'.
             01 CustTable.
                   03 CTBucket2 PIC S9(8)V99.
                   03 CTBucket3 PIC S9(8)V99.
                   03 CTBucket4 PIC S9(8)V99.
                   03 CTBucket5 PIC S9(8)V99.
                   03 CTDisputed PIC S9(8)V99.
             01 CustCount   PIC 9(3) VALUE ZERO.
             01 CustTableFull PIC X VALUE 'N'.
             01 GrandBucket1 PIC S9(9)V99 VALUE ZERO.
             01 GrandBucket2 PIC S9(9)V99 VALUE ZERO.
             01 GrandBucket3 PIC S9(9)V99 VALUE ZERO.
             01 GrandBucket4 PIC S9(9)V99 VALUE ZERO.
             01 GrandBucket5 PIC S9(9)V99 VALUE ZERO.
             01 GrandDisputed PIC S9(9)V99 VALUE ZERO.
             01 CustTotal   PIC S9(9)V99.
             01 GrandTotal  PIC S9(9)V99.
             01 Disp1       PIC X(14).
             01 Disp3       PIC X(14).
             01 Disp4       PIC X(14).
             01 Disp5       PIC X(14).
             01 Disp6       PIC X(14).
             01 Disp7       PIC X(14).
             01 Thirty      PIC 9(8) VALUE 30.
             01 NoMiddleName PIC X(15) VALUE SPACE.
             01 FormattedName PIC X(47).
             01 LineBuffer  PIC X(120).
             COPY REPTFMTS.
             01 JLProgName PIC X(12) VALUE "aging".
             01 JLPhase    PIC X(5).
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             DISPLAY "Roll stores up to their bill-to parent? "
                "(Y/N): " WITH NO ADVANCING
             ACCEPT RollUp
             PERFORM LoadInvoices
             PERFORM LoadUnappliedCash
             IF RollUp = 'Y' OR RollUp = 'y'
                MOVE 'Y' TO RollUp
                PERFORM RollUpToParents
             END-IF
             PERFORM BucketInvoices
             PERFORM PrintReport
             DISPLAY "Aging report written to Aging.txt"
                IF InvoiceCount < 500
                   ADD 1 TO InvoiceCount
                   MOVE IMCustID TO InvCustID(InvoiceCount)
                   IF IMDueDate = ZERO
                      CALL "DATECALC" USING IMInvDate, Thirty, "A",
                         DCResult, DCStatus
                      IF DCStatus = '0'
                         MOVE DCResult TO InvDue(InvoiceCount)
                      ELSE
                         MOVE IMInvDate TO InvDue(InvoiceCount)
                      END-IF
                   ELSE
                      MOVE IMDueDate TO InvDue(InvoiceCount)
                   END-IF
                   MOVE IMInvNum TO InvRef(InvoiceCount)
                   MOVE WorkOpen TO InvOpen(InvoiceCount)
                   MOVE IMDispute TO InvDisp(InvoiceCount)
                ELSE
                   IF InvTableFull NOT = 'Y'
                      DISPLAY "More than 500 open invoices on the "
                END-IF
             END-PERFORM.

          RollUpToParents.
             OPEN INPUT CustomerFile
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > InvoiceCount
                MOVE InvCustID(WSSub) TO IDNum
                READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      IF ParentID NOT = ZERO
                         MOVE ParentID TO InvCustID(WSSub)
                         ADD 1 TO RolledCount
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CustomerFile
             DISPLAY "Store items rolled up : " RolledCount.

          LoadUnappliedCash.
             OPEN INPUT CashFile
             MOVE LOW-VALUES TO ACCustID
                         AND InvoiceCount < 500
                         ADD 1 TO InvoiceCount
                         MOVE ACCustID TO InvCustID(InvoiceCount)
                         MOVE RunDate TO InvDue(InvoiceCount)
                         MOVE "CASH" TO InvRef(InvoiceCount)
                         MOVE SPACE TO InvDisp(InvoiceCount)
                         COMPUTE InvOpen(InvoiceCount) =
                            ZERO - ACAmount
                      END-IF

          BucketOneInvoice.
             MOVE RunDate TO DCDate1
             MOVE InvDue(WSSub) TO DCDate2
             CALL "DATECALC" USING DCDate1, DCDate2, "D",
                DCResult, DCStatus
             IF DCStatus = '0'
             PERFORM FindCustEntry
             IF CustSub > ZERO
                EVALUATE TRUE
                   WHEN InvDisp(WSSub) = 'D'
                      ADD InvOpen(WSSub) TO CTDisputed(CustSub)
                      ADD InvOpen(WSSub) TO GrandDisputed
                   WHEN AgeDays > 90
                      ADD InvOpen(WSSub) TO CTBucket5(CustSub)
                      ADD InvOpen(WSSub) TO GrandBucket5
                   WHEN AgeDays > 60
                      ADD InvOpen(WSSub) TO CTBucket4(CustSub)
                      ADD InvOpen(WSSub) TO GrandBucket4
                   WHEN AgeDays > 30
                      ADD InvOpen(WSSub) TO CTBucket3(CustSub)
                      ADD InvOpen(WSSub) TO GrandBucket3
                   WHEN AgeDays > 0
                      ADD InvOpen(WSSub) TO CTBucket2(CustSub)
                      ADD InvOpen(WSSub) TO GrandBucket2
                   WHEN OTHER
                   MOVE ZERO TO CTBucket2(CustSub)
                   MOVE ZERO TO CTBucket3(CustSub)
                   MOVE ZERO TO CTBucket4(CustSub)
                   MOVE ZERO TO CTBucket5(CustSub)
                   MOVE ZERO TO CTDisputed(CustSub)
                ELSE
                   IF CustTableFull NOT = 'Y'
                      DISPLAY "More than 200 customers with open "
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             IF RollUp = 'Y'
                MOVE "   Stores rolled up to bill-to parent"
                   TO LineBuffer(50:40)
             END-IF
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Customer        Current    1-30 Past"
                DELIMITED BY SIZE
                "     31-60 Past     61-90 Past   Over-90 Past"
                DELIMITED BY SIZE
                "       Disputed          Total" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
                UNTIL CustSub > CustCount
             CLOSE CustomerFile
             COMPUTE GrandTotal = GrandBucket1 + GrandBucket2
                + GrandBucket3 + GrandBucket4 + GrandBucket5
                + GrandDisputed
             MOVE GrandBucket1 TO Dollar
             MOVE Dollar TO Disp1
             MOVE GrandBucket2 TO Dollar
             MOVE Dollar TO Disp3
             MOVE GrandBucket4 TO Dollar
             MOVE Dollar TO Disp4
             MOVE GrandBucket5 TO Dollar
             MOVE Dollar TO Disp5
             MOVE GrandDisputed TO Dollar
             MOVE Dollar TO Disp6
             MOVE GrandTotal TO Dollar
             MOVE Dollar TO Disp7
             MOVE SPACE TO LineBuffer
             STRING "GRAND     " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                Disp4 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp5 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp6 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp7 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
          PrintCustLine.
             COMPUTE CustTotal = CTBucket1(CustSub)
                + CTBucket2(CustSub) + CTBucket3(CustSub)
                + CTBucket4(CustSub) + CTBucket5(CustSub)
                + CTDisputed(CustSub)
             MOVE CTBucket1(CustSub) TO Dollar
             MOVE Dollar TO Disp1
             MOVE CTBucket2(CustSub) TO Dollar
             MOVE Dollar TO Disp3
             MOVE CTBucket4(CustSub) TO Dollar
             MOVE Dollar TO Disp4
             MOVE CTBucket5(CustSub) TO Dollar
             MOVE Dollar TO Disp5
             MOVE CTDisputed(CustSub) TO Dollar
             MOVE Dollar TO Disp6
             MOVE CustTotal TO Dollar
             MOVE Dollar TO Disp7
             MOVE SPACE TO LineBuffer
             STRING CTCustID(CustSub) DELIMITED BY SIZE
                "     " DELIMITED BY SIZE
                Disp4 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp5 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp6 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp7 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
