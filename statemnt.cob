      *              month's statement carries the right opening
      *              balance and payment lines instead of silently
      *              wrong figures.
      *   2021-09-13 Brownies - invoice and finance-charge lines
      *              print the due date the payment terms put on
      *              the master (no due date reads as invoice date
      *              plus 30), and a Past Due line under the closing
      *              balance totals what is still open past its due
      *              date as of the run.  Early-pay discount lines
      *              on payments.txt (DSC reference) print as
      *              DISCNT rather than PAYMENT.
      *   2021-09-17 Brownies - returned checks: the NSF line prints
      *              as RETCHK and the discount taken back with it
      *              (NSD) as DSCREV, both adding to the balance,
      *              and the returned-check fee item as RETFEE.
      *   2021-09-19 Brownies - a bad-debt write-off (writeoffs.txt)
      *              prints as WRTOFF and comes off the balance on
      *              the date it was written off.
      *   2021-09-21 Brownies - a refund (RFD line on payments.txt)
      *              prints as REFUND and adds back to the balance
      *              the credit it paid out.
      *   2021-09-23 Brownies - a store (ParentID set) gets no
      *              statement of its own.  Its parent's statement
      *              carries the parent's own activity and then each
      *              store's in turn, every store with its opening
      *              balance and subtotal, under one combined opening,
      *              closing and past due.
      *   2021-11-10 Brownies - a customer with loyalty points shows
      *              the balance as at the month end (PTSBAL,
      *              points.txt) under the closing balance, with
      *              what it is worth in credit.
      *   2021-12-10 Brownies - a customer whose DelivPref asks for
      *              email gets the statement queued on the outbound
      *              email spool through EMAILOUT - instead of the
      *              printed copy, or as well as it for B - and falls
      *              back to print when the do-not-email flag is set
      *              or the address is blank or not valid.  The dated
      *              archive still files every statement.
      *   2021-12-18 Brownies - the invoice activity also comes from
      *              the invoice history invhist.txt the invarch
      *              purge moves settled invoices to.  Their
      *              payments stay on payments.txt and the payarch
      *              files, so reading the master alone left those
      *              payments in the opening balance without their
      *              invoices - a false credit.  Voids are passed
      *              over there as on the master.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IMInvNum.
             SELECT OPTIONAL InvHistFile ASSIGN TO "invhist.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL PaymentFile ASSIGN TO "payments.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL WriteOffFile ASSIGN TO "writeoffs.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT StatementFile ASSIGN TO "Statements.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
                COPY CUSTREC.
             FD InvMastFile.
                COPY INVMAST.
             FD InvHistFile.
                01 InvHistLine PIC X(83).
             FD PaymentFile.
                01 PaymentData.
                   02 PayDate   PIC 9(8).
                   02 PayCustID PIC 9(5).
                   02 PayInvRef PIC X(10).
                   02 PayAmount PIC 9(6)V99.
             FD WriteOffFile.
                01 WriteOffData.
                   02 WODate    PIC 9(8).
                   02 WOInvNum  PIC 9(7).
                   02 WOCustID  PIC 9(5).
                   02 WORep     PIC X(3).
                   02 WOAmount  PIC 9(7)V99.
                   02 WOReason  PIC X(2).
                   02 WOOperID  PIC X(8).
             FD StatementFile.
                01 StatementLine PIC X(80).
             FD ArchiveFile.
             01 MonthStart  PIC 9(8).
             01 MonthEnd    PIC 9(8).
             01 MastEOF     PIC X VALUE 'N'.
             01 InvHistEOF  PIC X.
             01 PayEOF      PIC X VALUE 'N'.
             01 WOEOF       PIC X VALUE 'N'.
             01 CustEOF     PIC X VALUE 'N'.
             01 WSSub       PIC 9(4).
             01 MinSub      PIC 9(4).
                   03 ActType   PIC X(7).
                   03 ActAmount PIC S9(8)V99.
                   03 ActPrinted PIC X.
                   03 ActDue    PIC 9(8).
                   03 ActPastDue PIC S9(8)V99.
             01 ActCount    PIC 9(4) VALUE ZERO.
             01 StoreTable.
                02 StoreEntry OCCURS 500 TIMES.
                   03 StoreID     PIC 9(5).
                   03 StoreParent PIC 9(5).
                   03 StoreName   PIC X(15).
             01 StoreCount  PIC 9(4) VALUE ZERO.
             01 StoreSub    PIC 9(4).
             01 GroupStores PIC 9(4).
             01 StmtParent  PIC 9(5).
             01 MemberID    PIC 9(5).
             01 MemberName  PIC X(15).
             01 MemberMore  PIC X.
             01 MemberOpen  PIC S9(9)V99.
             01 MemberTotal PIC S9(9)V99.
             01 ActTableFull PIC X VALUE 'N'.
             01 OpeningBal  PIC S9(9)V99.
             01 ClosingBal  PIC S9(9)V99.
             01 PastDueBal  PIC S9(9)V99.
             01 Thirty      PIC 9(8) VALUE 30.
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 MonthCount  PIC 9(4).
             01 PageNum     PIC 9(3) VALUE ZERO.
             01 StmtCount   PIC 9(5) VALUE ZERO.
                02 RDDay   PIC 99.
             01 RunDateMDY  PIC 9(8).
             01 AmtDisp     PIC X(15).
             01 PtsBalance  PIC S9(7).
             01 PtsStatus   PIC X(1).
             01 PtsDisp     PIC -(6)9.
             01 PtsWorth    PIC S9(7)V99.
             COPY LOYALTY.
             01 NoMiddleName PIC X(15) VALUE SPACE.
             01 FormattedName PIC X(47).
             01 AddrBlock.
                02 AddrLine1 PIC X(40).
                02 AddrLine2 PIC X(40).
             01 LineBuffer  PIC X(80).
             01 EOAction    PIC X(1).
             01 EOProgName  PIC X(12) VALUE "statemnt".
             01 EODocRef    PIC X(12).
             01 EOText      PIC X(80).
             01 EORoute     PIC X(1) VALUE 'P'.
             01 EmailedCount PIC 9(5) VALUE ZERO.
             01 JLProgName PIC X(12) VALUE "statemnt".
             01 JLPhase    PIC X(5).
             01 JLReadCt   PIC 9(7).
                COMPUTE MonthEnd = StmtMonth * 100 + 31
                PERFORM LoadInvoiceActivity
                PERFORM LoadPaymentActivity
                PERFORM LoadWriteOffActivity
                PERFORM LoadStores
                MOVE SPACE TO ArchFileName
                STRING "stmtarch_" DELIMITED BY SIZE
                   RunDate DELIMITED BY SIZE
                      NOT AT END
                         IF CustActive
                            AND NOT CustBadAddr
                            AND ParentID = ZERO
                            PERFORM CheckCycleAndPrint
                         END-IF
                   END-READ
                CLOSE ArchiveFile
                CLOSE CustomerFile
                DISPLAY "Statements printed : " StmtCount
                DISPLAY "  of which emailed : " EmailedCount
                DISPLAY "Written to Statements.txt"
             END-IF
             MOVE "END" TO JLPhase
                END-IF
             END-IF.

          LoadStores.
      * every store and its bill-to parent, so the parent's
      * statement can pick up the stores' activity
             MOVE 'N' TO CustEOF
             OPEN INPUT CustomerFile
             MOVE LOW-VALUES TO IDNum
             START CustomerFile KEY IS NOT LESS THAN IDNum
                INVALID KEY MOVE 'Y' TO CustEOF
             END-START
             PERFORM UNTIL CustEOF = 'Y'
                READ CustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO CustEOF
                   NOT AT END
                      IF ParentID NOT = ZERO
                         IF StoreCount < 500
                            ADD 1 TO StoreCount
                            MOVE IDNum TO StoreID(StoreCount)
                            MOVE ParentID
                               TO StoreParent(StoreCount)
                            MOVE LastName TO StoreName(StoreCount)
                         ELSE
                            DISPLAY "Store table full - store "
                               IDNum " left off its parent"
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CustomerFile
             MOVE 'N' TO CustEOF.

          LoadInvoiceActivity.
      * settled invoices archived off the master are still activity
      * their payments count against
             MOVE 'N' TO InvHistEOF
             OPEN INPUT InvHistFile
             PERFORM UNTIL InvHistEOF = 'Y'
                READ InvHistFile INTO InvMastData
                   AT END MOVE 'Y' TO InvHistEOF
                   NOT AT END
                      PERFORM AddActivity
                END-READ
             END-PERFORM
             CLOSE InvHistFile
             OPEN INPUT InvMastFile
             MOVE LOW-VALUES TO IMInvNum
             START InvMastFile KEY IS NOT LESS THAN IMInvNum
                   WHEN IMFinChg
                      MOVE "FINCHG" TO ActType(ActCount)
                      MOVE IMTotal TO ActAmount(ActCount)
                   WHEN IMRetChkFee
                      MOVE "RETFEE" TO ActType(ActCount)
                      MOVE IMTotal TO ActAmount(ActCount)
                   WHEN OTHER
                      MOVE "INVOICE" TO ActType(ActCount)
                      MOVE IMTotal TO ActAmount(ActCount)
                END-EVALUATE
                MOVE 'N' TO ActPrinted(ActCount)
                MOVE ZERO TO ActDue(ActCount)
                MOVE ZERO TO ActPastDue(ActCount)
                IF NOT IMCreditMemo
                   PERFORM SetActivityDue
                END-IF
             ELSE
                IF ActTableFull NOT = 'Y'
                   DISPLAY "More than 1000 activity records - "
                ADD 1 TO ActCount
                MOVE PayCustID TO ActCustID(ActCount)
                MOVE PayDate TO ActDate(ActCount)
                EVALUATE PayInvRef(1:3)
                   WHEN "DSC"
                      MOVE "DISCNT" TO ActType(ActCount)
                      COMPUTE ActAmount(ActCount) = 0 - PayAmount
                   WHEN "NSF"
                      MOVE "RETCHK" TO ActType(ActCount)
                      MOVE PayAmount TO ActAmount(ActCount)
                   WHEN "NSD"
                      MOVE "DSCREV" TO ActType(ActCount)
                      MOVE PayAmount TO ActAmount(ActCount)
                   WHEN "RFD"
                      MOVE "REFUND" TO ActType(ActCount)
                      MOVE PayAmount TO ActAmount(ActCount)
                   WHEN OTHER
                      MOVE "PAYMENT" TO ActType(ActCount)
                      COMPUTE ActAmount(ActCount) = 0 - PayAmount
                END-EVALUATE
                MOVE 'N' TO ActPrinted(ActCount)
                MOVE ZERO TO ActDue(ActCount)
                MOVE ZERO TO ActPastDue(ActCount)
             ELSE
                IF ActTableFull NOT = 'Y'
                   DISPLAY "More than 1000 activity records"
                END-IF
             END-IF.

          LoadWriteOffActivity.
             OPEN INPUT WriteOffFile
             PERFORM UNTIL WOEOF = 'Y'
                READ WriteOffFile
                   AT END MOVE 'Y' TO WOEOF
                   NOT AT END
                      PERFORM AddWriteOffActivity
                END-READ
             END-PERFORM
             CLOSE WriteOffFile.

          AddWriteOffActivity.
             IF ActCount < 1000
                ADD 1 TO ActCount
                MOVE WOCustID TO ActCustID(ActCount)
                MOVE WODate TO ActDate(ActCount)
                MOVE "WRTOFF" TO ActType(ActCount)
                COMPUTE ActAmount(ActCount) = 0 - WOAmount
                MOVE 'N' TO ActPrinted(ActCount)
                MOVE ZERO TO ActDue(ActCount)
                MOVE ZERO TO ActPastDue(ActCount)
             ELSE
                IF ActTableFull NOT = 'Y'
                   DISPLAY "More than 1000 activity records"
                      " - extra activity is not on the "
                      "statements"
                   MOVE 'Y' TO ActTableFull
                END-IF
             END-IF.

          SetActivityDue.
             IF IMDueDate = ZERO
                CALL "DATECALC" USING IMInvDate, Thirty, "A",
                   DCResult, DCStatus
                IF DCStatus = '0'
                   MOVE DCResult TO ActDue(ActCount)
                END-IF
             ELSE
                MOVE IMDueDate TO ActDue(ActCount)
             END-IF
             IF IMOpen AND ActDue(ActCount) < RunDate
                COMPUTE ActPastDue(ActCount) = IMTotal - IMPaid
             END-IF.

          StatementForCust.
             MOVE ZERO TO PastDueBal
             MOVE ZERO TO OpeningBal
             MOVE ZERO TO MonthCount
             MOVE ZERO TO GroupStores
             MOVE IDNum TO StmtParent
             MOVE IDNum TO MemberID
             PERFORM TallyMember
             PERFORM VARYING StoreSub FROM 1 BY 1
                UNTIL StoreSub > StoreCount
                IF StoreParent(StoreSub) = StmtParent
                   ADD 1 TO GroupStores
                   MOVE StoreID(StoreSub) TO MemberID
                   PERFORM TallyMember
                END-IF
             END-PERFORM
             IF MonthCount > ZERO
                PERFORM PrintStatementPage
             END-IF.

          TallyMember.
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > ActCount
                IF ActCustID(WSSub) = MemberID
                   ADD ActPastDue(WSSub) TO PastDueBal
                   IF ActDate(WSSub) < MonthStart
                      ADD ActAmount(WSSub) TO OpeningBal
                   ELSE
                      END-IF
                   END-IF
                END-IF
             END-PERFORM.

          WriteStmtPage.
             IF EORoute NOT = 'E'
                WRITE StatementLine FROM PageLine
             END-IF
             WRITE ArchiveLine FROM PageLine
             IF EORoute NOT = 'P'
                MOVE 'L' TO EOAction
                MOVE PageLine TO EOText
                PERFORM CallEmailOut
             END-IF.

          CallEmailOut.
             CALL "EMAILOUT" USING EOAction, EOProgName, IDNum,
                Email, NoEmailFlag, DelivPref, EODocRef, EOText,
                EORoute.

          PrintStatementPage.
             ADD 1 TO StmtCount
             MOVE 'O' TO EOAction
             MOVE SPACE TO EODocRef
             STRING "STMT " DELIMITED BY SIZE
                StmtMonth DELIMITED BY SIZE
                INTO EODocRef
             END-STRING
             MOVE SPACE TO EOText
             STRING "Your statement for " DELIMITED BY SIZE
                StmtMonth(5:2) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                StmtMonth(1:4) DELIMITED BY SIZE
                INTO EOText
             END-STRING
             PERFORM CallEmailOut
             IF EORoute NOT = 'P'
                ADD 1 TO EmailedCount
             END-IF
             MOVE SPACE TO PageLine
             STRING "=CUST " DELIMITED BY SIZE
                IDNum DELIMITED BY SIZE
             END-STRING
             MOVE LineBuffer TO PageLine
             PERFORM WriteStmtPage
             MOVE StmtParent TO MemberID
             MOVE LastName TO MemberName
             PERFORM PrintMemberActivity
             PERFORM VARYING StoreSub FROM 1 BY 1
                UNTIL StoreSub > StoreCount
                IF StoreParent(StoreSub) = StmtParent
                   MOVE StoreID(StoreSub) TO MemberID
                   MOVE StoreName(StoreSub) TO MemberName
                   PERFORM PrintMemberActivity
                END-IF
             END-PERFORM
             MOVE ClosingBal TO Dollar
             MOVE Dollar TO AmtDisp
             MOVE SPACE TO LineBuffer
                INTO LineBuffer
             END-STRING
             MOVE LineBuffer TO PageLine
             PERFORM WriteStmtPage
             IF PastDueBal > ZERO
                MOVE PastDueBal TO Dollar
                MOVE Dollar TO AmtDisp
                MOVE SPACE TO LineBuffer
                STRING "Past Due                " DELIMITED BY SIZE
                   AmtDisp DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                MOVE LineBuffer TO PageLine
                PERFORM WriteStmtPage
             END-IF
             PERFORM PrintPointsBalance
             MOVE 'C' TO EOAction
             PERFORM CallEmailOut
             MOVE 'P' TO EORoute.

          PrintPointsBalance.
      * only the account billed carries points; a store's do not
      * fold into its parent's
             CALL "PTSBAL" USING StmtParent, MonthEnd, PtsBalance,
                PtsStatus
             IF PtsStatus = '0'
                MOVE PtsBalance TO PtsDisp
                COMPUTE PtsWorth ROUNDED = PtsBalance * LoyPointValue
                MOVE PtsWorth TO DollarMinus
                MOVE SPACE TO LineBuffer
                STRING "Loyalty Points Balance  " DELIMITED BY SIZE
                   PtsDisp DELIMITED BY SIZE
                   "  worth " DELIMITED BY SIZE
                   FUNCTION TRIM(DollarMinus) DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                MOVE LineBuffer TO PageLine
                PERFORM WriteStmtPage
             END-IF.

          PrintMemberActivity.
      * on a parent with stores each account is set off with its
      * own opening balance and subtotal; a customer with no stores
      * prints just as before
             MOVE ZERO TO MemberOpen
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > ActCount
                IF ActCustID(WSSub) = MemberID
                   AND ActDate(WSSub) < MonthStart
                   ADD ActAmount(WSSub) TO MemberOpen
                END-IF
             END-PERFORM
             MOVE MemberOpen TO MemberTotal
             IF GroupStores > ZERO
                MOVE MemberOpen TO DollarMinus
                MOVE DollarMinus TO AmtDisp
                MOVE SPACE TO LineBuffer
                STRING "Store " DELIMITED BY SIZE
                   MemberID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MemberName DELIMITED BY SIZE
                   "  Opening " DELIMITED BY SIZE
                   AmtDisp DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                MOVE LineBuffer TO PageLine
                PERFORM WriteStmtPage
             END-IF
             MOVE 'Y' TO MemberMore
             PERFORM PrintNextActivity WITH TEST AFTER
                UNTIL MemberMore = 'N'
             IF GroupStores > ZERO
                MOVE MemberTotal TO DollarMinus
                MOVE DollarMinus TO AmtDisp
                MOVE SPACE TO LineBuffer
                STRING "   Subtotal store " DELIMITED BY SIZE
                   MemberID DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   AmtDisp DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                MOVE LineBuffer TO PageLine
                PERFORM WriteStmtPage
             END-IF.

          PrintNextActivity.
             MOVE ZERO TO MinSub
             MOVE 99999999 TO MinDate
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > ActCount
                IF ActCustID(WSSub) = MemberID
                   AND ActPrinted(WSSub) = 'N'
                   AND ActDate(WSSub) >= MonthStart
                   AND ActDate(WSSub) <= MonthEnd
             IF MinSub > ZERO
                MOVE 'Y' TO ActPrinted(MinSub)
                ADD ActAmount(MinSub) TO ClosingBal
                ADD ActAmount(MinSub) TO MemberTotal
                MOVE ActAmount(MinSub) TO DollarMinus
                MOVE DollarMinus TO AmtDisp
                MOVE SPACE TO LineBuffer
                   AmtDisp DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                IF ActDue(MinSub) > ZERO
                   STRING "  Due " DELIMITED BY SIZE
                      ActDue(MinSub)(5:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      ActDue(MinSub)(7:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      ActDue(MinSub)(1:4) DELIMITED BY SIZE
                      INTO LineBuffer(41:20)
                   END-STRING
                END-IF
                MOVE LineBuffer TO PageLine
                PERFORM WriteStmtPage
                SUBTRACT 1 FROM MonthCount
             ELSE
                MOVE 'N' TO MemberMore
             END-IF.

          PrintStatementHeader.
