       IDENTIFICATION DIVISION.
          PROGRAM-ID.   loyalty.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 10th, 2021.
      * Modification History
      *   2021-11-10 Brownies - new program, in the ctrmaint and
      *              paymnt mold: the counter side of the loyalty
      *              points scheme (LOYALTY).  Look up a customer's
      *              points balance and ledger lines (points.txt);
      *              redeem points for a credit memo on the invoice
      *              master (invmast.txt, numbered off invseq.txt the
      *              way paymnt's memos are) that applies like any
      *              other credit, posting the redemption on the
      *              ledger against the memo; and run the expiry,
      *              lapsing what each customer earned LoyExpireMonths
      *              months back or more and has not spent since.
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
             SELECT OPTIONAL InvSeqFile ASSIGN TO "invseq.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL PointsFile ASSIGN TO "points.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD CustomerFile.
                COPY CUSTREC.
             FD InvMastFile.
                COPY INVMAST.
             FD InvSeqFile.
                01 InvSeqRec PIC 9(7).
             FD PointsFile.
                COPY POINTS.
          WORKING-STORAGE SECTION.
             COPY LOYALTY.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 EntryCustID PIC 9(5).
             01 CustFound   PIC X.
             01 EntryPoints PIC 9(7).
             01 Confirm     PIC X.
             01 RunDate     PIC 9(8).
             01 RunDateParts REDEFINES RunDate.
                02 RDYear  PIC 9(4).
                02 RDMonth PIC 99.
                02 RDDay   PIC 99.
             01 CutOff      PIC 9(8).
             01 CutOffParts REDEFINES CutOff.
                02 COYear  PIC 9(4).
                02 COMonth PIC 99.
                02 CODay   PIC 99.
             01 CutMonths   PIC S9(4).
             01 PointsEOF   PIC X.
             01 PtsBalance  PIC S9(7).
             01 PtsStatus   PIC X(1).
             01 PtsFunc     PIC X(1).
             01 PtsSource   PIC X(1).
             01 PtsRef      PIC 9(7).
             01 PtsAmount   PIC 9(7)V99.
             01 PtsCount    PIC 9(7).
             01 PtsDisp     PIC -(6)9.
             01 PtsWorth    PIC S9(7)V99.
             01 LotCount    PIC 9(7).
             01 LotRest     PIC 9(7).
             01 CreditRef   PIC 9(7).
             01 MemoCount   PIC 9(5) VALUE ZERO.
             01 ExpireCount PIC 9(5).
             01 ExpireTotal PIC 9(9).
             01 ExpireDisp  PIC Z(8)9.
      * each customer on the ledger: what they earned up to the
      * cut-off, what they have spent or lost at any time, and the
      * balance now
             01 ExpTable.
                02 ExpEntry OCCURS 1000 TIMES.
                   03 ExCustID  PIC 9(5).
                   03 ExOldEarn PIC S9(7).
                   03 ExSpent   PIC S9(7).
                   03 ExBalance PIC S9(7).
             01 ExpCount    PIC 9(4) VALUE ZERO.
             01 ExpSub      PIC 9(4).
             01 TabSub      PIC 9(4).
             01 TableFull   PIC X VALUE 'N'.
             01 ExpireDue   PIC S9(7).
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          StartPara.
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             OPEN INPUT CustomerFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Points Balance Inquiry"
                DISPLAY "2 : Redeem Points for a Credit Memo"
                DISPLAY "3 : Run the Points Expiry"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM PointsInquiry
                   WHEN 2 PERFORM RedeemPoints
                   WHEN 3 PERFORM ExpirePoints
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE CustomerFile
             DISPLAY "Credit memos posted : " MemoCount
          STOP RUN.

          GetCustomer.
             DISPLAY "Enter Customer ID : " WITH NO ADVANCING
             ACCEPT EntryCustID
             MOVE 'Y' TO CustFound
             MOVE EntryCustID TO IDNum
             READ CustomerFile
                INVALID KEY
                   MOVE 'N' TO CustFound
                   DISPLAY "Customer not on file"
             END-READ
             IF CustFound = 'Y'
                DISPLAY FUNCTION TRIM(FirstName) " "
                   FUNCTION TRIM(LastName)
                CALL "PTSBAL" USING EntryCustID, RunDate, PtsBalance,
                   PtsStatus
                MOVE PtsBalance TO PtsDisp
                COMPUTE PtsWorth ROUNDED = PtsBalance * LoyPointValue
                MOVE PtsWorth TO DollarMinus
                DISPLAY "Points balance : " PtsDisp "  worth "
                   FUNCTION TRIM(DollarMinus)
             END-IF.

          PointsInquiry.
             PERFORM GetCustomer
             IF CustFound = 'Y'
                DISPLAY "Date      Type  Points  Src  Reference"
                MOVE 'N' TO PointsEOF
                OPEN INPUT PointsFile
                PERFORM UNTIL PointsEOF = 'Y'
                   READ PointsFile
                      AT END MOVE 'Y' TO PointsEOF
                      NOT AT END
                         IF PLCustID = EntryCustID
                            MOVE PLPoints TO PtsDisp
                            DISPLAY PLDate "   " PLType "  " PtsDisp
                               "   " PLSource "   " PLRef
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE PointsFile
             END-IF.

          RedeemPoints.
             PERFORM GetCustomer
             IF CustFound = 'Y'
                DISPLAY "Points to redeem (lots of " LoyRedeemStep
                   ", at least " LoyRedeemMin ") : "
                   WITH NO ADVANCING
                ACCEPT EntryPoints
                DIVIDE EntryPoints BY LoyRedeemStep GIVING LotCount
                   REMAINDER LotRest
                EVALUATE TRUE
                   WHEN EntryPoints = ZERO
                      DISPLAY "Nothing redeemed"
                   WHEN EntryPoints < LoyRedeemMin
                      DISPLAY "Below the least that can be redeemed"
                   WHEN LotRest NOT = ZERO
                      DISPLAY "Points are redeemed in lots of "
                         LoyRedeemStep
                   WHEN EntryPoints > PtsBalance
                      DISPLAY "More than the customer holds"
                   WHEN OTHER
                      PERFORM ConfirmRedemption
                END-EVALUATE
             END-IF.

          ConfirmRedemption.
             COMPUTE PtsAmount ROUNDED = EntryPoints * LoyPointValue
             MOVE PtsAmount TO Dollar
             DISPLAY "Credit memo for " Dollar " - post? (Y/N) : "
                WITH NO ADVANCING
             ACCEPT Confirm
             IF Confirm = 'Y' OR Confirm = 'y'
                PERFORM AssignCreditRef
                PERFORM WriteCreditMemo
             ELSE
                DISPLAY "Redemption cancelled"
             END-IF.

          AssignCreditRef.
             OPEN INPUT InvSeqFile
             READ InvSeqFile
                AT END MOVE 1 TO CreditRef
                NOT AT END MOVE InvSeqRec TO CreditRef
             END-READ
             CLOSE InvSeqFile
             OPEN OUTPUT InvSeqFile
             COMPUTE InvSeqRec = CreditRef + 1
             WRITE InvSeqRec
             CLOSE InvSeqFile.

          WriteCreditMemo.
      * the points come off only once the memo is on the master
             OPEN I-O InvMastFile
             MOVE CreditRef TO IMInvNum
             MOVE EntryCustID TO IMCustID
             MOVE RunDate TO IMInvDate
             MOVE State TO IMState
             MOVE PtsAmount TO IMSubtotal
             MOVE ZERO TO IMTax
             MOVE PtsAmount TO IMTotal
             MOVE ZERO TO IMPaid
             SET IMOpen TO TRUE
             SET IMCreditMemo TO TRUE
             MOVE SPACE TO IMTermsCode
             MOVE ZERO TO IMDueDate
             MOVE ZERO TO IMDiscDate
             MOVE ZERO TO IMDiscRate
             SET IMNotDisputed TO TRUE
             WRITE InvMastData
                INVALID KEY
                   DISPLAY "Reference " CreditRef
                      " already on the master - not written"
                NOT INVALID KEY
                   MOVE 'R' TO PtsFunc
                   MOVE 'R' TO PtsSource
                   MOVE EntryPoints TO PtsCount
                   CALL "PTSPOST" USING EntryCustID, RunDate,
                      PtsFunc, PtsSource, CreditRef, PtsAmount,
                      PtsCount, PtsStatus
                   ADD 1 TO MemoCount
                   DISPLAY "Credit memo " CreditRef " posted for "
                      EntryPoints " points"
             END-WRITE
             CLOSE InvMastFile.

          ExpirePoints.
             PERFORM SetCutOff
             DISPLAY "Points earned on or before " CutOff
                " and not spent will lapse - run? (Y/N) : "
                WITH NO ADVANCING
             ACCEPT Confirm
             IF Confirm = 'Y' OR Confirm = 'y'
                PERFORM LoadExpiryTable
                MOVE ZERO TO ExpireCount
                MOVE ZERO TO ExpireTotal
                PERFORM ExpireOneCustomer VARYING ExpSub FROM 1 BY 1
                   UNTIL ExpSub > ExpCount
                MOVE ExpireTotal TO ExpireDisp
                DISPLAY "Customers with points lapsed : " ExpireCount
                DISPLAY "Points lapsed                : " ExpireDisp
             ELSE
                DISPLAY "Expiry not run"
             END-IF.

          SetCutOff.
      * the same day LoyExpireMonths months back; a day past the end
      * of a shorter month still compares correctly
             MOVE RunDate TO CutOff
             COMPUTE CutMonths = RDYear * 12 + RDMonth - 1
                - LoyExpireMonths
             DIVIDE CutMonths BY 12 GIVING COYear REMAINDER COMonth
             ADD 1 TO COMonth.

          LoadExpiryTable.
             MOVE ZERO TO ExpCount
             MOVE 'N' TO TableFull
             MOVE 'N' TO PointsEOF
             OPEN INPUT PointsFile
             PERFORM UNTIL PointsEOF = 'Y'
                READ PointsFile
                   AT END MOVE 'Y' TO PointsEOF
                   NOT AT END PERFORM TallyPointsLine
                END-READ
             END-PERFORM
             CLOSE PointsFile.

          TallyPointsLine.
             MOVE ZERO TO TabSub
             PERFORM VARYING ExpSub FROM 1 BY 1
                UNTIL ExpSub > ExpCount OR TabSub > ZERO
                IF ExCustID(ExpSub) = PLCustID
                   MOVE ExpSub TO TabSub
                END-IF
             END-PERFORM
             IF TabSub = ZERO
                IF ExpCount < 1000
                   ADD 1 TO ExpCount
                   MOVE ExpCount TO TabSub
                   MOVE PLCustID TO ExCustID(TabSub)
                   MOVE ZERO TO ExOldEarn(TabSub)
                   MOVE ZERO TO ExSpent(TabSub)
                   MOVE ZERO TO ExBalance(TabSub)
                ELSE
                   PERFORM WarnTableFull
                END-IF
             END-IF
             IF TabSub > ZERO
                ADD PLPoints TO ExBalance(TabSub)
                IF PLEarn
                   IF PLDate NOT > CutOff
                      ADD PLPoints TO ExOldEarn(TabSub)
                   END-IF
                ELSE
                   SUBTRACT PLPoints FROM ExSpent(TabSub)
                END-IF
             END-IF.

          WarnTableFull.
             IF TableFull NOT = 'Y'
                DISPLAY "The customer table is full - customers past "
                   "it are not expired this run"
                MOVE 'Y' TO TableFull
             END-IF.

          ExpireOneCustomer.
      * spending uses the oldest points first, so what lapses is the
      * old earnings less everything spent or lapsed to date
             COMPUTE ExpireDue = ExOldEarn(ExpSub) - ExSpent(ExpSub)
             IF ExpireDue > ExBalance(ExpSub)
                MOVE ExBalance(ExpSub) TO ExpireDue
             END-IF
             IF ExpireDue > ZERO
                MOVE 'X' TO PtsFunc
                MOVE 'X' TO PtsSource
                MOVE ZERO TO PtsRef
                MOVE ExpireDue TO PtsCount
                COMPUTE PtsAmount ROUNDED = ExpireDue * LoyPointValue
                CALL "PTSPOST" USING ExCustID(ExpSub), RunDate,
                   PtsFunc, PtsSource, PtsRef, PtsAmount, PtsCount,
                   PtsStatus
                IF PtsStatus = '0'
                   ADD 1 TO ExpireCount
                   ADD PtsCount TO ExpireTotal
                END-IF
             END-IF.
