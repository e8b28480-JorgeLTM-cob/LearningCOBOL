       IDENTIFICATION DIVISION.
          PROGRAM-ID.   refund.
          AUTHOR.      Brownies.
          DATE-WRITTEN September 21st, 2021.
      * Modification History
      *   2021-09-21 Brownies - new program: customer refund run.
      *              The AR clerk signs on (operators.txt, password,
      *              three tries).  Every customer's balance is
      *              totaled off the invoice master the way credrpt
      *              does - open items net of open credit memos,
      *              less unapplied cash on arcash.txt - and each
      *              customer left with a net credit is shown for
      *              approval.  An approved refund takes the credit
      *              off the account, unapplied cash first and then
      *              the open credit memos oldest first (a memo used
      *              up is closed), gets the next refund number off
      *              refseq.txt, and is journaled to payments.txt
      *              as an RFD line so the ledger extract books it
      *              and the statement shows it.  Each refund goes
      *              on the refund register (RefundReg.txt), on the
      *              check-request file for payables (checkreq.txt)
      *              and to audit.txt as a REFUND action.  Run the
      *              paymnt apply pass first: only the net credit
      *              is refunded, and what is left of the credits
      *              still has open items to go against.  Start
      *              and end go to the common job log.
      *   2021-12-04 Brownies - the audit record now comes from
      *              the shared AUDREC copybook, which adds the chain
      *              sequence number and check value; every entry is
      *              stamped through AUDCHAIN just before it is
      *              written.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
             SELECT OPTIONAL InvMastFile ASSIGN TO "invmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IMInvNum.
             SELECT OPTIONAL CashFile ASSIGN TO "arcash.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ACCustID.
             SELECT OPTIONAL PaymentFile ASSIGN TO "payments.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL RefSeqFile ASSIGN TO "refseq.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL CheckReqFile ASSIGN TO "checkreq.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL AuditFile ASSIGN TO "audit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO "RefundReg.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD OperatorFile.
                01 OperRecord.
                   02 OperID    PIC X(8).
                   02 OperName  PIC X(20).
                   02 OperLevel PIC X(1).
                   02 OperPass  PIC X(12).
                   02 OperStatus PIC X(1).
                      88 OperUsable    VALUE 'A' ' '.
                      88 OperLockedOut VALUE 'L'.
                      88 OperDisabled  VALUE 'D'.
                   02 OperPwdChg PIC X(1).
             FD CustomerFile.
                COPY CUSTREC.
             FD InvMastFile.
                COPY INVMAST.
             FD CashFile.
                01 CashData.
                   02 ACCustID PIC 9(5).
                   02 ACAmount PIC 9(7)V99.
             FD PaymentFile.
                01 PaymentData.
                   02 PayDate   PIC 9(8).
                   02 PayCustID PIC 9(5).
                   02 PayInvRef PIC X(10).
                   02 PayAmount PIC 9(6)V99.
             FD RefSeqFile.
                01 RefSeqRec PIC 9(7).
             FD CheckReqFile.
                01 CheckReqData.
                   02 CRRefundNum PIC 9(7).
                   02 CRDate      PIC 9(8).
                   02 CRCustID    PIC 9(5).
                   02 CRPayee     PIC X(47).
                   02 CRStreet    PIC X(20).
                   02 CRCity      PIC X(15).
                   02 CRState     PIC X(2).
                   02 CRZip       PIC X(10).
                   02 CRAmount    PIC 9(7)V99.
                   02 CROperID    PIC X(8).
             FD AuditFile.
                COPY AUDREC.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 SignOnEntry   PIC X(8).
             01 SignedOnID    PIC X(8) VALUE SPACE.
             01 SignedOnName  PIC X(20).
             01 SignedOnLevel PIC X(1).
             01 SignOnOK    PIC X.
             01 SignOnTries PIC 9.
             01 PwEntry     PIC X(12).
             01 OperEOF     PIC X.
             01 MastEOF     PIC X VALUE 'N'.
             01 CustEOF     PIC X VALUE 'N'.
             01 RunDate     PIC 9(8).
             01 PostPeriod  PIC 9(6).
             01 PeriodStatus PIC X(1).
             01 Approve     PIC X.
             01 StopRun     PIC X VALUE 'N'.
             01 WSSub       PIC 9(3).
             01 BalSub      PIC 9(3).
             01 BalTable.
                02 BalEntry OCCURS 500 TIMES.
                   03 BalCustID PIC 9(5).
                   03 BalOpen   PIC S9(9)V99.
             01 BalCount    PIC 9(3) VALUE ZERO.
             01 BalTableFull PIC X VALUE 'N'.
             01 CustBalance PIC S9(9)V99.
             01 CashAvail   PIC 9(7)V99.
             01 RefundAmt   PIC 9(7)V99.
             01 RefundLeft  PIC 9(7)V99.
             01 TakeAmt     PIC 9(7)V99.
             01 RefundNum   PIC 9(7).
             01 CreditInv   PIC 9(7).
             01 CreditDate  PIC 9(8).
             01 CandCount   PIC 9(5) VALUE ZERO.
             01 RefundCount PIC 9(5) VALUE ZERO.
             01 RefundTotal PIC 9(9)V99 VALUE ZERO.
             01 ReadCount   PIC 9(5) VALUE ZERO.
             01 Disp1       PIC X(14).
             01 NoMiddleName PIC X(15) VALUE SPACE.
             01 FormattedName PIC X(47).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "refund".
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
             MOVE RunDate(1:6) TO PostPeriod
             CALL "PERCHK" USING PostPeriod, PeriodStatus
             IF PeriodStatus = 'C'
                DISPLAY "Period " PostPeriod " is closed - "
                   "refund run refused"
                MOVE "FAIL" TO JLFinal
             ELSE
                PERFORM SignOn
                IF SignOnOK = 'Y'
                   PERFORM LoadOpenBalances
                   PERFORM RefundRun
                   MOVE RefundTotal TO Dollar
                   DISPLAY "Refunds approved : " RefundCount
                      "  Total : " Dollar
                   DISPLAY "Register written to RefundReg.txt"
                   MOVE "OK" TO JLFinal
                ELSE
                   MOVE "FAIL" TO JLFinal
                END-IF
             END-IF
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             MOVE RefundCount TO JLWriteCt
             COMPUTE JLRejCt = CandCount - RefundCount
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          SignOn.
             MOVE 'N' TO SignOnOK
             MOVE ZERO TO SignOnTries
             PERFORM UNTIL SignOnOK = 'Y' OR SignOnTries >= 3
                ADD 1 TO SignOnTries
                DISPLAY "Operator ID : " WITH NO ADVANCING
                ACCEPT SignOnEntry
                PERFORM CheckOperator
                IF SignOnOK NOT = 'Y'
                   DISPLAY "Sign-on refused"
                END-IF
             END-PERFORM
             IF SignOnOK = 'Y'
                DISPLAY "Signed on : " FUNCTION TRIM(SignedOnName)
             ELSE
                DISPLAY "Sign-on failed - run ended"
             END-IF.

          CheckOperator.
             MOVE 'N' TO OperEOF
             OPEN INPUT OperatorFile
             PERFORM UNTIL OperEOF = 'Y'
                READ OperatorFile
                   AT END MOVE 'Y' TO OperEOF
                   NOT AT END
                      IF OperID = SignOnEntry
                         AND OperUsable
                         PERFORM CheckOperPassword
                         MOVE 'Y' TO OperEOF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE OperatorFile.

          CheckOperPassword.
      * a blank password is a new or just-reset operator: they
      * get in once here and the application sign-on forces them
      * to set one
             IF OperPass = SPACE
                MOVE 'Y' TO SignOnOK
             ELSE
                DISPLAY "Password : " WITH NO ADVANCING
                ACCEPT PwEntry
                IF PwEntry = OperPass
                   MOVE 'Y' TO SignOnOK
                ELSE
                   DISPLAY "Invalid password"
                END-IF
             END-IF
             IF SignOnOK = 'Y'
                MOVE OperID TO SignedOnID
                MOVE OperName TO SignedOnName
                MOVE OperLevel TO SignedOnLevel
             END-IF.

          LoadOpenBalances.
             OPEN INPUT InvMastFile
             MOVE LOW-VALUES TO IMInvNum
             START InvMastFile KEY IS NOT LESS THAN IMInvNum
                INVALID KEY MOVE 'Y' TO MastEOF
             END-START
             PERFORM UNTIL MastEOF = 'Y'
                READ InvMastFile NEXT RECORD
                   AT END MOVE 'Y' TO MastEOF
                   NOT AT END
                      IF IMOpen AND IMTotal > IMPaid
                         PERFORM TallyOneInvoice
                      END-IF
                END-READ
             END-PERFORM
             CLOSE InvMastFile.

          TallyOneInvoice.
             MOVE ZERO TO BalSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > BalCount OR BalSub > ZERO
                IF BalCustID(WSSub) = IMCustID
                   MOVE WSSub TO BalSub
                END-IF
             END-PERFORM
             IF BalSub = ZERO AND BalCount < 500
                ADD 1 TO BalCount
                MOVE BalCount TO BalSub
                MOVE IMCustID TO BalCustID(BalSub)
                MOVE ZERO TO BalOpen(BalSub)
             END-IF
             IF BalSub > ZERO
                IF IMCreditMemo
                   COMPUTE BalOpen(BalSub) =
                      BalOpen(BalSub) - IMTotal + IMPaid
                ELSE
                   COMPUTE BalOpen(BalSub) =
                      BalOpen(BalSub) + IMTotal - IMPaid
                END-IF
             ELSE
                IF BalTableFull NOT = 'Y'
                   DISPLAY "More than 500 customers with open "
                      "items - extra customers not checked"
                   MOVE 'Y' TO BalTableFull
                END-IF
             END-IF.

          RefundRun.
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Refund Register            Date: "
                DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                "   Approved by: " DELIMITED BY SIZE
                SignedOnID DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Refund#  Cust   Name" DELIMITED BY SIZE
                "                                   Amount"
                DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             OPEN INPUT CustomerFile
             OPEN I-O CashFile
             OPEN I-O InvMastFile
             MOVE LOW-VALUES TO IDNum
             START CustomerFile KEY IS NOT LESS THAN IDNum
                INVALID KEY MOVE 'Y' TO CustEOF
             END-START
             PERFORM UNTIL CustEOF = 'Y' OR StopRun = 'Y'
                READ CustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO CustEOF
                   NOT AT END
                      ADD 1 TO ReadCount
                      PERFORM CheckOneCustomer
                END-READ
             END-PERFORM
             CLOSE InvMastFile
             CLOSE CashFile
             CLOSE CustomerFile
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE RefundTotal TO Dollar
             MOVE SPACE TO LineBuffer
             STRING "Refunds : " DELIMITED BY SIZE
                RefundCount DELIMITED BY SIZE
                "   Total : " DELIMITED BY SIZE
                Dollar DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             CLOSE ReportFile.

          CheckOneCustomer.
             MOVE ZERO TO CustBalance
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > BalCount
                IF BalCustID(WSSub) = IDNum
                   MOVE BalOpen(WSSub) TO CustBalance
                   MOVE BalCount TO WSSub
                END-IF
             END-PERFORM
             MOVE ZERO TO CashAvail
             MOVE IDNum TO ACCustID
             READ CashFile
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE ACAmount TO CashAvail
             END-READ
             SUBTRACT CashAvail FROM CustBalance
             IF CustBalance < ZERO
                ADD 1 TO CandCount
                COMPUTE RefundAmt = ZERO - CustBalance
                CALL "NAMEFMT" USING FirstName, NoMiddleName,
                   LastName, FormattedName
                MOVE RefundAmt TO Dollar
                DISPLAY "   "
                DISPLAY "Customer " IDNum "  "
                   FUNCTION TRIM(FormattedName)
                DISPLAY "Credit balance : " Dollar
                   "  (unapplied cash " WITH NO ADVANCING
                MOVE CashAvail TO Dollar
                DISPLAY FUNCTION TRIM(Dollar) ")"
                DISPLAY "Refund? (Y = yes, N = skip, Q = quit) : "
                   WITH NO ADVANCING
                ACCEPT Approve
                MOVE FUNCTION UPPER-CASE(Approve) TO Approve
                EVALUATE Approve
                   WHEN 'Y'
                      PERFORM IssueRefund
                   WHEN 'Q'
                      MOVE 'Y' TO StopRun
                   WHEN OTHER
                      DISPLAY "Skipped"
                END-EVALUATE
             END-IF.

          IssueRefund.
             MOVE RefundAmt TO RefundLeft
             PERFORM DrawDownCash
             MOVE 1 TO CreditInv
             PERFORM DrawDownOldestCredit WITH TEST BEFORE
                UNTIL RefundLeft = ZERO OR CreditInv = ZERO
             PERFORM AssignRefundNum
             PERFORM WriteRefundLine
             PERFORM WriteCheckRequest
             PERFORM WriteRefundAudit
             PERFORM PrintRefundLine
             ADD 1 TO RefundCount
             ADD RefundAmt TO RefundTotal
             DISPLAY "Refund " RefundNum " issued".

          DrawDownCash.
             IF CashAvail > ZERO
                MOVE RefundLeft TO TakeAmt
                IF TakeAmt > CashAvail
                   MOVE CashAvail TO TakeAmt
                END-IF
                MOVE IDNum TO ACCustID
                READ CashFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      SUBTRACT TakeAmt FROM ACAmount
                      SUBTRACT TakeAmt FROM RefundLeft
                      REWRITE CashData
                         INVALID KEY DISPLAY
                            "Unapplied cash not updated"
                      END-REWRITE
                END-READ
             END-IF.

          DrawDownOldestCredit.
             MOVE ZERO TO CreditInv
             MOVE 99999999 TO CreditDate
             MOVE 'N' TO MastEOF
             MOVE LOW-VALUES TO IMInvNum
             START InvMastFile KEY IS NOT LESS THAN IMInvNum
                INVALID KEY MOVE 'Y' TO MastEOF
             END-START
             PERFORM UNTIL MastEOF = 'Y'
                READ InvMastFile NEXT RECORD
                   AT END MOVE 'Y' TO MastEOF
                   NOT AT END
                      IF IMCustID = IDNum AND IMOpen
                         AND IMCreditMemo AND IMPaid < IMTotal
                         AND IMInvDate < CreditDate
                         MOVE IMInvDate TO CreditDate
                         MOVE IMInvNum TO CreditInv
                      END-IF
                END-READ
             END-PERFORM
             IF CreditInv > ZERO
                MOVE CreditInv TO IMInvNum
                READ InvMastFile
                   INVALID KEY MOVE ZERO TO CreditInv
                   NOT INVALID KEY
                      COMPUTE TakeAmt = IMTotal - IMPaid
                      IF TakeAmt > RefundLeft
                         MOVE RefundLeft TO TakeAmt
                      END-IF
                      ADD TakeAmt TO IMPaid
                      SUBTRACT TakeAmt FROM RefundLeft
                      IF IMPaid >= IMTotal
                         SET IMPaidOff TO TRUE
                      END-IF
                      REWRITE InvMastData
                         INVALID KEY DISPLAY
                            "Credit memo not updated"
                      END-REWRITE
                END-READ
             END-IF.

          AssignRefundNum.
             OPEN INPUT RefSeqFile
             READ RefSeqFile
                AT END MOVE 1 TO RefundNum
                NOT AT END MOVE RefSeqRec TO RefundNum
             END-READ
             CLOSE RefSeqFile
             OPEN OUTPUT RefSeqFile
             COMPUTE RefSeqRec = RefundNum + 1
             WRITE RefSeqRec
             CLOSE RefSeqFile.

          WriteRefundLine.
             OPEN EXTEND PaymentFile
             MOVE RunDate TO PayDate
             MOVE IDNum TO PayCustID
             MOVE SPACE TO PayInvRef
             STRING "RFD" DELIMITED BY SIZE
                RefundNum DELIMITED BY SIZE
                INTO PayInvRef
             END-STRING
             MOVE RefundAmt TO PayAmount
             WRITE PaymentData
             CLOSE PaymentFile.

          WriteCheckRequest.
             OPEN EXTEND CheckReqFile
             MOVE RefundNum TO CRRefundNum
             MOVE RunDate TO CRDate
             MOVE IDNum TO CRCustID
             MOVE FormattedName TO CRPayee
             MOVE StreetAddr TO CRStreet
             MOVE City TO CRCity
             MOVE State TO CRState
             MOVE Zip TO CRZip
             MOVE RefundAmt TO CRAmount
             MOVE SignedOnID TO CROperID
             WRITE CheckReqData
             CLOSE CheckReqFile.

          WriteRefundAudit.
             OPEN EXTEND AuditFile
             MOVE "REFUND" TO AuditAction
             MOVE IDNum TO AuditIDNum
             MOVE FUNCTION CURRENT-DATE TO AuditTimeStamp
             MOVE SignedOnID TO AuditOperID
             CALL "AUDCHAIN" USING AuditRecord
             WRITE AuditRecord
             CLOSE AuditFile.

          PrintRefundLine.
             MOVE RefundAmt TO Dollar
             MOVE Dollar TO Disp1
             MOVE SPACE TO LineBuffer
             STRING RefundNum DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                IDNum DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                FormattedName DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.
