       IDENTIFICATION DIVISION.
          PROGRAM-ID.   expentry.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 26th, 2021.
      * Modification History
      *   2021-11-26 Brownies - new program: employee expense claim
      *              entry, so mileage and tool reimbursements stop
      *              going out of petty cash with no record.  Operator
      *              sign on (operators.txt, password), in the apentry
      *              mold.  A claim is keyed for an active employee
      *              with the date spent, the category (MILE, TOOL or
      *              OTHR), a description and the amount, and waits
      *              on the claim file (empexp.txt, EMPEXP) until a
      *              supervisor approves or rejects it - approval is
      *              supervisor-only and records who gave it.  The
      *              next payroll run pays approved claims with the
      *              employee's check as a reimbursement, not wages.
      *              An employee's claims can be listed, and one not
      *              yet paid cancelled.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT EmpFile ASSIGN TO "empmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EmpID.
             SELECT OPTIONAL ExpFile ASSIGN TO "empexp.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EXClaimNo
                ALTERNATE RECORD KEY IS EXEmpID WITH DUPLICATES.
             SELECT OPTIONAL ExpSeqFile ASSIGN TO "expseq.txt"
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
             FD EmpFile.
                COPY EMPREC.
             FD ExpFile.
                COPY EMPEXP.
             FD ExpSeqFile.
                01 ExpSeqRec PIC 9(6).
          WORKING-STORAGE SECTION.
             01 SignOnEntry   PIC X(8).
             01 SignedOnID    PIC X(8) VALUE SPACE.
             01 SignedOnName  PIC X(20).
             01 SignedOnLevel PIC X(1).
                88 OperSupervisor VALUE 'S'.
             01 SignOnOK    PIC X.
             01 SignOnTries PIC 9.
             01 PwEntry     PIC X(12).
             01 OperEOF     PIC X.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 UpdReply    PIC X(30).
             01 Confirm     PIC X.
             01 FileEOF     PIC X.
             01 RecFound    PIC X.
             01 EntryEmpID  PIC 9(4).
             01 EntryClaim  PIC 9(6).
             01 EntryDate   PIC 9(8).
             01 EntryCat    PIC X(4).
             01 EntryAmount PIC 9(5)V99.
             01 NewClaim    PIC 9(6).
             01 DCDate1     PIC 9(8).
             01 DCDate2     PIC 9(8).
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 DateOK      PIC X.
             01 CatOK       PIC X.
             01 ClaimCount  PIC 9(5) VALUE ZERO.
             01 EnteredCount  PIC 9(5) VALUE ZERO.
             01 ApprovedCount PIC 9(5) VALUE ZERO.
             01 RejectedCount PIC 9(5) VALUE ZERO.
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          MainLine.
             PERFORM SignOn
             IF SignOnOK = 'Y'
                OPEN INPUT EmpFile
                OPEN I-O ExpFile
                PERFORM UNTIL StayOpen = 'N'
                   DISPLAY "   "
                   DISPLAY "1 : Enter an Expense Claim"
                   DISPLAY "2 : Approve Claims (supervisor)"
                   DISPLAY "3 : List an Employee's Claims"
                   DISPLAY "4 : Cancel an Unpaid Claim"
                   DISPLAY "0 : Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT Choice
                   EVALUATE Choice
                      WHEN 1 PERFORM EnterClaim
                      WHEN 2 PERFORM ApproveClaims
                      WHEN 3 PERFORM ListClaims
                      WHEN 4 PERFORM CancelClaim
                      WHEN OTHER MOVE 'N' TO StayOpen
                   END-EVALUATE
                END-PERFORM
                CLOSE ExpFile
                CLOSE EmpFile
                DISPLAY "Claims entered : " EnteredCount
                DISPLAY "Claims approved : " ApprovedCount
                   "  rejected : " RejectedCount
             END-IF
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

          EnterClaim.
             DISPLAY "   "
             DISPLAY "Employee ID : " WITH NO ADVANCING
             ACCEPT EntryEmpID
             MOVE 'Y' TO RecFound
             MOVE EntryEmpID TO EmpID
             READ EmpFile
                INVALID KEY MOVE 'N' TO RecFound
             END-READ
             EVALUATE TRUE
                WHEN RecFound = 'N'
                   DISPLAY "Employee not on the master - see empmaint"
                WHEN EmpTerminated
                   DISPLAY "Employee " EntryEmpID " terminated "
                      EmpTermDate " - pay the claim by hand"
                WHEN OTHER
                   DISPLAY "Employee : " FUNCTION TRIM(EmpName)
                   PERFORM AcceptClaimDate WITH TEST AFTER
                      UNTIL DateOK = 'Y'
                   PERFORM AcceptCategory WITH TEST AFTER
                      UNTIL CatOK = 'Y'
                   DISPLAY "Description : " WITH NO ADVANCING
                   ACCEPT EXDesc
                   DISPLAY "Amount : " WITH NO ADVANCING
                   ACCEPT EntryAmount
                   IF EntryAmount = ZERO
                      DISPLAY "No amount - claim not entered"
                   ELSE
                      PERFORM SaveClaim
                   END-IF
             END-EVALUATE.

          AcceptClaimDate.
             MOVE 'Y' TO DateOK
             DISPLAY "Date Spent (YYYYMMDD) : " WITH NO ADVANCING
             ACCEPT EntryDate
             MOVE EntryDate TO DCDate1
             MOVE ZERO TO DCDate2
             CALL "DATECALC" USING DCDate1, DCDate2, "V",
                DCResult, DCStatus
             IF DCStatus NOT = '0'
                MOVE 'N' TO DateOK
                DISPLAY "Date is not valid"
             END-IF.

          AcceptCategory.
             MOVE 'Y' TO CatOK
             DISPLAY "Category (MILE, TOOL, OTHR) : "
                WITH NO ADVANCING
             ACCEPT EntryCat
             MOVE FUNCTION UPPER-CASE(EntryCat) TO EntryCat
             IF EntryCat NOT = "MILE" AND EntryCat NOT = "TOOL"
                AND EntryCat NOT = "OTHR"
                MOVE 'N' TO CatOK
                DISPLAY "Category must be MILE, TOOL or OTHR"
             END-IF.

          SaveClaim.
             PERFORM GetNextClaim
             MOVE NewClaim TO EXClaimNo
             MOVE EntryEmpID TO EXEmpID
             MOVE EntryDate TO EXDate
             MOVE EntryCat TO EXCategory
             MOVE EntryAmount TO EXAmount
             SET ExpEntered TO TRUE
             MOVE SignedOnID TO EXEnteredBy
             MOVE SPACE TO EXApprover
             MOVE ZERO TO EXPaidWeek
             MOVE SPACE TO EXPaidFreq
             WRITE ExpenseData
                INVALID KEY DISPLAY "Claim Not Added"
                NOT INVALID KEY
                   ADD 1 TO EnteredCount
                   DISPLAY "Claim " NewClaim " entered - waiting "
                      "for a supervisor to approve it"
             END-WRITE.

          GetNextClaim.
             OPEN INPUT ExpSeqFile
             READ ExpSeqFile
                AT END MOVE 1 TO NewClaim
                NOT AT END MOVE ExpSeqRec TO NewClaim
             END-READ
             CLOSE ExpSeqFile
             OPEN OUTPUT ExpSeqFile
             COMPUTE ExpSeqRec = NewClaim + 1
             WRITE ExpSeqRec
             CLOSE ExpSeqFile.

          ApproveClaims.
             IF NOT OperSupervisor
                DISPLAY "Approving claims is supervisor-only"
             ELSE
                MOVE 'N' TO FileEOF
                MOVE ZERO TO EXClaimNo
                START ExpFile KEY IS NOT LESS THAN EXClaimNo
                   INVALID KEY MOVE 'Y' TO FileEOF
                END-START
                PERFORM UNTIL FileEOF = 'Y'
                   READ ExpFile NEXT RECORD
                      AT END MOVE 'Y' TO FileEOF
                      NOT AT END
                         IF ExpEntered
                            PERFORM ApproveOneClaim
                         END-IF
                   END-READ
                END-PERFORM
                DISPLAY "End of claims waiting for approval"
             END-IF.

          ApproveOneClaim.
             MOVE 'Y' TO RecFound
             MOVE EXEmpID TO EmpID
             READ EmpFile
                INVALID KEY MOVE 'N' TO RecFound
             END-READ
             IF RecFound = 'N'
                MOVE "** not on the master **" TO EmpName
             END-IF
             MOVE EXAmount TO Dollar
             DISPLAY "   "
             DISPLAY "Claim " EXClaimNo "  employee " EXEmpID " "
                FUNCTION TRIM(EmpName) "  keyed by " EXEnteredBy
             DISPLAY EXDate "  " EXCategory "  "
                FUNCTION TRIM(EXDesc) "  " FUNCTION TRIM(Dollar)
             IF EXEnteredBy = SignedOnID
                DISPLAY "You keyed this claim - another supervisor "
                   "must approve it"
             ELSE
                DISPLAY "A = approve for payroll, R = reject, "
                   "Enter = leave waiting : " WITH NO ADVANCING
                ACCEPT UpdReply
                MOVE FUNCTION UPPER-CASE(UpdReply) TO UpdReply
                EVALUATE UpdReply(1:1)
                   WHEN 'A'
                      SET ExpApproved TO TRUE
                      MOVE SignedOnID TO EXApprover
                      REWRITE ExpenseData
                         INVALID KEY DISPLAY "Claim Not Updated"
                      END-REWRITE
                      ADD 1 TO ApprovedCount
                   WHEN 'R'
                      SET ExpRejected TO TRUE
                      MOVE SignedOnID TO EXApprover
                      REWRITE ExpenseData
                         INVALID KEY DISPLAY "Claim Not Updated"
                      END-REWRITE
                      ADD 1 TO RejectedCount
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
             END-IF.

          ListClaims.
             DISPLAY "Employee ID : " WITH NO ADVANCING
             ACCEPT EntryEmpID
             DISPLAY "   "
             DISPLAY "Claim   Date      Cat  Description          "
                "                Amount  S  Approver  Paid"
             MOVE ZERO TO ClaimCount
             MOVE 'N' TO FileEOF
             MOVE EntryEmpID TO EXEmpID
             START ExpFile KEY IS = EXEmpID
                INVALID KEY MOVE 'Y' TO FileEOF
             END-START
             PERFORM UNTIL FileEOF = 'Y'
                READ ExpFile NEXT RECORD
                   AT END MOVE 'Y' TO FileEOF
                   NOT AT END
                      IF EXEmpID NOT = EntryEmpID
                         MOVE 'Y' TO FileEOF
                      ELSE
                         ADD 1 TO ClaimCount
                         MOVE EXAmount TO Dollar
                         DISPLAY EXClaimNo "  " EXDate "  "
                            EXCategory " " EXDesc Dollar "  "
                            EXStatus "  " EXApprover "  "
                            EXPaidWeek
                      END-IF
                END-READ
             END-PERFORM
             IF ClaimCount = ZERO
                DISPLAY "No Claims On File"
             END-IF.

          CancelClaim.
             DISPLAY "Claim Number : " WITH NO ADVANCING
             ACCEPT EntryClaim
             MOVE 'Y' TO RecFound
             MOVE EntryClaim TO EXClaimNo
             READ ExpFile
                INVALID KEY MOVE 'N' TO RecFound
             END-READ
             EVALUATE TRUE
                WHEN RecFound = 'N'
                   DISPLAY "Claim not on file"
                WHEN NOT ExpEntered AND NOT ExpApproved
                   DISPLAY "Claim " EntryClaim " is " EXStatus
                      " - only an unpaid claim can be cancelled"
                WHEN OTHER
                   MOVE EXAmount TO Dollar
                   DISPLAY "Cancel claim " EntryClaim " for "
                      FUNCTION TRIM(Dollar) " - Are you sure? "
                      "(Y/N) : " WITH NO ADVANCING
                   ACCEPT Confirm
                   IF Confirm = 'Y' OR Confirm = 'y'
                      SET ExpCancelled TO TRUE
                      REWRITE ExpenseData
                         INVALID KEY DISPLAY "Claim Not Updated"
                      END-REWRITE
                      DISPLAY "Claim cancelled"
                   ELSE
                      DISPLAY "Cancel Cancelled"
                   END-IF
             END-EVALUATE.
