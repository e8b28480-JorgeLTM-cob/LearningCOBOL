       IDENTIFICATION DIVISION.
          PROGRAM-ID.   wrtoff.
          AUTHOR.      Brownies.
          DATE-WRITTEN September 19th, 2021.
      * Modification History
      *   2021-09-19 Brownies - new program: bad-debt write-off, in
      *              the invvoid mold but supervisor-only, the way
      *              opermnt is.  The supervisor signs on
      *              (operators.txt, password, three tries), sees
      *              the open items more than 90 days past their
      *              due date, and keys the ones to write off, each
      *              with a reason code off the table below.  The
      *              master item is closed as written off (IMStatus
      *              'W', so aging, dunning, statements and every
      *              open-balance reader net it out), a WRTOFF
      *              action carrying the reason code goes to
      *              audit.txt, and the write-off goes to
      *              writeoffs.txt - date, item, customer, the
      *              customer's rep, the amount written off, reason
      *              and supervisor - where the ledger extract books
      *              it to bad-debt expense against 1100 Receivable
      *              and commrpt claws back the rep's commission.
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
             SELECT OPTIONAL WriteOffFile ASSIGN TO "writeoffs.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL AuditFile ASSIGN TO "audit.txt"
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
             FD WriteOffFile.
                01 WriteOffData.
                   02 WODate    PIC 9(8).
                   02 WOInvNum  PIC 9(7).
                   02 WOCustID  PIC 9(5).
                   02 WORep     PIC X(3).
                   02 WOAmount  PIC 9(7)V99.
                   02 WOReason  PIC X(2).
                   02 WOOperID  PIC X(8).
             FD AuditFile.
                COPY AUDREC.
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
             01 MastEOF     PIC X.
             01 MoreEntries PIC X VALUE 'Y'.
             01 EntryInvNum PIC 9(7).
             01 EntryReason PIC X(2).
             01 InvFound    PIC X.
             01 ReasonOK    PIC X.
             01 Confirm     PIC X.
             01 RunDate     PIC 9(8).
             01 PostPeriod  PIC 9(6).
             01 PeriodStatus PIC X(1).
             01 ItemDue     PIC 9(8).
             01 AgeDays     PIC S9(5).
             01 Thirty      PIC 9(8) VALUE 30.
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 WriteOffAmt PIC 9(7)V99.
             01 WriteOffRep PIC X(3).
             01 CandCount   PIC 9(5).
             01 WOCount     PIC 9(5) VALUE ZERO.
             01 WOTotal     PIC 9(9)V99 VALUE ZERO.
             01 ReasonTable.
                02 FILLER PIC X(22) VALUE "BKBankruptcy          ".
                02 FILLER PIC X(22) VALUE "UCUncollectible       ".
                02 FILLER PIC X(22) VALUE "SKCustomer gone / skip".
                02 FILLER PIC X(22) VALUE "SMSmall balance       ".
                02 FILLER PIC X(22) VALUE "DSDispute settled     ".
                02 FILLER PIC X(22) VALUE "OTOther               ".
             01 ReasonList REDEFINES ReasonTable.
                02 ReasonEntry OCCURS 6 TIMES
                      INDEXED BY ReasonIdx.
                   03 ReasonCode PIC X(2).
                   03 ReasonDesc PIC X(20).
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          MainLine.
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             MOVE RunDate(1:6) TO PostPeriod
             CALL "PERCHK" USING PostPeriod, PeriodStatus
             IF PeriodStatus = 'C'
                DISPLAY "Period " PostPeriod " is closed - "
                   "write-offs refused"
                STOP RUN
             END-IF
             PERFORM SignOn
             IF SignOnOK = 'Y' AND NOT OperSupervisor
                DISPLAY "Bad-debt write-off is supervisor-only"
                MOVE 'N' TO SignOnOK
             END-IF
             IF SignOnOK = 'Y'
                PERFORM ListCandidates
                PERFORM WriteOffOneItem WITH TEST AFTER
                   UNTIL MoreEntries NOT = 'Y'
                MOVE WOTotal TO Dollar
                DISPLAY "Items written off : " WOCount
                   "  Total : " Dollar
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

          ListCandidates.
             MOVE ZERO TO CandCount
             DISPLAY "   "
             DISPLAY "Open items more than 90 days past due:"
             DISPLAY "Item     Cust   Due        Days"
                "           Open"
             MOVE 'N' TO MastEOF
             OPEN INPUT InvMastFile
             MOVE LOW-VALUES TO IMInvNum
             START InvMastFile KEY IS NOT LESS THAN IMInvNum
                INVALID KEY MOVE 'Y' TO MastEOF
             END-START
             PERFORM UNTIL MastEOF = 'Y'
                READ InvMastFile NEXT RECORD
                   AT END MOVE 'Y' TO MastEOF
                   NOT AT END
                      IF IMOpen AND NOT IMCreditMemo
                         AND IMPaid < IMTotal
                         PERFORM AgeThisItem
                         IF AgeDays > 90
                            ADD 1 TO CandCount
                            COMPUTE WriteOffAmt = IMTotal - IMPaid
                            MOVE WriteOffAmt TO Dollar
                            DISPLAY IMInvNum "  " IMCustID "  "
                               ItemDue "  " AgeDays " " Dollar
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE InvMastFile
             DISPLAY "Candidates : " CandCount.

          AgeThisItem.
             IF IMDueDate = ZERO
                MOVE IMInvDate TO ItemDue
                CALL "DATECALC" USING IMInvDate, Thirty, "A",
                   DCResult, DCStatus
                IF DCStatus = '0'
                   MOVE DCResult TO ItemDue
                END-IF
             ELSE
                MOVE IMDueDate TO ItemDue
             END-IF
             MOVE ZERO TO AgeDays
             CALL "DATECALC" USING RunDate, ItemDue, "D",
                DCResult, DCStatus
             IF DCStatus = '0'
                MOVE DCResult TO AgeDays
             END-IF.

          WriteOffOneItem.
             DISPLAY "   "
             DISPLAY "Enter Item Number to Write Off : "
                WITH NO ADVANCING
             ACCEPT EntryInvNum
             MOVE 'Y' TO InvFound
             OPEN I-O InvMastFile
             MOVE EntryInvNum TO IMInvNum
             READ InvMastFile
                INVALID KEY MOVE 'N' TO InvFound
             END-READ
             EVALUATE TRUE
                WHEN InvFound = 'N'
                   DISPLAY "Item not on the master"
                WHEN IMCreditMemo
                   DISPLAY "Reference is a credit memo - not a "
                      "receivable"
                WHEN NOT IMOpen
                   DISPLAY "Item is not open - nothing to write off"
                WHEN IMPaid >= IMTotal
                   DISPLAY "Item has no open balance"
                WHEN OTHER
                   PERFORM ShowAndConfirmWriteOff
             END-EVALUATE
             CLOSE InvMastFile
             DISPLAY "Another write-off? (Y/N): " WITH NO ADVANCING
             ACCEPT MoreEntries.

          ShowAndConfirmWriteOff.
             PERFORM AgeThisItem
             COMPUTE WriteOffAmt = IMTotal - IMPaid
             DISPLAY "Item     : " IMInvNum "  Customer: " IMCustID
                "  Date: " IMInvDate
             MOVE IMTotal TO Dollar
             DISPLAY "Total    : " Dollar
             MOVE WriteOffAmt TO Dollar
             DISPLAY "Open     : " Dollar "  Days past due: " AgeDays
             IF AgeDays NOT > 90
                DISPLAY "Note: item is not yet over 90 days past due"
             END-IF
             IF IMDisputed
                DISPLAY "Note: item is in dispute"
             END-IF
             DISPLAY "Reason codes:"
             PERFORM VARYING ReasonIdx FROM 1 BY 1
                UNTIL ReasonIdx > 6
                DISPLAY "   " ReasonCode(ReasonIdx) "  "
                   ReasonDesc(ReasonIdx)
             END-PERFORM
             DISPLAY "Reason : " WITH NO ADVANCING
             ACCEPT EntryReason
             MOVE FUNCTION UPPER-CASE(EntryReason) TO EntryReason
             MOVE 'N' TO ReasonOK
             PERFORM VARYING ReasonIdx FROM 1 BY 1
                UNTIL ReasonIdx > 6
                IF ReasonCode(ReasonIdx) = EntryReason
                   MOVE 'Y' TO ReasonOK
                END-IF
             END-PERFORM
             IF ReasonOK = 'N'
                DISPLAY "Unknown reason code - not written off"
             ELSE
                DISPLAY "Write this item off - Are you sure? (Y/N) : "
                   WITH NO ADVANCING
                ACCEPT Confirm
                IF Confirm = 'Y' OR Confirm = 'y'
                   SET IMWrittenOff TO TRUE
                   REWRITE InvMastData
                      INVALID KEY DISPLAY "Master not updated"
                   END-REWRITE
                   PERFORM FetchWriteOffRep
                   PERFORM WriteWriteOffLog
                   PERFORM WriteWriteOffAudit
                   ADD 1 TO WOCount
                   ADD WriteOffAmt TO WOTotal
                   DISPLAY "Item " IMInvNum " written off"
                ELSE
                   DISPLAY "Write-off Cancelled"
                END-IF
             END-IF.

          FetchWriteOffRep.
      * the clawback goes against the rep on the account today, the
      * way invvoid stamps its reversal with the customer's rep
             MOVE SPACE TO WriteOffRep
             OPEN INPUT CustomerFile
             MOVE IMCustID TO IDNum
             READ CustomerFile
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE RepCode TO WriteOffRep
             END-READ
             CLOSE CustomerFile.

          WriteWriteOffLog.
             OPEN EXTEND WriteOffFile
             MOVE RunDate TO WODate
             MOVE IMInvNum TO WOInvNum
             MOVE IMCustID TO WOCustID
             MOVE WriteOffRep TO WORep
             MOVE WriteOffAmt TO WOAmount
             MOVE EntryReason TO WOReason
             MOVE SignedOnID TO WOOperID
             WRITE WriteOffData
             CLOSE WriteOffFile.

          WriteWriteOffAudit.
             OPEN EXTEND AuditFile
             MOVE SPACE TO AuditAction
             STRING "WRTOFF " DELIMITED BY SIZE
                EntryReason DELIMITED BY SIZE
                INTO AuditAction
             END-STRING
             MOVE IMCustID TO AuditIDNum
             MOVE FUNCTION CURRENT-DATE TO AuditTimeStamp
             MOVE SignedOnID TO AuditOperID
             CALL "AUDCHAIN" USING AuditRecord
             WRITE AuditRecord
             CLOSE AuditFile.
