       IDENTIFICATION DIVISION.
          PROGRAM-ID.   dispute.
          AUTHOR.      Brownies.
          DATE-WRITTEN September 15th, 2021.
      * Modification History
      *   2021-09-15 Brownies - new program: invoice dispute entry,
      *              in the invvoid mold.  The operator signs on
      *              (operators.txt, password, three tries), keys
      *              the invoice number, and either opens a dispute
      *              on it - a reason code off the table below and
      *              a short note - or resolves the one that is
      *              open.  Opening marks the master item IMDisputed
      *              so dunning, finance charges and the collections
      *              worklist pass it by; resolving clears the flag.
      *              Every open and resolve goes to the dispute log
      *              disputes.txt (invoice, customer, action, reason,
      *              operator, date, open amount, note) and to
      *              audit.txt as a DISPUTE or DISPRESOLV action.
      *              disprpt reports the open disputes by age.
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
             SELECT OPTIONAL InvMastFile ASSIGN TO "invmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IMInvNum.
             SELECT OPTIONAL DisputeFile ASSIGN TO "disputes.txt"
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
             FD InvMastFile.
                COPY INVMAST.
             FD DisputeFile.
                01 DisputeData.
                   02 DSInvNum  PIC 9(7).
                   02 DSCustID  PIC 9(5).
                   02 DSAction  PIC X(1).
                      88 DSOpened   VALUE 'O'.
                      88 DSResolved VALUE 'R'.
                   02 DSReason  PIC X(2).
                   02 DSOperID  PIC X(8).
                   02 DSDate    PIC 9(8).
                   02 DSAmount  PIC 9(7)V99.
                   02 DSNote    PIC X(40).
             FD AuditFile.
                COPY AUDREC.
          WORKING-STORAGE SECTION.
             01 SignOnEntry   PIC X(8).
             01 SignedOnID    PIC X(8) VALUE SPACE.
             01 SignedOnName  PIC X(20).
             01 SignedOnLevel PIC X(1).
             01 SignOnOK    PIC X.
             01 SignOnTries PIC 9.
             01 PwEntry     PIC X(12).
             01 OperEOF     PIC X.
             01 MoreEntries PIC X VALUE 'Y'.
             01 EntryInvNum PIC 9(7).
             01 EntryReason PIC X(2).
             01 EntryNote   PIC X(40).
             01 InvFound    PIC X.
             01 ReasonOK    PIC X.
             01 LogAction   PIC X(1).
             01 Confirm     PIC X.
             01 RunDate     PIC 9(8).
             01 OpenAmount  PIC 9(7)V99.
             01 OpenedCount PIC 9(5) VALUE ZERO.
             01 ResolvedCount PIC 9(5) VALUE ZERO.
             01 ReasonTable.
                02 FILLER PIC X(22) VALUE "PRWrong price         ".
                02 FILLER PIC X(22) VALUE "SHShort shipment      ".
                02 FILLER PIC X(22) VALUE "DMDamaged goods       ".
                02 FILLER PIC X(22) VALUE "NRNot received        ".
                02 FILLER PIC X(22) VALUE "DUDuplicate billing   ".
                02 FILLER PIC X(22) VALUE "OTOther               ".
             01 ReasonList REDEFINES ReasonTable.
                02 ReasonEntry OCCURS 6 TIMES
                      INDEXED BY ReasonIdx.
                   03 ReasonCode PIC X(2).
                   03 ReasonDesc PIC X(20).
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          MainLine.
             PERFORM SignOn
             IF SignOnOK = 'Y'
                MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
                PERFORM DisputeOneInvoice WITH TEST AFTER
                   UNTIL MoreEntries NOT = 'Y'
                DISPLAY "Disputes opened   : " OpenedCount
                DISPLAY "Disputes resolved : " ResolvedCount
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

          DisputeOneInvoice.
             DISPLAY "   "
             DISPLAY "Enter Invoice Number : " WITH NO ADVANCING
             ACCEPT EntryInvNum
             MOVE 'Y' TO InvFound
             OPEN I-O InvMastFile
             MOVE EntryInvNum TO IMInvNum
             READ InvMastFile
                INVALID KEY MOVE 'N' TO InvFound
             END-READ
             EVALUATE TRUE
                WHEN InvFound = 'N'
                   DISPLAY "Invoice not on the master"
                WHEN IMCreditMemo
                   DISPLAY "Reference is a credit memo - not "
                      "disputable"
                WHEN NOT IMOpen
                   DISPLAY "Invoice is not open - nothing to "
                      "dispute"
                WHEN IMDisputed
                   PERFORM ResolveDispute
                WHEN OTHER
                   PERFORM OpenDispute
             END-EVALUATE
             CLOSE InvMastFile
             DISPLAY "Another invoice? (Y/N): " WITH NO ADVANCING
             ACCEPT MoreEntries.

          ShowInvoice.
             COMPUTE OpenAmount = IMTotal - IMPaid
             DISPLAY "Invoice  : " IMInvNum "  Customer: " IMCustID
                "  Date: " IMInvDate
             MOVE IMTotal TO Dollar
             DISPLAY "Total    : " Dollar
             MOVE OpenAmount TO Dollar
             DISPLAY "Open     : " Dollar.

          OpenDispute.
             PERFORM ShowInvoice
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
                DISPLAY "Unknown reason code - not disputed"
             ELSE
                DISPLAY "Note : " WITH NO ADVANCING
                ACCEPT EntryNote
                SET IMDisputed TO TRUE
                REWRITE InvMastData
                   INVALID KEY DISPLAY "Master not updated"
                END-REWRITE
                MOVE 'O' TO LogAction
                PERFORM WriteDisputeLog
                MOVE "DISPUTE" TO AuditAction
                PERFORM WriteDisputeAudit
                ADD 1 TO OpenedCount
                DISPLAY "Invoice " IMInvNum " is now in dispute"
             END-IF.

          ResolveDispute.
             PERFORM ShowInvoice
             DISPLAY "Invoice is in dispute - resolve it? (Y/N) : "
                WITH NO ADVANCING
             ACCEPT Confirm
             IF Confirm = 'Y' OR Confirm = 'y'
                DISPLAY "Resolution note : " WITH NO ADVANCING
                ACCEPT EntryNote
                MOVE SPACE TO EntryReason
                SET IMNotDisputed TO TRUE
                REWRITE InvMastData
                   INVALID KEY DISPLAY "Master not updated"
                END-REWRITE
                MOVE 'R' TO LogAction
                PERFORM WriteDisputeLog
                MOVE "DISPRESOLV" TO AuditAction
                PERFORM WriteDisputeAudit
                ADD 1 TO ResolvedCount
                DISPLAY "Dispute on invoice " IMInvNum " resolved"
             ELSE
                DISPLAY "Dispute left open"
             END-IF.

          WriteDisputeLog.
             OPEN EXTEND DisputeFile
             MOVE IMInvNum TO DSInvNum
             MOVE IMCustID TO DSCustID
             MOVE LogAction TO DSAction
             MOVE EntryReason TO DSReason
             MOVE SignedOnID TO DSOperID
             MOVE RunDate TO DSDate
             MOVE OpenAmount TO DSAmount
             MOVE EntryNote TO DSNote
             WRITE DisputeData
             CLOSE DisputeFile.

          WriteDisputeAudit.
             OPEN EXTEND AuditFile
             MOVE IMCustID TO AuditIDNum
             MOVE FUNCTION CURRENT-DATE TO AuditTimeStamp
             MOVE SignedOnID TO AuditOperID
             CALL "AUDCHAIN" USING AuditRecord
             WRITE AuditRecord
             CLOSE AuditFile.
