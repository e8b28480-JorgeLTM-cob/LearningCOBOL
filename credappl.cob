       IDENTIFICATION DIVISION.
          PROGRAM-ID.   credappl.
          AUTHOR.      Brownies.
          DATE-WRITTEN September 27th, 2021.
      * Modification History
      *   2021-09-27 Brownies - new program: applies the approved
      *              credit review recommendations.  Supervisor sign
      *              on (operators.txt, password).  Reads the
      *              creditrev.txt file credrev wrote, after the
      *              credit manager has marked the ones to take with
      *              Y in the approval byte, and for each approved
      *              line sets the new CreditLimit (RAISE, LOWER) or
      *              puts the customer on CreditHold (ONHOLD).  A
      *              line whose customer's limit has changed since
      *              the review, or who is gone or inactive, is
      *              skipped and reported.  Each change writes the
      *              before and after images to custhist.txt, a
      *              CREDREVIEW audit action under the signed-on
      *              operator, and a before/after line to
      *              CreditApply.txt; the customer file is taken
      *              under the CUSTLOCK single-writer lock.  Start
      *              and end go to the common job log.
      *   2021-12-04 Brownies - the audit record now comes from
      *              the shared AUDREC copybook, which adds the chain
      *              sequence number and check value; every entry is
      *              stamped through AUDCHAIN just before it is
      *              written.
      *   2021-12-10 Brownies - customer images widened to 187 for the
      *              DelivPref delivery preference added to CUSTREC.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL ReviewFile ASSIGN TO "creditrev.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
             SELECT OPTIONAL AuditFile ASSIGN TO "audit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL HistFile ASSIGN TO "custhist.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO "CreditApply.txt"
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
             FD ReviewFile.
                01 ReviewData.
                   02 CRCustID    PIC 9(5).
                   02 CRAction    PIC X(6).
                   02 CRCurLimit  PIC 9(7)V99.
                   02 CRNewLimit  PIC 9(7)V99.
                   02 CRApproved  PIC X(1).
                   02 CRReviewDate PIC 9(8).
             FD CustomerFile.
                COPY CUSTREC.
             FD AuditFile.
                COPY AUDREC.
             FD HistFile.
                01 HistRecord.
                   02 HRStamp PIC X(21).
                   02 HRImage PIC X(187).
             FD ReportFile.
                01 ReportLine PIC X(100).
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
             01 ReviewEOF   PIC X VALUE 'N'.
             01 CustFound   PIC X.
             01 SkipReason  PIC X(30).
             01 PriorImage  PIC X(187).
             01 ChangeStamp PIC X(21).
             01 ReadCount   PIC 9(5) VALUE ZERO.
             01 AppliedCount PIC 9(5) VALUE ZERO.
             01 SkippedCount PIC 9(5) VALUE ZERO.
             01 OldHold     PIC X(1).
             01 OldLimit    PIC 9(7)V99.
             01 Disp1       PIC X(14).
             01 Disp2       PIC X(14).
             01 LineBuffer  PIC X(100).
             01 LockAction  PIC X(1).
             01 LockHolder  PIC X(12).
             01 LockStamp   PIC X(21).
             01 LockStatus  PIC X(1).
             01 JLProgName PIC X(12) VALUE "credappl".
             01 JLPhase    PIC X(5).
             01 JLReadCt   PIC 9(7).
             01 JLWriteCt  PIC 9(7).
             01 JLRejCt    PIC 9(7).
             01 JLFinal    PIC X(8).
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          MainLine.
             PERFORM SignOn
             IF SignOnOK = 'Y' AND NOT OperSupervisor
                DISPLAY "Applying credit review changes is "
                   "supervisor-only"
                MOVE 'N' TO SignOnOK
             END-IF
             IF SignOnOK = 'Y'
                MOVE "START" TO JLPhase
                MOVE ZERO TO JLReadCt
                MOVE ZERO TO JLWriteCt
                MOVE ZERO TO JLRejCt
                MOVE SPACE TO JLFinal
                CALL "JOBLOG" USING JLProgName, JLPhase,
                   JLReadCt, JLWriteCt, JLRejCt, JLFinal
                MOVE "credappl" TO LockHolder
                MOVE 'A' TO LockAction
                CALL "CUSTLOCK" USING LockAction, LockHolder,
                   LockStamp, LockStatus
                IF LockStatus NOT = '0'
                   DISPLAY "customer.txt is held by "
                      FUNCTION TRIM(LockHolder) " since "
                      LockStamp(1:8) " - nothing applied"
                   MOVE "LOCKED" TO JLFinal
                ELSE
                   PERFORM ApplyReviewFile
                   MOVE 'R' TO LockAction
                   CALL "CUSTLOCK" USING LockAction, LockHolder,
                      LockStamp, LockStatus
                   MOVE "OK" TO JLFinal
                   DISPLAY "Lines read : " ReadCount
                      "  Applied : " AppliedCount
                      "  Skipped : " SkippedCount
                   DISPLAY "Report written to CreditApply.txt"
                END-IF
                MOVE "END" TO JLPhase
                MOVE ReadCount TO JLReadCt
                MOVE AppliedCount TO JLWriteCt
                MOVE SkippedCount TO JLRejCt
                CALL "JOBLOG" USING JLProgName, JLPhase,
                   JLReadCt, JLWriteCt, JLRejCt, JLFinal
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

          ApplyReviewFile.
             OPEN INPUT ReviewFile
             OPEN I-O CustomerFile
             OPEN EXTEND AuditFile
             OPEN EXTEND HistFile
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Credit Review Changes Applied   Operator: "
                DELIMITED BY SIZE
                SignedOnID DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Cust   Action    Limit before    Limit after"
                DELIMITED BY SIZE
                "  Hold  Result" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             PERFORM UNTIL ReviewEOF = 'Y'
                READ ReviewFile
                   AT END MOVE 'Y' TO ReviewEOF
                   NOT AT END
                      ADD 1 TO ReadCount
                      IF CRApproved = 'Y' OR CRApproved = 'y'
                         PERFORM ApplyOneLine
                      END-IF
                END-READ
             END-PERFORM
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Applied " DELIMITED BY SIZE
                AppliedCount DELIMITED BY SIZE
                "   Skipped " DELIMITED BY SIZE
                SkippedCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             CLOSE ReportFile
             CLOSE HistFile
             CLOSE AuditFile
             CLOSE CustomerFile
             CLOSE ReviewFile.

          ApplyOneLine.
             MOVE 'Y' TO CustFound
             MOVE SPACE TO SkipReason
             MOVE CRCustID TO IDNum
             READ CustomerFile
                INVALID KEY MOVE 'N' TO CustFound
             END-READ
             EVALUATE TRUE
                WHEN CustFound = 'N'
                   MOVE "customer not on file" TO SkipReason
                WHEN NOT CustActive
                   MOVE "customer inactive" TO SkipReason
                WHEN CreditLimit NOT = CRCurLimit
                   MOVE "limit changed since review" TO SkipReason
                WHEN CRAction NOT = "RAISE"
                   AND CRAction NOT = "LOWER"
                   AND CRAction NOT = "ONHOLD"
                   MOVE "unknown action" TO SkipReason
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
             IF SkipReason NOT = SPACE
                ADD 1 TO SkippedCount
                MOVE CreditLimit TO OldLimit
                MOVE CreditHold TO OldHold
                PERFORM PrintApplyLine
             ELSE
                PERFORM ChangeCustomer
             END-IF.

          ChangeCustomer.
      * custhist.txt gets the image before and the image after, one
      * stamp on both, so the history view shows the change itself
             MOVE CustomerData TO PriorImage
             MOVE CreditLimit TO OldLimit
             MOVE CreditHold TO OldHold
             IF CRAction = "ONHOLD"
                MOVE 'H' TO CreditHold
             ELSE
                MOVE CRNewLimit TO CreditLimit
             END-IF
             REWRITE CustomerData
                INVALID KEY
                   MOVE "rewrite failed" TO SkipReason
             END-REWRITE
             IF SkipReason NOT = SPACE
                ADD 1 TO SkippedCount
             ELSE
                ADD 1 TO AppliedCount
                MOVE FUNCTION CURRENT-DATE TO ChangeStamp
                MOVE ChangeStamp TO HRStamp
                MOVE PriorImage TO HRImage
                WRITE HistRecord
                MOVE ChangeStamp TO HRStamp
                MOVE CustomerData TO HRImage
                WRITE HistRecord
                MOVE "CREDREVIEW" TO AuditAction
                MOVE IDNum TO AuditIDNum
                MOVE ChangeStamp TO AuditTimeStamp
                MOVE SignedOnID TO AuditOperID
                CALL "AUDCHAIN" USING AuditRecord
                WRITE AuditRecord
             END-IF
             PERFORM PrintApplyLine.

          PrintApplyLine.
             MOVE OldLimit TO Dollar
             MOVE Dollar TO Disp1
             IF SkipReason = SPACE
                MOVE CreditLimit TO Dollar
             ELSE
                MOVE OldLimit TO Dollar
             END-IF
             MOVE Dollar TO Disp2
             MOVE SPACE TO LineBuffer
             STRING CRCustID DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                CRAction DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                "   " DELIMITED BY SIZE
                OldHold DELIMITED BY SIZE
                ">" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             IF SkipReason = SPACE
                MOVE CreditHold TO LineBuffer(49:1)
                MOVE "APPLIED" TO LineBuffer(53:7)
             ELSE
                MOVE OldHold TO LineBuffer(49:1)
                STRING "SKIPPED - " DELIMITED BY SIZE
                   SkipReason DELIMITED BY SIZE
                   INTO LineBuffer(53:40)
                END-STRING
             END-IF
             WRITE ReportLine FROM LineBuffer.
