       IDENTIFICATION DIVISION.
          PROGRAM-ID.   cyclecnt.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 9th, 2021.
      * Modification History
      *   2021-10-09 Brownies - new program: physical inventory and
      *              cycle counts, so the on-hand on items.txt gets
      *              corrected from the shelf and not only by
      *              receipts.  Operator sign on (operators.txt,
      *              password).  Printing the count sheets takes the
      *              next count number from cntseq.txt, covers every
      *              item or a cycle-count range of item codes, and
      *              freezes each item's book quantity and price on
      *              the count file (countsht.txt) at that moment;
      *              the sheets themselves (CountSheet.txt) are blind.
      *              Counts are keyed against the count number and
      *              can be re-keyed until posted.  The variance
      *              report (CountVar.txt) shows book, counted,
      *              variance and its value by item, uncounted items
      *              flagged.  Posting is supervisor-only and needs a
      *              confirmation: each variance moves ItemOnHand by
      *              counted less book - so sales and receipts made
      *              since the sheets printed stand - and is written
      *              to audit.txt as a CC action (item code in the
      *              action, no customer ID) under the operator, with
      *              the full detail journaled to cntadj.txt.
      *   2021-10-11 Brownies - the frozen price a variance is
      *              valued at is now the item's average cost, so
      *              shrinkage is stated at what the stock cost us;
      *              an item with no cost on file still falls back
      *              to its selling price.
      *   2021-10-13 Brownies - stock by location: a count is taken
      *              at one location - a branch on brmast.txt, or
      *              blank for the house location HSE - named when
      *              the sheets print.  The book quantity frozen is
      *              what itemloc.txt says that location holds, and
      *              posting moves the location's on-hand (through
      *              STKLOC) along with the company ItemOnHand.  The
      *              location is carried on countsht.txt and
      *              cntadj.txt (both records lengthened - clear
      *              countsht.txt of open counts first).
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
             SELECT OPTIONAL ItemFile ASSIGN TO "items.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
             SELECT OPTIONAL CountFile ASSIGN TO "countsht.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CSKey.
             SELECT OPTIONAL CntSeqFile ASSIGN TO "cntseq.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL AuditFile ASSIGN TO "audit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL BranchFile ASSIGN TO "brmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BrMastCode.
             SELECT OPTIONAL AdjLogFile ASSIGN TO "cntadj.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO ReportName
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
             FD ItemFile.
                COPY ITEMREC.
             FD CountFile.
                01 CountData.
                   02 CSKey.
                      03 CSCountNum PIC 9(5).
                      03 CSItemCode PIC X(8).
                   02 CSDate     PIC 9(8).
                   02 CSBookQty  PIC S9(5).
                   02 CSPrice    PIC 9(5)V99.
                   02 CSCountQty PIC 9(5).
                   02 CSCounted  PIC X(1).
                      88 CSIsCounted VALUE 'Y'.
                   02 CSStatus   PIC X(1).
                      88 CSOpen      VALUE 'O'.
                      88 CSPosted    VALUE 'P'.
                   02 CSBranch   PIC X(3).
             FD CntSeqFile.
                01 CntSeqRec PIC 9(5).
             FD AuditFile.
                COPY AUDREC.
             FD AdjLogFile.
                01 AdjLogData.
                   02 CADate     PIC 9(8).
                   02 CACountNum PIC 9(5).
                   02 CAItemCode PIC X(8).
                   02 CABookQty  PIC S9(5).
                   02 CACountQty PIC 9(5).
                   02 CAVariance PIC S9(5).
                   02 CAValue    PIC S9(7)V99.
                   02 CAOperID   PIC X(8).
                   02 CABranch   PIC X(3).
             FD BranchFile.
                01 BranchData.
                   02 BrMastCode PIC X(3).
                   02 BrMastName PIC X(20).
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
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 RunDate     PIC 9(8).
             01 ReportName  PIC X(20).
             01 FileEOF     PIC X.
             01 RecFound    PIC X.
             01 MoreCounts  PIC X.
             01 Confirm     PIC X.
             01 FromCode    PIC X(8).
             01 ToCode      PIC X(8).
             01 CountNum    PIC 9(5).
             01 EntryItem   PIC X(8).
             01 EntryQty    PIC 9(5).
             01 Variance    PIC S9(5).
             01 VarValue    PIC S9(7)V99.
             01 SheetCount  PIC 9(5).
             01 LineCount   PIC 9(5).
             01 UncountedCt PIC 9(5).
             01 VarianceCt  PIC 9(5).
             01 PostedCt    PIC 9(5).
             01 AlreadyPosted PIC X.
             01 ShrinkValue PIC S9(9)V99.
             01 OverValue   PIC S9(9)V99.
             01 NetValue    PIC S9(9)V99.
             01 QtyDisp     PIC -(4)9.
             01 CntDisp     PIC ZZZZ9.
             01 VarDisp     PIC -(4)9.
             01 Disp1       PIC X(14).
             01 Disp2       PIC X(14).
             01 Disp3       PIC X(14).
             01 LineBuffer  PIC X(100).
             01 CountBranch PIC X(3).
             01 BranchOK    PIC X.
             01 LocFunc     PIC X(1).
             01 LocQty      PIC S9(5).
             01 LocOnHand   PIC S9(5).
             01 LocStatus   PIC X(1).
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          MainLine.
             PERFORM SignOn
             IF SignOnOK = 'Y'
                MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
                OPEN I-O ItemFile
                OPEN I-O CountFile
                PERFORM UNTIL StayOpen = 'N'
                   DISPLAY "   "
                   DISPLAY "1 : Print Count Sheets (freeze book)"
                   DISPLAY "2 : Enter Counts"
                   DISPLAY "3 : Variance Report"
                   DISPLAY "4 : Post Adjustments (supervisor)"
                   DISPLAY "0 : Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT Choice
                   EVALUATE Choice
                      WHEN 1 PERFORM PrintCountSheets
                      WHEN 2 PERFORM EnterCounts
                      WHEN 3 PERFORM VarianceReport
                      WHEN 4 PERFORM PostAdjustments
                      WHEN OTHER MOVE 'N' TO StayOpen
                   END-EVALUATE
                END-PERFORM
                CLOSE ItemFile
                CLOSE CountFile
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

          PrintCountSheets.
             DISPLAY "First item code (blank = all items) : "
                WITH NO ADVANCING
             ACCEPT FromCode
             MOVE FUNCTION UPPER-CASE(FromCode) TO FromCode
             IF FromCode = SPACE
                MOVE LOW-VALUES TO FromCode
                MOVE HIGH-VALUES TO ToCode
             ELSE
                DISPLAY "Last item code : " WITH NO ADVANCING
                ACCEPT ToCode
                MOVE FUNCTION UPPER-CASE(ToCode) TO ToCode
                IF ToCode = SPACE
                   MOVE FromCode TO ToCode
                END-IF
             END-IF
             PERFORM GetCountLocation WITH TEST AFTER
                UNTIL BranchOK = 'Y'
             PERFORM GetNextCountNum
             MOVE "CountSheet.txt" TO ReportName
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "COUNT SHEET   Count No: " DELIMITED BY SIZE
                CountNum DELIMITED BY SIZE
                "   Date: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                "   Location: " DELIMITED BY SIZE
                CountBranch DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             MOVE "Item      Description" TO LineBuffer
             MOVE "Counted     Initials" TO LineBuffer(45:20)
             WRITE ReportLine FROM LineBuffer
             MOVE ZERO TO SheetCount
             MOVE 'N' TO FileEOF
             MOVE FromCode TO ItemCode
             START ItemFile KEY IS NOT LESS THAN ItemCode
                INVALID KEY MOVE 'Y' TO FileEOF
             END-START
             PERFORM UNTIL FileEOF = 'Y'
                READ ItemFile NEXT RECORD
                   AT END MOVE 'Y' TO FileEOF
                   NOT AT END
                      IF ItemCode > ToCode
                         MOVE 'Y' TO FileEOF
                      ELSE
                         PERFORM FreezeOneItem
                      END-IF
                END-READ
             END-PERFORM
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Items on this count : " DELIMITED BY SIZE
                SheetCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             CLOSE ReportFile
             DISPLAY "Count " CountNum " - " SheetCount
                " items frozen, sheets in CountSheet.txt".

          GetCountLocation.
             DISPLAY "Location counted (branch code, blank for "
                "HSE) : " WITH NO ADVANCING
             ACCEPT CountBranch
             MOVE FUNCTION UPPER-CASE(CountBranch) TO CountBranch
             MOVE 'Y' TO BranchOK
             IF CountBranch = SPACE
                MOVE "HSE" TO CountBranch
             END-IF
             IF CountBranch NOT = "HSE"
                OPEN INPUT BranchFile
                MOVE CountBranch TO BrMastCode
                READ BranchFile
                   INVALID KEY MOVE 'N' TO BranchOK
                END-READ
                CLOSE BranchFile
                IF BranchOK = 'N'
                   DISPLAY "Branch " CountBranch
                      " is not on the branch master - see brmaint"
                END-IF
             END-IF.

          GetNextCountNum.
             OPEN INPUT CntSeqFile
             READ CntSeqFile
                AT END MOVE 1 TO CountNum
                NOT AT END MOVE CntSeqRec TO CountNum
             END-READ
             CLOSE CntSeqFile
             OPEN OUTPUT CntSeqFile
             COMPUTE CntSeqRec = CountNum + 1
             WRITE CntSeqRec
             CLOSE CntSeqFile.

          FreezeOneItem.
             MOVE CountNum TO CSCountNum
             MOVE ItemCode TO CSItemCode
             MOVE RunDate TO CSDate
             MOVE CountBranch TO CSBranch
             MOVE 'Q' TO LocFunc
             MOVE ZERO TO LocQty
             CALL "STKLOC" USING ItemCode, CountBranch,
                LocFunc, LocQty, LocOnHand, LocStatus
             MOVE LocOnHand TO CSBookQty
             IF ItemCost > ZERO
                COMPUTE CSPrice ROUNDED = ItemCost
             ELSE
                MOVE ItemPrice TO CSPrice
             END-IF
             MOVE ZERO TO CSCountQty
             MOVE 'N' TO CSCounted
             SET CSOpen TO TRUE
             WRITE CountData
                INVALID KEY DISPLAY "Count line not written for "
                   ItemCode
                NOT INVALID KEY
                   ADD 1 TO SheetCount
                   MOVE SPACE TO LineBuffer
                   MOVE ItemCode TO LineBuffer(1:8)
                   MOVE ItemDesc TO LineBuffer(11:30)
                   MOVE "________    ________" TO LineBuffer(45:20)
                   WRITE ReportLine FROM LineBuffer
             END-WRITE.

          EnterCounts.
             DISPLAY "Count Number : " WITH NO ADVANCING
             ACCEPT CountNum
             MOVE 'Y' TO MoreCounts
             PERFORM EnterOneCount WITH TEST AFTER
                UNTIL MoreCounts NOT = 'Y'.

          EnterOneCount.
             DISPLAY "Item Code : " WITH NO ADVANCING
             ACCEPT EntryItem
             MOVE FUNCTION UPPER-CASE(EntryItem) TO EntryItem
             MOVE CountNum TO CSCountNum
             MOVE EntryItem TO CSItemCode
             MOVE 'Y' TO RecFound
             READ CountFile
                INVALID KEY MOVE 'N' TO RecFound
             END-READ
             EVALUATE TRUE
                WHEN RecFound = 'N'
                   DISPLAY "Item " EntryItem " is not on count "
                      CountNum
                WHEN CSPosted
                   DISPLAY "Count " CountNum " is already posted"
                WHEN OTHER
                   IF CSIsCounted
                      MOVE CSCountQty TO CntDisp
                      DISPLAY "Already counted at " CntDisp
                         " - the new figure replaces it"
                   END-IF
                   DISPLAY "Quantity counted : " WITH NO ADVANCING
                   ACCEPT EntryQty
                   MOVE EntryQty TO CSCountQty
                   MOVE 'Y' TO CSCounted
                   REWRITE CountData
                      INVALID KEY DISPLAY "Count Not Updated"
                   END-REWRITE
             END-EVALUATE
             DISPLAY "Another item? (Y/N): " WITH NO ADVANCING
             ACCEPT MoreCounts
             MOVE FUNCTION UPPER-CASE(MoreCounts) TO MoreCounts.

          VarianceReport.
             DISPLAY "Count Number : " WITH NO ADVANCING
             ACCEPT CountNum
             PERFORM PrintVariance
             IF LineCount = ZERO
                DISPLAY "Count " CountNum " not on file"
             ELSE
                MOVE NetValue TO DollarMinus
                DISPLAY "Variance report in CountVar.txt - net "
                   DollarMinus
             END-IF.

          PrintVariance.
             MOVE "CountVar.txt" TO ReportName
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Count Variance Report   Count No: "
                DELIMITED BY SIZE
                CountNum DELIMITED BY SIZE
                "   Date: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             MOVE "Item      Description" TO LineBuffer
             MOVE "Book  Counted Variance" TO LineBuffer(39:22)
             MOVE "Value" TO LineBuffer(71:5)
             WRITE ReportLine FROM LineBuffer
             PERFORM ScanCount
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE ShrinkValue TO DollarMinus
             MOVE DollarMinus TO Disp1
             MOVE OverValue TO DollarMinus
             MOVE DollarMinus TO Disp2
             MOVE NetValue TO DollarMinus
             MOVE DollarMinus TO Disp3
             MOVE SPACE TO LineBuffer
             STRING "Location : " DELIMITED BY SIZE
                CountBranch DELIMITED BY SIZE
                "  Items : " DELIMITED BY SIZE
                LineCount DELIMITED BY SIZE
                "  with variance : " DELIMITED BY SIZE
                VarianceCt DELIMITED BY SIZE
                "  not counted : " DELIMITED BY SIZE
                UncountedCt DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Shrinkage : " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                "  Overage : " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                "  Net : " DELIMITED BY SIZE
                Disp3 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             IF AlreadyPosted = 'Y'
                MOVE "** This count has been posted **"
                   TO LineBuffer
                WRITE ReportLine FROM LineBuffer
             END-IF
             CLOSE ReportFile.

          ScanCount.
      * one pass over the count's lines for the report; the
      * totals it leaves are what the posting confirms against,
      * and the report it prints is the one that was approved
             MOVE ZERO TO LineCount
             MOVE ZERO TO UncountedCt
             MOVE ZERO TO VarianceCt
             MOVE ZERO TO ShrinkValue
             MOVE ZERO TO OverValue
             MOVE ZERO TO NetValue
             MOVE 'N' TO AlreadyPosted
             MOVE CountNum TO CSCountNum
             MOVE LOW-VALUES TO CSItemCode
             MOVE 'N' TO FileEOF
             START CountFile KEY IS NOT LESS THAN CSKey
                INVALID KEY MOVE 'Y' TO FileEOF
             END-START
             PERFORM UNTIL FileEOF = 'Y'
                READ CountFile NEXT RECORD
                   AT END MOVE 'Y' TO FileEOF
                   NOT AT END
                      IF CSCountNum NOT = CountNum
                         MOVE 'Y' TO FileEOF
                      ELSE
                         PERFORM ReportOneLine
                      END-IF
                END-READ
             END-PERFORM.

          ReportOneLine.
             ADD 1 TO LineCount
             IF CSPosted
                MOVE 'Y' TO AlreadyPosted
             END-IF
             MOVE CSBranch TO CountBranch
             MOVE CSItemCode TO ItemCode
             READ ItemFile
                INVALID KEY MOVE "(not on item master)" TO ItemDesc
             END-READ
             MOVE SPACE TO LineBuffer
             MOVE CSItemCode TO LineBuffer(1:8)
             MOVE ItemDesc(1:25) TO LineBuffer(11:25)
             MOVE CSBookQty TO QtyDisp
             MOVE QtyDisp TO LineBuffer(38:5)
             IF CSIsCounted
                COMPUTE Variance = CSCountQty - CSBookQty
                COMPUTE VarValue = Variance * CSPrice
                MOVE CSCountQty TO CntDisp
                MOVE CntDisp TO LineBuffer(45:5)
                MOVE Variance TO VarDisp
                MOVE VarDisp TO LineBuffer(54:5)
                MOVE VarValue TO DollarMinus
                MOVE DollarMinus TO LineBuffer(62:14)
                IF Variance NOT = ZERO
                   ADD 1 TO VarianceCt
                   ADD VarValue TO NetValue
                   IF Variance < ZERO
                      ADD VarValue TO ShrinkValue
                   ELSE
                      ADD VarValue TO OverValue
                   END-IF
                END-IF
             ELSE
                ADD 1 TO UncountedCt
                MOVE "NOT COUNTED" TO LineBuffer(45:11)
             END-IF
             WRITE ReportLine FROM LineBuffer.

          PostAdjustments.
             IF NOT OperSupervisor
                DISPLAY "Posting count adjustments is "
                   "supervisor-only"
             ELSE
                DISPLAY "Count Number : " WITH NO ADVANCING
                ACCEPT CountNum
                PERFORM PrintVariance
                EVALUATE TRUE
                   WHEN LineCount = ZERO
                      DISPLAY "Count " CountNum " not on file"
                   WHEN AlreadyPosted = 'Y'
                      DISPLAY "Count " CountNum " is already posted"
                   WHEN OTHER
                      PERFORM ConfirmAndPost
                END-EVALUATE
             END-IF.

          ConfirmAndPost.
             MOVE NetValue TO DollarMinus
             DISPLAY VarianceCt " items with a variance, net "
                DollarMinus
             IF UncountedCt > ZERO
                DISPLAY UncountedCt " items not counted - they are "
                   "left as they are"
             END-IF
             DISPLAY "Post the adjustments to on-hand? (Y/N): "
                WITH NO ADVANCING
             ACCEPT Confirm
             MOVE FUNCTION UPPER-CASE(Confirm) TO Confirm
             IF Confirm NOT = 'Y'
                DISPLAY "Nothing posted"
             ELSE
                MOVE ZERO TO PostedCt
                OPEN EXTEND AuditFile
                OPEN EXTEND AdjLogFile
                MOVE CountNum TO CSCountNum
                MOVE LOW-VALUES TO CSItemCode
                MOVE 'N' TO FileEOF
                START CountFile KEY IS NOT LESS THAN CSKey
                   INVALID KEY MOVE 'Y' TO FileEOF
                END-START
                PERFORM UNTIL FileEOF = 'Y'
                   READ CountFile NEXT RECORD
                      AT END MOVE 'Y' TO FileEOF
                      NOT AT END
                         IF CSCountNum NOT = CountNum
                            MOVE 'Y' TO FileEOF
                         ELSE
                            PERFORM PostOneLine
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE AuditFile
                CLOSE AdjLogFile
                DISPLAY "Adjustments posted : " PostedCt
             END-IF.

          PostOneLine.
             IF CSIsCounted
                COMPUTE Variance = CSCountQty - CSBookQty
                IF Variance NOT = ZERO
                   MOVE CSItemCode TO ItemCode
                   READ ItemFile
                      INVALID KEY
                         DISPLAY "Item " CSItemCode " no longer on "
                            "file - not adjusted"
                      NOT INVALID KEY
                         PERFORM AdjustOneItem
                   END-READ
                END-IF
             END-IF
             SET CSPosted TO TRUE
             REWRITE CountData
                INVALID KEY DISPLAY "Count Line Not Updated"
             END-REWRITE.

          AdjustOneItem.
             ADD Variance TO ItemOnHand
             REWRITE ItemData
                INVALID KEY DISPLAY "On-hand not updated for "
                   ItemCode
             END-REWRITE
             MOVE 'A' TO LocFunc
             MOVE Variance TO LocQty
             CALL "STKLOC" USING CSItemCode, CSBranch,
                LocFunc, LocQty, LocOnHand, LocStatus
             ADD 1 TO PostedCt
             MOVE SPACE TO AuditAction
             STRING "CC" DELIMITED BY SIZE
                CSItemCode DELIMITED BY SIZE
                INTO AuditAction
             END-STRING
             MOVE ZERO TO AuditIDNum
             MOVE FUNCTION CURRENT-DATE TO AuditTimeStamp
             MOVE SignedOnID TO AuditOperID
             CALL "AUDCHAIN" USING AuditRecord
             WRITE AuditRecord
             MOVE RunDate TO CADate
             MOVE CountNum TO CACountNum
             MOVE CSItemCode TO CAItemCode
             MOVE CSBookQty TO CABookQty
             MOVE CSCountQty TO CACountQty
             MOVE Variance TO CAVariance
             COMPUTE CAValue = Variance * CSPrice
             MOVE SignedOnID TO CAOperID
             MOVE CSBranch TO CABranch
             WRITE AdjLogData.
