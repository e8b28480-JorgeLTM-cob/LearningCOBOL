      *              message instead of rewriting operators.txt
      *              from a truncated table (which silently
      *              deleted the overflow operators).
      *   2021-09-13 Brownies - carry and maintain the TermsCode
      *              payment terms added to CUSTREC, checked against
      *              the termmnt master the way the branch code is
      *              (blank reads net 30); images widened to 180.
      *   2021-09-23 Brownies - carry and maintain ParentID, the
      *              bill-to parent account of a chain store.  The
      *              parent must be on file, must not be the
      *              customer itself and must not itself be a
      *              store, and a customer with stores of its own
      *              cannot be made a store; a bad link is refused
      *              and left at zero.  Images widened to 185.
      *   2021-10-01 Brownies - carry and maintain EInvFlag, the
      *              electronic-invoicing sign-up added to CUSTREC
      *              (asked on update, off for a new customer);
      *              images widened to 186.
      *   2021-11-02 Brownies - a Canadian province is taken as the
      *              State (CustInCanada); its postal code is not a
      *              ZIP, so ZIPCHK is not asked about it.
      *   2021-12-02 Brownies - the billing history also reads the
      *              invoice history invhist.txt the invarch purge
      *              moves settled invoices to, ahead of the master,
      *              so an archived invoice still shows (marked
      *              ARCH).
      *   2021-12-04 Brownies - the audit record now comes from
      *              the shared AUDREC copybook, which adds the chain
      *              sequence number and check value; every entry is
      *              stamped through AUDCHAIN just before it is
      *              written.
      *   2021-12-10 Brownies - carry and maintain DelivPref, the
      *              print/email/both delivery preference added to
      *              CUSTREC (asked on update, print for a new
      *              customer); images widened to 187.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IMInvNum
                FILE STATUS IS InvMastFileStat.
             SELECT OPTIONAL InvHistFile ASSIGN TO "invhist.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS InvHistFileStat.
             SELECT OPTIONAL NotesFile ASSIGN TO "custnotes.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BrMastCode.
             SELECT OPTIONAL TermsFile ASSIGN TO "termmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TermCode.
             SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
             FD CustomerFile.
                COPY CUSTREC.
             FD AuditFile.
                COPY AUDREC.
             FD ImportFile.
                01 ImportData.
                   02 ImpIDNum      PIC 9(5).
                01 RejectLine PIC X(130).
             FD InvMastFile.
                COPY INVMAST.
             FD InvHistFile.
                01 InvHistLine PIC X(83).
             FD NotesFile.
                01 NoteRecord.
                   02 NoteIDNum PIC 9(5).
             FD HistFile.
                01 HistRecord.
                   02 HRStamp PIC X(21).
                   02 HRImage PIC X(187).
             FD PendFile.
                01 PendLine PIC X(135).
             FD BranchFile.
                01 BranchData.
                   02 BrMastCode PIC X(3).
                   02 BrMastName PIC X(20).
             FD TermsFile.
                01 TermsData.
                   02 TermCode     PIC X(3).
                   02 TermDesc     PIC X(20).
                   02 TermNetDays  PIC 9(3).
                   02 TermDiscRate PIC V999.
                   02 TermDiscDays PIC 9(3).
                   02 TermFinRate  PIC V999.
             FD OperatorFile.
                01 OperRecord.
                   02 OperID    PIC X(8).
             01 ListEOF PIC X.
             01 SaveFirstName PIC X(15).
             01 SaveLastName PIC X(15).
             01 SaveCustomerData PIC X(187).
             01 NoMiddleName PIC X(15) VALUE SPACE.
             01 FormattedName PIC X(47).
             01 DupNameFound PIC X.
                02 MrgSurvBadAddr    PIC X(1).
                02 MrgSurvBadDate    PIC 9(8).
                02 MrgSurvCycle      PIC 9(1).
                02 MrgSurvTerms      PIC X(3).
                02 MrgSurvParent     PIC 9(5).
                02 MrgSurvEInv       PIC X(1).
                02 MrgSurvDeliv      PIC X(1).
             01 MrgDupData.
                02 MrgDupIDNum      PIC 9(5).
                02 MrgDupFirstName  PIC X(15).
                02 MrgDupBadAddr    PIC X(1).
                02 MrgDupBadDate    PIC 9(8).
                02 MrgDupCycle      PIC 9(1).
                02 MrgDupTerms      PIC X(3).
                02 MrgDupParent     PIC 9(5).
                02 MrgDupEInv       PIC X(1).
                02 MrgDupDeliv      PIC X(1).
             01 UpdReply     PIC X(30).
             01 NotesEOF     PIC X.
             01 NewNoteText  PIC X(60).
                   03 NTText  PIC X(60).
             01 NoteCount    PIC 9(2).
             01 NoteSub      PIC 9(2).
             01 PriorImage   PIC X(187).
             01 SearchPhone  PIC X(12).
             01 SearchEmail  PIC X(30).
             01 SearchName   PIC X(15).
             01 PVMaskEmail  PIC X(30).
             01 MaskLen      PIC 9(2).
             01 BranchOK     PIC X.
             01 TermsOK      PIC X.
             01 ParentOK     PIC X.
             01 ParentHasStores PIC X.
             01 ParentSelf   PIC 9(5).
             01 ParentWanted PIC 9(5).
             01 ParentScanEOF PIC X.
             01 ParentHold   PIC X(187).
             01 ZipResult    PIC X(1).
             01 DossierCmd   PIC X(20) VALUE "./custdoss".
             01 LockAction  PIC X(1).
             01 PrintFileStat  PIC X(2).
             01 RejFileStat    PIC X(2).
             01 InvMastFileStat PIC X(2).
             01 InvHistFileStat PIC X(2).
             01 NotesFileStat  PIC X(2).
             01 HistFileStat   PIC X(2).
             01 OperFileStat   PIC X(2).
                02 CVBadAddr    PIC X(1).
                02 CVBadDate    PIC 9(8).
                02 CVCycle      PIC 9(1).
                02 CVTerms      PIC X(3).
                02 CVParent     PIC 9(5).
                02 CVEInv       PIC X(1).
                02 CVDeliv      PIC X(1).
             01 PrevVer.
                02 PVIDNum      PIC 9(5).
                02 PVFirstName  PIC X(15).
                02 PVBadAddr    PIC X(1).
                02 PVBadDate    PIC 9(8).
                02 PVCycle      PIC 9(1).
                02 PVTerms      PIC X(3).
                02 PVParent     PIC 9(5).
                02 PVEInv       PIC X(1).
                02 PVDeliv      PIC X(1).
             01 HistIDNum    PIC 9(5).
             01 MastEOF      PIC X.
             01 InvHistEOF   PIC X.
             01 HistWhere    PIC X(5).
             01 HistGrand    PIC 9(8)V99.
             01 HistCount    PIC 9(3).
             01 HistSubDisp  PIC X(14).
             ACCEPT BranchCode
             MOVE FUNCTION UPPER-CASE(BranchCode) TO BranchCode
             PERFORM CheckBranchCode
             DISPLAY "Enter Terms Code (blank = net 30) : "
                WITH NO ADVANCING
             ACCEPT TermsCode
             MOVE FUNCTION UPPER-CASE(TermsCode) TO TermsCode
             PERFORM CheckTermsCode
             DISPLAY "Enter Bill-to Parent ID (0 = none) : "
                WITH NO ADVANCING
             ACCEPT ParentID
             PERFORM CheckParentID
             MOVE FirstName TO SaveFirstName
             MOVE LastName TO SaveLastName
             MOVE CustomerData TO SaveCustomerData
             MOVE SPACE TO BadAddrFlag
             MOVE ZERO TO BadAddrDate
             MOVE 1 TO StmtCycle
             MOVE SPACE TO EInvFlag
             MOVE SPACE TO DelivPref
             WRITE CustomerData
                INVALID KEY
                   DISPLAY "ID Taken"
             MOVE IDNum TO AuditIDNum
             MOVE FUNCTION CURRENT-DATE TO AuditTimeStamp
             MOVE SignedOnID TO AuditOperID
             CALL "AUDCHAIN" USING AuditRecord
             WRITE AuditRecord
             MOVE "AuditFile" TO ErrFileName
             MOVE "WRITE" TO ErrOperation
                IF CVCycle NOT = PVCycle
                   DISPLAY "StmtCycle : " PVCycle " -> " CVCycle
                END-IF
                IF CVTerms NOT = PVTerms
                   DISPLAY "TermsCode : " PVTerms " -> " CVTerms
                END-IF
                IF CVParent NOT = PVParent
                   DISPLAY "ParentID : " PVParent " -> " CVParent
                END-IF
                IF CVEInv NOT = PVEInv
                   DISPLAY "EInvoice : " PVEInv " -> " CVEInv
                END-IF
                IF CVDeliv NOT = PVDeliv
                   DISPLAY "Delivery : " PVDeliv " -> " CVDeliv
                END-IF
                IF CurrVer = PrevVer
                   DISPLAY "(no field changes)"
                END-IF
             MOVE MaskedEmail TO PVMaskEmail.

          CheckCityStateZip.
             IF CustInCanada
                DISPLAY "Canadian province - postal code not checked"
             ELSE
                CALL "ZIPCHK" USING Zip, State, City, ZipResult
                EVALUATE ZipResult
                   WHEN '1'
                      DISPLAY "Warning: ZIP " Zip(1:5)
                         " does not belong to state " State
                   WHEN '2'
                      DISPLAY "Warning: city spelling does not match "
                         "the reference for ZIP " Zip(1:5)
                END-EVALUATE
             END-IF.

          CheckBranchCode.
             IF BranchCode NOT = SPACE
                END-IF
             END-IF.

          CheckTermsCode.
             IF TermsCode NOT = SPACE
                MOVE 'Y' TO TermsOK
                OPEN INPUT TermsFile
                MOVE TermsCode TO TermCode
                READ TermsFile
                   INVALID KEY MOVE 'N' TO TermsOK
                END-READ
                CLOSE TermsFile
                IF TermsOK = 'N'
                   DISPLAY "Warning: terms " TermsCode
                      " are not on the terms master"
                END-IF
             END-IF.

          CheckParentID.
      * one level only: the parent must be on file and bill for
      * itself, and a customer that already has stores of its own
      * cannot become somebody's store
             IF ParentID NOT NUMERIC
                MOVE ZERO TO ParentID
             END-IF
             IF ParentID NOT = ZERO
                MOVE 'Y' TO ParentOK
                MOVE 'N' TO ParentHasStores
                MOVE CustomerData TO ParentHold
                MOVE IDNum TO ParentSelf
                MOVE ParentID TO ParentWanted
                IF ParentWanted = ParentSelf
                   DISPLAY "A customer cannot be its own parent"
                   MOVE 'N' TO ParentOK
                ELSE
                   MOVE ParentWanted TO IDNum
                   READ CustomerFile
                      INVALID KEY
                         DISPLAY "Parent " ParentWanted
                            " is not on file"
                         MOVE 'N' TO ParentOK
                      NOT INVALID KEY
                         IF ParentID NOT = ZERO
                            DISPLAY "Customer " ParentWanted
                               " is itself a store of " ParentID
                            MOVE 'N' TO ParentOK
                         END-IF
                         IF ParentOK = 'Y' AND CustInactive
                            DISPLAY "Warning: parent "
                               ParentWanted " is inactive"
                         END-IF
                   END-READ
                END-IF
                IF ParentOK = 'Y'
                   PERFORM CheckForStores
                END-IF
                MOVE ParentHold TO CustomerData
                IF ParentHasStores = 'Y'
                   DISPLAY "Customer " ParentSelf
                      " has stores of its own"
                   MOVE 'N' TO ParentOK
                END-IF
                IF ParentOK = 'N'
                   DISPLAY "Parent link not set"
                   MOVE ZERO TO ParentID
                END-IF
             END-IF.

          CheckForStores.
             MOVE 'N' TO ParentScanEOF
             MOVE LOW-VALUES TO IDNum
             START CustomerFile KEY IS NOT LESS THAN IDNum
                INVALID KEY MOVE 'Y' TO ParentScanEOF
             END-START
             PERFORM UNTIL ParentScanEOF = 'Y'
                READ CustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO ParentScanEOF
                   NOT AT END
                      IF ParentID = ParentSelf
                         MOVE 'Y' TO ParentHasStores
                         MOVE 'Y' TO ParentScanEOF
                      END-IF
                END-READ
             END-PERFORM.

          FindNextID.
             MOVE 99999 TO IDNum
             START CustomerFile KEY IS LESS THAN IDNum
                      DISPLAY "Cycle must be 1-4 - unchanged"
                   END-IF
                END-IF
                DISPLAY "Terms Code [" FUNCTION TRIM(TermsCode)
                   "] : " WITH NO ADVANCING
                ACCEPT UpdReply
                IF UpdReply NOT = SPACE
                   MOVE FUNCTION UPPER-CASE(UpdReply(1:3))
                      TO TermsCode
                   PERFORM CheckTermsCode
                END-IF
                DISPLAY "Bill-to Parent ID (0 = none) [" ParentID
                   "] : " WITH NO ADVANCING
                ACCEPT UpdReply
                IF UpdReply NOT = SPACE
                   IF FUNCTION TRIM(UpdReply) NUMERIC
                      MOVE FUNCTION TRIM(UpdReply) TO ParentID
                      PERFORM CheckParentID
                   ELSE
                      DISPLAY "Parent ID must be numeric - "
                         "unchanged"
                   END-IF
                END-IF
                IF CustEInvoice
                   DISPLAY "Electronic Invoicing (Y/N) [Y] : "
                      WITH NO ADVANCING
                ELSE
                   DISPLAY "Electronic Invoicing (Y/N) [N] : "
                      WITH NO ADVANCING
                END-IF
                ACCEPT UpdReply
                IF UpdReply = 'Y' OR UpdReply = 'y'
                   SET CustEInvoice TO TRUE
                ELSE
                   IF UpdReply = 'N' OR UpdReply = 'n'
                      MOVE SPACE TO EInvFlag
                   END-IF
                END-IF
                DISPLAY "Delivery P/E/B (print, email, both) ["
                   DelivPref "] : " WITH NO ADVANCING
                ACCEPT UpdReply
                IF UpdReply NOT = SPACE
                   MOVE FUNCTION UPPER-CASE(UpdReply(1:1))
                      TO DelivPref
                   IF NOT (DelivPrint OR DelivEmail OR DelivBoth)
                      DISPLAY "Delivery must be P, E or B - "
                         "set to P"
                      MOVE 'P' TO DelivPref
                   END-IF
                   IF (DelivEmail OR DelivBoth) AND Email = SPACE
                      DISPLAY "No email on file - documents will "
                         "print until one is keyed"
                   END-IF
                END-IF
                PERFORM WriteHistRecord
                REWRITE CustomerData
                   INVALID KEY DISPLAY "Customer Not Uptdated"
                PERFORM BuildMaskedContact
                DISPLAY "Phone : " MaskedPhone
                DISPLAY "Email : " MaskedEmail
                IF ParentID NUMERIC AND ParentID NOT = ZERO
                   DISPLAY "Bill-to Parent : " ParentID
                END-IF
                PERFORM ShowCustNotes.

          BuildMaskedContact.
             MOVE "OPEN" TO ErrOperation
             MOVE InvMastFileStat TO ErrStatus
             PERFORM FileCheck
      * archived invoices are the oldest, so they list first
             MOVE " ARCH" TO HistWhere
             MOVE 'N' TO InvHistEOF
             OPEN INPUT InvHistFile
             MOVE "InvHistFile" TO ErrFileName
             MOVE "OPEN" TO ErrOperation
             MOVE InvHistFileStat TO ErrStatus
             PERFORM FileCheck
             PERFORM UNTIL InvHistEOF = 'Y'
                READ InvHistFile INTO InvMastData
                   AT END MOVE 'Y' TO InvHistEOF
                   NOT AT END
                      IF IMCustID = HistIDNum
                         PERFORM ShowOneInvoice
                      END-IF
                END-READ
             END-PERFORM
             CLOSE InvHistFile
             MOVE SPACE TO HistWhere
             MOVE LOW-VALUES TO IMInvNum
             START InvMastFile KEY IS NOT LESS THAN IMInvNum
                INVALID KEY MOVE 'Y' TO MastEOF
             DISPLAY IMInvNum "  " IMInvDate " " HistSubDisp " "
                HistTaxDisp " " HistTotDisp WITH NO ADVANCING
             MOVE IMPaid TO Dollar
             DISPLAY " " Dollar "  " IMStatus " " IMKind HistWhere.

          LoadCustomers.
             DISPLAY "   "
             MOVE SPACE TO BadAddrFlag
             MOVE ZERO TO BadAddrDate
             MOVE 1 TO StmtCycle
             MOVE SPACE TO TermsCode
             MOVE ZERO TO ParentID
             MOVE SPACE TO EInvFlag
             MOVE SPACE TO DelivPref
             WRITE CustomerData
                INVALID KEY
                   MOVE 'N' TO PostedOK
