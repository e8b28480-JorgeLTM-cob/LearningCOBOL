       IDENTIFICATION DIVISION.
          PROGRAM-ID.   suppmnt.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 3rd, 2021.
      * Modification History
      *   2021-10-03 Brownies - new program: maintains the indexed
      *              supplier master (supplier.txt, SUPPREC
      *              copybook) behind the purchase orders, in the
      *              termmnt mold - add or change a supplier's name,
      *              address, payment terms and lead time, set it
      *              inactive, and list everything on file.  The
      *              terms code is checked against the termmnt
      *              master the way application checks a
      *              customer's.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL SupplierFile ASSIGN TO "supplier.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SupCode.
             SELECT OPTIONAL TermsFile ASSIGN TO "termmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TermCode.
       DATA DIVISION.
          FILE SECTION.
             FD SupplierFile.
                COPY SUPPREC.
             FD TermsFile.
                01 TermsData.
                   02 TermCode     PIC X(3).
                   02 TermDesc     PIC X(20).
                   02 TermNetDays  PIC 9(3).
                   02 TermDiscRate PIC V999.
                   02 TermDiscDays PIC 9(3).
                   02 TermFinRate  PIC V999.
          WORKING-STORAGE SECTION.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 EntryCode   PIC X(6).
             01 EntryName   PIC X(30).
             01 EntryStreet PIC X(20).
             01 EntryCity   PIC X(15).
             01 EntryState  PIC X(2).
             01 EntryZip    PIC X(10).
             01 EntryTerms  PIC X(3).
             01 LeadDaysIn  PIC 999.
             01 SupExists   PIC X.
             01 TermsOK     PIC X.
             01 ListEOF     PIC X.
       PROCEDURE DIVISION.
          StartPara.
             OPEN I-O SupplierFile
             OPEN INPUT TermsFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Add / Change a Supplier"
                DISPLAY "2 : Set a Supplier Inactive / Active"
                DISPLAY "3 : List All Suppliers"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM MaintainSupplier
                   WHEN 2 PERFORM ToggleStatus
                   WHEN 3 PERFORM ListSuppliers
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE SupplierFile
             CLOSE TermsFile
          STOP RUN.

          MaintainSupplier.
             DISPLAY "Enter Supplier Code : " WITH NO ADVANCING
             ACCEPT EntryCode
             MOVE FUNCTION UPPER-CASE(EntryCode) TO EntryCode
             IF EntryCode = SPACE
                DISPLAY "Supplier code cannot be blank"
             ELSE
                DISPLAY "Enter Name : " WITH NO ADVANCING
                ACCEPT EntryName
                DISPLAY "Enter Street : " WITH NO ADVANCING
                ACCEPT EntryStreet
                DISPLAY "Enter City : " WITH NO ADVANCING
                ACCEPT EntryCity
                DISPLAY "Enter State : " WITH NO ADVANCING
                ACCEPT EntryState
                MOVE FUNCTION UPPER-CASE(EntryState) TO EntryState
                DISPLAY "Enter Zip : " WITH NO ADVANCING
                ACCEPT EntryZip
                DISPLAY "Enter Terms Code (blank = net 30) : "
                   WITH NO ADVANCING
                ACCEPT EntryTerms
                MOVE FUNCTION UPPER-CASE(EntryTerms) TO EntryTerms
                DISPLAY "Enter Lead Time in Days : "
                   WITH NO ADVANCING
                ACCEPT LeadDaysIn
                PERFORM CheckTermsCode
                IF EntryName = SPACE
                   DISPLAY "Supplier name cannot be blank - "
                      "not saved"
                ELSE
                   IF TermsOK = 'N'
                      DISPLAY "Terms " EntryTerms " not on the "
                         "terms master - see termmnt; not saved"
                   ELSE
                      PERFORM SaveSupplier
                   END-IF
                END-IF
             END-IF.

          CheckTermsCode.
             MOVE 'Y' TO TermsOK
             IF EntryTerms NOT = SPACE
                MOVE EntryTerms TO TermCode
                READ TermsFile
                   INVALID KEY MOVE 'N' TO TermsOK
                END-READ
             END-IF.

          SaveSupplier.
             MOVE 'Y' TO SupExists
             MOVE EntryCode TO SupCode
             READ SupplierFile
                INVALID KEY MOVE 'N' TO SupExists
             END-READ
      * a change keeps the supplier's status; a new one starts
      * active
             IF SupExists = 'N'
                SET SupActive TO TRUE
             END-IF
             MOVE EntryCode TO SupCode
             MOVE EntryName TO SupName
             MOVE EntryStreet TO SupStreet
             MOVE EntryCity TO SupCity
             MOVE EntryState TO SupState
             MOVE EntryZip TO SupZip
             MOVE EntryTerms TO SupTerms
             MOVE LeadDaysIn TO SupLeadDays
             IF SupExists = 'Y'
                REWRITE SupplierData
                   INVALID KEY DISPLAY "Supplier Not Updated"
                END-REWRITE
                DISPLAY "Supplier changed: " EntryCode
             ELSE
                WRITE SupplierData
                   INVALID KEY DISPLAY "Supplier Not Added"
                END-WRITE
                DISPLAY "Supplier added: " EntryCode
             END-IF.

          ToggleStatus.
             DISPLAY "Enter Supplier Code : " WITH NO ADVANCING
             ACCEPT EntryCode
             MOVE FUNCTION UPPER-CASE(EntryCode) TO EntryCode
             MOVE 'Y' TO SupExists
             MOVE EntryCode TO SupCode
             READ SupplierFile
                INVALID KEY MOVE 'N' TO SupExists
             END-READ
             IF SupExists = 'N'
                DISPLAY "Supplier not on file"
             ELSE
                IF SupActive
                   SET SupInactive TO TRUE
                   DISPLAY "Supplier " EntryCode " now inactive"
                ELSE
                   SET SupActive TO TRUE
                   DISPLAY "Supplier " EntryCode " now active"
                END-IF
                REWRITE SupplierData
                   INVALID KEY DISPLAY "Supplier Not Updated"
                END-REWRITE
             END-IF.

          ListSuppliers.
             DISPLAY "   "
             DISPLAY "Code   Name                           "
                "City            St Terms Lead St"
             MOVE 'N' TO ListEOF
             MOVE LOW-VALUES TO SupCode
             START SupplierFile KEY IS NOT LESS THAN SupCode
                INVALID KEY
                   MOVE 'Y' TO ListEOF
                   DISPLAY "No Suppliers On File"
             END-START
             PERFORM UNTIL ListEOF = 'Y'
                READ SupplierFile NEXT RECORD
                   AT END MOVE 'Y' TO ListEOF
                   NOT AT END
                      DISPLAY SupCode " " SupName " " SupCity " "
                         SupState " " SupTerms "   " SupLeadDays
                         "  " SupStatus
                END-READ
             END-PERFORM.
