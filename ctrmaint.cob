       IDENTIFICATION DIVISION.
          PROGRAM-ID.   ctrmaint.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 19th, 2021.
      * Modification History
      *   2021-10-19 Brownies - new program: maintains the customer
      *              contract-pricing agreements (contract.txt,
      *              CONTRACT) in the itemmnt mold.  An agreement is
      *              a customer on the customer master (active only),
      *              an item on the item master, the agreed unit
      *              price and the dates it runs from and through; a
      *              renegotiated deal is keyed over the old one.  An
      *              agreement can be taken off, and a customer's
      *              agreements listed with whether each is in force,
      *              not started yet or expired.  round and stordgen
      *              price from the file; ctrexp reports what is
      *              about to run out.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL ContractFile ASSIGN TO "contract.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CPKey.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
             SELECT OPTIONAL ItemFile ASSIGN TO "items.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
       DATA DIVISION.
          FILE SECTION.
             FD ContractFile.
                COPY CONTRACT.
             FD CustomerFile.
                COPY CUSTREC.
             FD ItemFile.
                COPY ITEMREC.
          WORKING-STORAGE SECTION.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 EntryCust   PIC 9(5).
             01 EntryItem   PIC X(8).
             01 EntryPrice  PIC 9(4)V99.
             01 EntryStart  PIC 9(8).
             01 EntryEnd    PIC 9(8).
             01 CustOK      PIC X.
             01 ItemOK      PIC X.
             01 EntryOK     PIC X.
             01 ContractExists PIC X.
             01 Confirm     PIC X.
             01 ListEOF     PIC X.
             01 ListCount   PIC 9(5).
             01 DCDays      PIC 9(8) VALUE ZERO.
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 StartStatus PIC X(1).
             01 EndStatus   PIC X(1).
             01 RunDate     PIC 9(8).
             01 NoMiddleName PIC X(15) VALUE SPACE.
             01 FormattedName PIC X(47).
             01 StandingDisp PIC X(11).
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          StartPara.
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             OPEN I-O ContractFile
             OPEN INPUT CustomerFile
             OPEN INPUT ItemFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Add / Change an Agreement"
                DISPLAY "2 : Remove an Agreement"
                DISPLAY "3 : List a Customer's Agreements"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM MaintainContract
                   WHEN 2 PERFORM RemoveContract
                   WHEN 3 PERFORM ListContracts
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE ContractFile
             CLOSE CustomerFile
             CLOSE ItemFile
          STOP RUN.

          MaintainContract.
             PERFORM GetContractCustomer
             IF CustOK = 'Y'
                PERFORM GetContractItem
             END-IF
             IF CustOK = 'Y' AND ItemOK = 'Y'
                PERFORM ReadContract
                IF ContractExists = 'Y'
                   DISPLAY "Agreement on file:"
                   PERFORM ShowContract
                END-IF
                PERFORM AcceptTerms
                IF EntryOK = 'Y'
                   PERFORM SaveContract
                END-IF
             END-IF.

          GetContractCustomer.
             DISPLAY "Customer ID : " WITH NO ADVANCING
             ACCEPT EntryCust
             MOVE 'Y' TO CustOK
             MOVE EntryCust TO IDNum
             READ CustomerFile
                INVALID KEY MOVE 'N' TO CustOK
             END-READ
             IF CustOK = 'N'
                DISPLAY "Customer " EntryCust " not on file"
             ELSE
                CALL "NAMEFMT" USING FirstName, NoMiddleName,
                   LastName, FormattedName
                DISPLAY FUNCTION TRIM(FormattedName)
                   " - rep " RepCode
             END-IF.

          GetContractItem.
             DISPLAY "Item Code : " WITH NO ADVANCING
             ACCEPT EntryItem
             MOVE FUNCTION UPPER-CASE(EntryItem) TO EntryItem
             MOVE 'Y' TO ItemOK
             MOVE EntryItem TO ItemCode
             READ ItemFile
                INVALID KEY MOVE 'N' TO ItemOK
             END-READ
             IF ItemOK = 'N'
                DISPLAY "Item " EntryItem " not on the item master "
                   "- see itemmnt"
             ELSE
                MOVE ItemPrice TO Dollar
                DISPLAY FUNCTION TRIM(ItemDesc) " - list " Dollar
             END-IF.

          ReadContract.
             MOVE EntryCust TO CPCustID
             MOVE EntryItem TO CPItemCode
             MOVE 'Y' TO ContractExists
             READ ContractFile
                INVALID KEY MOVE 'N' TO ContractExists
             END-READ.

          AcceptTerms.
             MOVE 'Y' TO EntryOK
             IF CustInactive
                DISPLAY "Customer " EntryCust " is inactive - no "
                   "agreement can be made"
                MOVE 'N' TO EntryOK
             ELSE
                DISPLAY "Agreed Unit Price : " WITH NO ADVANCING
                ACCEPT EntryPrice
                DISPLAY "Runs From (YYYYMMDD) : " WITH NO ADVANCING
                ACCEPT EntryStart
                DISPLAY "Runs Through (YYYYMMDD) : "
                   WITH NO ADVANCING
                ACCEPT EntryEnd
                CALL "DATECALC" USING EntryStart, DCDays, "V",
                   DCResult, DCStatus
                MOVE DCStatus TO StartStatus
                CALL "DATECALC" USING EntryEnd, DCDays, "V",
                   DCResult, DCStatus
                MOVE DCStatus TO EndStatus
                EVALUATE TRUE
                   WHEN EntryPrice = ZERO
                      DISPLAY "Agreed price cannot be zero"
                      MOVE 'N' TO EntryOK
                   WHEN StartStatus NOT = '0'
                      DISPLAY "Start is not a valid date"
                      MOVE 'N' TO EntryOK
                   WHEN EndStatus NOT = '0'
                      DISPLAY "End is not a valid date"
                      MOVE 'N' TO EntryOK
                   WHEN EntryEnd < EntryStart
                      DISPLAY "Agreement ends before it starts"
                      MOVE 'N' TO EntryOK
                END-EVALUATE
                IF EntryOK = 'Y' AND EntryPrice > ItemPrice
                   DISPLAY "Note - agreed price is above list"
                END-IF
             END-IF
             IF EntryOK = 'N'
                DISPLAY "Agreement not saved"
             END-IF.

          SaveContract.
             MOVE EntryCust TO CPCustID
             MOVE EntryItem TO CPItemCode
             MOVE EntryPrice TO CPPrice
             MOVE EntryStart TO CPStartDate
             MOVE EntryEnd TO CPEndDate
             MOVE RunDate TO CPSetDate
             IF ContractExists = 'Y'
                REWRITE ContractData
                   INVALID KEY DISPLAY "Agreement Not Updated"
                END-REWRITE
                DISPLAY "Agreement changed: " EntryCust " "
                   EntryItem
             ELSE
                WRITE ContractData
                   INVALID KEY DISPLAY "Agreement Not Added"
                END-WRITE
                DISPLAY "Agreement added: " EntryCust " " EntryItem
             END-IF.

          RemoveContract.
             DISPLAY "Customer ID : " WITH NO ADVANCING
             ACCEPT EntryCust
             DISPLAY "Item Code : " WITH NO ADVANCING
             ACCEPT EntryItem
             MOVE FUNCTION UPPER-CASE(EntryItem) TO EntryItem
             PERFORM ReadContract
             IF ContractExists = 'N'
                DISPLAY "No agreement for " EntryCust " " EntryItem
             ELSE
                PERFORM ShowContract
                DISPLAY "Remove this agreement? (Y/N): "
                   WITH NO ADVANCING
                ACCEPT Confirm
                MOVE FUNCTION UPPER-CASE(Confirm) TO Confirm
                IF Confirm = 'Y'
                   DELETE ContractFile
                      INVALID KEY DISPLAY "Agreement Not Removed"
                   END-DELETE
                   DISPLAY "Agreement removed"
                ELSE
                   DISPLAY "Not removed"
                END-IF
             END-IF.

          ListContracts.
             PERFORM GetContractCustomer
             IF CustOK = 'Y'
                MOVE ZERO TO ListCount
                MOVE 'N' TO ListEOF
                MOVE EntryCust TO CPCustID
                MOVE LOW-VALUES TO CPItemCode
                START ContractFile KEY IS NOT LESS THAN CPKey
                   INVALID KEY MOVE 'Y' TO ListEOF
                END-START
                PERFORM UNTIL ListEOF = 'Y'
                   READ ContractFile NEXT RECORD
                      AT END MOVE 'Y' TO ListEOF
                      NOT AT END
                         IF CPCustID NOT = EntryCust
                            MOVE 'Y' TO ListEOF
                         ELSE
                            ADD 1 TO ListCount
                            PERFORM ShowContract
                         END-IF
                   END-READ
                END-PERFORM
                DISPLAY "Agreements on file : " ListCount
             END-IF.

          ShowContract.
             EVALUATE TRUE
                WHEN CPStartDate > RunDate
                   MOVE "not started" TO StandingDisp
                WHEN CPEndDate < RunDate
                   MOVE "expired" TO StandingDisp
                WHEN OTHER
                   MOVE "in force" TO StandingDisp
             END-EVALUATE
             MOVE CPPrice TO Dollar
             DISPLAY "  " CPItemCode " " Dollar " from "
                CPStartDate " through " CPEndDate "  "
                StandingDisp.
