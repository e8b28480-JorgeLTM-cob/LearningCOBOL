       IDENTIFICATION DIVISION.
          PROGRAM-ID.   portext.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 1st, 2021.
      * Modification History
      *   2021-10-01 Brownies - new program: nightly open-item
      *              extract for the customer web portal, so the
      *              customers can look up their own invoices and
      *              balance instead of phoning for copies.  Every
      *              active, unmerged customer gets a C record, one
      *              D record per open item on invmast.txt and a U
      *              record for unapplied cash on arcash.txt, in the
      *              fixed layout documented below, written to
      *              portal.txt between an H header and a T trailer
      *              carrying the control totals.  Customers signed
      *              up for electronic invoicing (CUSTREC EInvFlag)
      *              also get today's new invoices in einvoice.txt.
      *              The portal is not a supervisor audience, so
      *              Phone and Email go out masked to the last four
      *              the way DisplayCust masks them for everyone
      *              else.  Runs as a step of the nightly chain;
      *              RETURN-CODE 4 when the item table overflows.
      *
      * portal.txt - 100-byte fixed records, type in byte 1.
      * Amounts are signed, sign leading separate, two implied
      * decimals; dates are YYYYMMDD.
      *   H  1 type  2-9 run date  10-15 run time  16-23 "PORTAL01"
      *   C  1 type  2-6 customer  7-21 last name  22-36 first
      *      name  37-48 phone (masked)  49-78 email (masked)
      *      79-89 open balance  90-100 unapplied cash
      *   D  1 type  2-6 customer  7-13 invoice  14-21 invoice
      *      date  22-29 due date  30 kind (I invoice, C credit
      *      memo, F finance charge, R returned-check fee)
      *      31-41 original amount  42-52 paid  53-63 balance
      *      64 D when disputed
      *   U  1 type  2-6 customer  7-17 unapplied cash
      *   T  1 type  2-8 C count  9-15 D count  16-22 U count
      *      23-33 total of the D balances  34-44 total unapplied
      *      45-53 records in the file, header and trailer
      *      included
      *
      * einvoice.txt - same conventions; one I record per new
      * invoice dated today for an e-invoicing customer, which
      * carries the delivery Email in full: the customer gave it
      * for this purpose and the service cannot deliver to a
      * masked address.  A customer flagged do-not-email, or with
      * no Email on file, is passed by and counted.
      *   H  1 type  2-9 run date  10-15 run time  16-23 "EINVCE01"
      *   I  1 type  2-6 customer  7-21 last name  22-36 first
      *      name  37-66 email  67-73 invoice  74-81 invoice date
      *      82-89 due date  90 kind  91-101 subtotal  102-112
      *      tax  113-123 total  124-126 terms code
      *   T  1 type  2-8 I count  9-19 total of the I totals
      *      20-28 records in the file, header and trailer
      *      included
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
             SELECT OPTIONAL CashFile ASSIGN TO "arcash.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ACCustID.
             SELECT PortalFile ASSIGN TO "portal.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT EInvFile ASSIGN TO "einvoice.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD CustomerFile.
                COPY CUSTREC.
             FD InvMastFile.
                COPY INVMAST.
             FD CashFile.
                01 CashData.
                   02 ACCustID PIC 9(5).
                   02 ACAmount PIC 9(7)V99.
             FD PortalFile.
                01 PortalHeader.
                   02 PHRecType  PIC X(1).
                   02 PHRunDate  PIC 9(8).
                   02 PHRunTime  PIC 9(6).
                   02 PHFileID   PIC X(8).
                   02 FILLER     PIC X(77).
                01 PortalCust.
                   02 PCRecType  PIC X(1).
                   02 PCCustID   PIC 9(5).
                   02 PCLastName PIC X(15).
                   02 PCFirstName PIC X(15).
                   02 PCPhone    PIC X(12).
                   02 PCEmail    PIC X(30).
                   02 PCBalance  PIC S9(8)V99
                      SIGN IS LEADING SEPARATE.
                   02 PCCash     PIC S9(8)V99
                      SIGN IS LEADING SEPARATE.
                01 PortalItem.
                   02 PDRecType  PIC X(1).
                   02 PDCustID   PIC 9(5).
                   02 PDInvNum   PIC 9(7).
                   02 PDInvDate  PIC 9(8).
                   02 PDDueDate  PIC 9(8).
                   02 PDKind     PIC X(1).
                   02 PDOriginal PIC S9(8)V99
                      SIGN IS LEADING SEPARATE.
                   02 PDPaid     PIC S9(8)V99
                      SIGN IS LEADING SEPARATE.
                   02 PDBalance  PIC S9(8)V99
                      SIGN IS LEADING SEPARATE.
                   02 PDDispute  PIC X(1).
                   02 FILLER     PIC X(36).
                01 PortalCash.
                   02 PURecType  PIC X(1).
                   02 PUCustID   PIC 9(5).
                   02 PUAmount   PIC S9(8)V99
                      SIGN IS LEADING SEPARATE.
                   02 FILLER     PIC X(83).
                01 PortalTrailer.
                   02 PTRecType  PIC X(1).
                   02 PTCustCt   PIC 9(7).
                   02 PTItemCt   PIC 9(7).
                   02 PTCashCt   PIC 9(7).
                   02 PTBalance  PIC S9(8)V99
                      SIGN IS LEADING SEPARATE.
                   02 PTCash     PIC S9(8)V99
                      SIGN IS LEADING SEPARATE.
                   02 PTRecCt    PIC 9(9).
                   02 FILLER     PIC X(47).
             FD EInvFile.
                01 EInvHeader.
                   02 EHRecType  PIC X(1).
                   02 EHRunDate  PIC 9(8).
                   02 EHRunTime  PIC 9(6).
                   02 EHFileID   PIC X(8).
                   02 FILLER     PIC X(103).
                01 EInvItem.
                   02 EIRecType  PIC X(1).
                   02 EICustID   PIC 9(5).
                   02 EILastName PIC X(15).
                   02 EIFirstName PIC X(15).
                   02 EIEmail    PIC X(30).
                   02 EIInvNum   PIC 9(7).
                   02 EIInvDate  PIC 9(8).
                   02 EIDueDate  PIC 9(8).
                   02 EIKind     PIC X(1).
                   02 EISubtotal PIC S9(8)V99
                      SIGN IS LEADING SEPARATE.
                   02 EITax      PIC S9(8)V99
                      SIGN IS LEADING SEPARATE.
                   02 EITotal    PIC S9(8)V99
                      SIGN IS LEADING SEPARATE.
                   02 EITerms    PIC X(3).
                01 EInvTrailer.
                   02 ETRecType  PIC X(1).
                   02 ETItemCt   PIC 9(7).
                   02 ETTotal    PIC S9(8)V99
                      SIGN IS LEADING SEPARATE.
                   02 ETRecCt    PIC 9(9).
                   02 FILLER     PIC X(98).
          WORKING-STORAGE SECTION.
             01 CustEOF     PIC X VALUE 'N'.
             01 MastEOF     PIC X VALUE 'N'.
             01 RunDate     PIC 9(8).
             01 RunTime     PIC 9(6).
             01 Thirty      PIC 9(8) VALUE 30.
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
      * the open items, plus anything dated today for the
      * e-invoice file, loaded once off the invoice master and
      * matched to each customer as the customer file is walked
             01 ItemTable.
                02 ItemEntry OCCURS 5000 TIMES.
                   03 ItCustID   PIC 9(5).
                   03 ItInvNum   PIC 9(7).
                   03 ItInvDate  PIC 9(8).
                   03 ItDueDate  PIC 9(8).
                   03 ItKind     PIC X(1).
                   03 ItSubtotal PIC S9(7)V99.
                   03 ItTax      PIC S9(7)V99.
                   03 ItTotal    PIC S9(7)V99.
                   03 ItPaid     PIC S9(7)V99.
                   03 ItDispute  PIC X(1).
                   03 ItTerms    PIC X(3).
                   03 ItOpen     PIC X(1).
                   03 ItNew      PIC X(1).
             01 ItemCount   PIC 9(5) VALUE ZERO.
             01 ItemSub     PIC 9(5).
             01 ItemTableFull PIC X VALUE 'N'.
             01 ItemBalance PIC S9(8)V99.
             01 CustBalance PIC S9(8)V99.
             01 CustCash    PIC S9(8)V99.
             01 CustEInvCt  PIC 9(5).
             01 MaskedPhone PIC X(12).
             01 MaskedEmail PIC X(30).
             01 MaskLen     PIC 9(2).
             01 CustCt      PIC 9(7) VALUE ZERO.
             01 DetailCt    PIC 9(7) VALUE ZERO.
             01 CashCt      PIC 9(7) VALUE ZERO.
             01 PortalRecCt PIC 9(9) VALUE ZERO.
             01 BalanceTotal PIC S9(8)V99 VALUE ZERO.
             01 CashTotal   PIC S9(8)V99 VALUE ZERO.
             01 EInvCt      PIC 9(7) VALUE ZERO.
             01 EInvRecCt   PIC 9(9) VALUE ZERO.
             01 EInvTotal   PIC S9(8)V99 VALUE ZERO.
             01 EInvCustCt  PIC 9(5) VALUE ZERO.
             01 NoEmailCt   PIC 9(5) VALUE ZERO.
             01 SkipCustCt  PIC 9(5) VALUE ZERO.
             01 SkipItemCt  PIC 9(7) VALUE ZERO.
             01 ReadCt      PIC 9(7) VALUE ZERO.
             01 JLProgName PIC X(12) VALUE "portext".
             01 JLPhase    PIC X(5).
             01 JLReadCt   PIC 9(7).
             01 JLWriteCt  PIC 9(7).
             01 JLRejCt    PIC 9(7).
             01 JLFinal    PIC X(8).
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
             MOVE FUNCTION CURRENT-DATE(9:6) TO RunTime
             PERFORM LoadItems
             OPEN INPUT CustomerFile
             OPEN INPUT CashFile
             OPEN OUTPUT PortalFile
             OPEN OUTPUT EInvFile
             PERFORM WriteHeaders
             MOVE LOW-VALUES TO IDNum
             START CustomerFile KEY IS NOT LESS THAN IDNum
                INVALID KEY MOVE 'Y' TO CustEOF
             END-START
             PERFORM UNTIL CustEOF = 'Y'
                READ CustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO CustEOF
                   NOT AT END
                      ADD 1 TO ReadCt
                      PERFORM ExtractOneCust
                END-READ
             END-PERFORM
             PERFORM CountOrphanItems
             PERFORM WriteTrailers
             CLOSE CustomerFile
             CLOSE CashFile
             CLOSE PortalFile
             CLOSE EInvFile
             DISPLAY "Portal extract : " CustCt " customers, "
                DetailCt " open items, " CashCt " with cash"
             DISPLAY "E-invoices     : " EInvCt " invoices for "
                EInvCustCt " customers, " NoEmailCt
                " passed by (do-not-email or no Email)"
             DISPLAY "Skipped        : " SkipCustCt
                " inactive or merged customers, " SkipItemCt
                " of their items"
             MOVE "END" TO JLPhase
             COMPUTE JLReadCt = ReadCt + ItemCount
             COMPUTE JLWriteCt = PortalRecCt + EInvRecCt
             MOVE SkipItemCt TO JLRejCt
             IF ItemTableFull = 'Y'
                MOVE "WARN" TO JLFinal
             ELSE
                MOVE "OK" TO JLFinal
             END-IF
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
             IF ItemTableFull = 'Y'
                MOVE 4 TO RETURN-CODE
             END-IF
          STOP RUN.

          LoadItems.
             OPEN INPUT InvMastFile
             MOVE LOW-VALUES TO IMInvNum
             START InvMastFile KEY IS NOT LESS THAN IMInvNum
                INVALID KEY MOVE 'Y' TO MastEOF
             END-START
             PERFORM UNTIL MastEOF = 'Y'
                READ InvMastFile NEXT RECORD
                   AT END MOVE 'Y' TO MastEOF
                   NOT AT END
                      IF IMOpen
                         OR (IMInvDate = RunDate AND NOT IMVoid)
                         PERFORM AddItem
                      END-IF
                END-READ
             END-PERFORM
             CLOSE InvMastFile.

          AddItem.
             IF ItemCount < 5000
                ADD 1 TO ItemCount
                MOVE IMCustID TO ItCustID(ItemCount)
                MOVE IMInvNum TO ItInvNum(ItemCount)
                MOVE IMInvDate TO ItInvDate(ItemCount)
                MOVE IMDueDate TO ItDueDate(ItemCount)
      * a record written before payment terms has no due date;
      * it reads as invoice date plus 30
                IF IMDueDate NOT NUMERIC OR IMDueDate = ZERO
                   CALL "DATECALC" USING IMInvDate, Thirty, "A",
                      DCResult, DCStatus
                   MOVE DCResult TO ItDueDate(ItemCount)
                END-IF
                IF IMKind = SPACE
                   MOVE 'I' TO ItKind(ItemCount)
                ELSE
                   MOVE IMKind TO ItKind(ItemCount)
                END-IF
      * a credit memo is a negative item: its total and the
      * portion already applied both go out negative
                IF IMCreditMemo
                   COMPUTE ItSubtotal(ItemCount) = ZERO - IMSubtotal
                   COMPUTE ItTax(ItemCount) = ZERO - IMTax
                   COMPUTE ItTotal(ItemCount) = ZERO - IMTotal
                   COMPUTE ItPaid(ItemCount) = ZERO - IMPaid
                ELSE
                   MOVE IMSubtotal TO ItSubtotal(ItemCount)
                   MOVE IMTax TO ItTax(ItemCount)
                   MOVE IMTotal TO ItTotal(ItemCount)
                   MOVE IMPaid TO ItPaid(ItemCount)
                END-IF
                IF IMDisputed
                   MOVE 'D' TO ItDispute(ItemCount)
                ELSE
                   MOVE SPACE TO ItDispute(ItemCount)
                END-IF
                MOVE IMTermsCode TO ItTerms(ItemCount)
                IF IMOpen
                   MOVE 'Y' TO ItOpen(ItemCount)
                ELSE
                   MOVE 'N' TO ItOpen(ItemCount)
                END-IF
                IF IMInvDate = RunDate
                   MOVE 'Y' TO ItNew(ItemCount)
                ELSE
                   MOVE 'N' TO ItNew(ItemCount)
                END-IF
             ELSE
                IF ItemTableFull NOT = 'Y'
                   DISPLAY "More than 5000 open items - the "
                      "extract is incomplete"
                   MOVE 'Y' TO ItemTableFull
                END-IF
             END-IF.

          WriteHeaders.
             MOVE SPACE TO PortalHeader
             MOVE 'H' TO PHRecType
             MOVE RunDate TO PHRunDate
             MOVE RunTime TO PHRunTime
             MOVE "PORTAL01" TO PHFileID
             WRITE PortalHeader
             ADD 1 TO PortalRecCt
             MOVE SPACE TO EInvHeader
             MOVE 'H' TO EHRecType
             MOVE RunDate TO EHRunDate
             MOVE RunTime TO EHRunTime
             MOVE "EINVCE01" TO EHFileID
             WRITE EInvHeader
             ADD 1 TO EInvRecCt.

          ExtractOneCust.
      * inactive and merged-away customers stay off the portal and
      * get no e-invoices; their items are counted as skipped
             IF NOT CustActive OR MergedTo NOT = ZERO
                ADD 1 TO SkipCustCt
                PERFORM CountSkippedItem VARYING ItemSub FROM 1 BY 1
                   UNTIL ItemSub > ItemCount
             ELSE
                PERFORM WriteCustRecord
                PERFORM WriteCustItem VARYING ItemSub FROM 1 BY 1
                   UNTIL ItemSub > ItemCount
                IF CustCash NOT = ZERO
                   PERFORM WriteCashRecord
                END-IF
                IF CustEInvoice
                   PERFORM SendEInvoices
                END-IF
             END-IF.

          CountSkippedItem.
             IF ItCustID(ItemSub) = IDNum
                AND ItOpen(ItemSub) = 'Y'
                ADD 1 TO SkipItemCt
             END-IF.

          WriteCustRecord.
      * the balance goes on the C record ahead of the detail, so
      * the customer's items are totalled first
             MOVE ZERO TO CustBalance
             PERFORM SumCustItem VARYING ItemSub FROM 1 BY 1
                UNTIL ItemSub > ItemCount
             MOVE ZERO TO CustCash
             MOVE IDNum TO ACCustID
             READ CashFile
                INVALID KEY MOVE ZERO TO CustCash
                NOT INVALID KEY MOVE ACAmount TO CustCash
             END-READ
             PERFORM BuildMaskedContact
             MOVE SPACE TO PortalCust
             MOVE 'C' TO PCRecType
             MOVE IDNum TO PCCustID
             MOVE LastName TO PCLastName
             MOVE FirstName TO PCFirstName
             MOVE MaskedPhone TO PCPhone
             MOVE MaskedEmail TO PCEmail
             MOVE CustBalance TO PCBalance
             MOVE CustCash TO PCCash
             WRITE PortalCust
             ADD 1 TO PortalRecCt
             ADD 1 TO CustCt.

          SumCustItem.
             IF ItCustID(ItemSub) = IDNum
                AND ItOpen(ItemSub) = 'Y'
                COMPUTE CustBalance = CustBalance
                   + ItTotal(ItemSub) - ItPaid(ItemSub)
             END-IF.

          WriteCustItem.
             IF ItCustID(ItemSub) = IDNum
                AND ItOpen(ItemSub) = 'Y'
                COMPUTE ItemBalance =
                   ItTotal(ItemSub) - ItPaid(ItemSub)
                MOVE SPACE TO PortalItem
                MOVE 'D' TO PDRecType
                MOVE IDNum TO PDCustID
                MOVE ItInvNum(ItemSub) TO PDInvNum
                MOVE ItInvDate(ItemSub) TO PDInvDate
                MOVE ItDueDate(ItemSub) TO PDDueDate
                MOVE ItKind(ItemSub) TO PDKind
                MOVE ItTotal(ItemSub) TO PDOriginal
                MOVE ItPaid(ItemSub) TO PDPaid
                MOVE ItemBalance TO PDBalance
                MOVE ItDispute(ItemSub) TO PDDispute
                WRITE PortalItem
                ADD 1 TO PortalRecCt
                ADD 1 TO DetailCt
                ADD ItemBalance TO BalanceTotal
             END-IF.

          WriteCashRecord.
             MOVE SPACE TO PortalCash
             MOVE 'U' TO PURecType
             MOVE IDNum TO PUCustID
             MOVE CustCash TO PUAmount
             WRITE PortalCash
             ADD 1 TO PortalRecCt
             ADD 1 TO CashCt
             ADD CustCash TO CashTotal.

          SendEInvoices.
             IF CustNoEmail OR Email = SPACE
                ADD 1 TO NoEmailCt
             ELSE
                MOVE ZERO TO CustEInvCt
                PERFORM WriteEInvItem VARYING ItemSub FROM 1 BY 1
                   UNTIL ItemSub > ItemCount
                IF CustEInvCt > ZERO
                   ADD 1 TO EInvCustCt
                END-IF
             END-IF.

          WriteEInvItem.
             IF ItCustID(ItemSub) = IDNum
                AND ItNew(ItemSub) = 'Y'
                MOVE SPACE TO EInvItem
                MOVE 'I' TO EIRecType
                MOVE IDNum TO EICustID
                MOVE LastName TO EILastName
                MOVE FirstName TO EIFirstName
                MOVE Email TO EIEmail
                MOVE ItInvNum(ItemSub) TO EIInvNum
                MOVE ItInvDate(ItemSub) TO EIInvDate
                MOVE ItDueDate(ItemSub) TO EIDueDate
                MOVE ItKind(ItemSub) TO EIKind
                MOVE ItSubtotal(ItemSub) TO EISubtotal
                MOVE ItTax(ItemSub) TO EITax
                MOVE ItTotal(ItemSub) TO EITotal
                MOVE ItTerms(ItemSub) TO EITerms
                WRITE EInvItem
                ADD 1 TO EInvRecCt
                ADD 1 TO EInvCt
                ADD 1 TO CustEInvCt
                ADD ItTotal(ItemSub) TO EInvTotal
             END-IF.

          CountOrphanItems.
      * an open item whose customer is no longer on the master
      * never matched a customer above; count it with the skipped
      * items so the job log shows it was left out
             PERFORM CheckOrphanItem VARYING ItemSub FROM 1 BY 1
                UNTIL ItemSub > ItemCount.

          CheckOrphanItem.
             IF ItOpen(ItemSub) = 'Y'
                MOVE ItCustID(ItemSub) TO IDNum
                READ CustomerFile
                   INVALID KEY ADD 1 TO SkipItemCt
                END-READ
             END-IF.

          WriteTrailers.
             ADD 1 TO PortalRecCt
             MOVE SPACE TO PortalTrailer
             MOVE 'T' TO PTRecType
             MOVE CustCt TO PTCustCt
             MOVE DetailCt TO PTItemCt
             MOVE CashCt TO PTCashCt
             MOVE BalanceTotal TO PTBalance
             MOVE CashTotal TO PTCash
             MOVE PortalRecCt TO PTRecCt
             WRITE PortalTrailer
             ADD 1 TO EInvRecCt
             MOVE SPACE TO EInvTrailer
             MOVE 'T' TO ETRecType
             MOVE EInvCt TO ETItemCt
             MOVE EInvTotal TO ETTotal
             MOVE EInvRecCt TO ETRecCt
             WRITE EInvTrailer.

          BuildMaskedContact.
             MOVE ALL "*" TO MaskedPhone
             COMPUTE MaskLen = FUNCTION LENGTH(
                FUNCTION TRIM(Phone))
             IF MaskLen > 4
                MOVE Phone(MaskLen - 3:4)
                   TO MaskedPhone(9:4)
             ELSE
                MOVE Phone TO MaskedPhone
             END-IF
             MOVE SPACE TO MaskedEmail
             COMPUTE MaskLen = FUNCTION LENGTH(
                FUNCTION TRIM(Email))
             IF MaskLen > 4
                MOVE ALL "*" TO MaskedEmail(1:MaskLen - 4)
                MOVE Email(MaskLen - 3:4)
                   TO MaskedEmail(MaskLen - 3:4)
             ELSE
                MOVE Email TO MaskedEmail
             END-IF.
