       IDENTIFICATION DIVISION.
          PROGRAM-ID. TERMCALC.
          AUTHOR. Brownies.
          DATE-WRITTEN. September 13th, 2021.
      * Modification History
      *   2021-09-13 Brownies - new subprogram, in the PERCHK and
      *              DATECALC mold: one place that turns a payment
      *              terms code into dates.  Pass the customer's
      *              terms code and the invoice date; back come the
      *              net due date, the early-pay discount date and
      *              rate (zero when the terms carry no discount)
      *              and the monthly finance-charge rate, all off
      *              the termmnt master termmast.txt.  A blank or
      *              unknown code reads as the old house terms - net
      *              30, no discount, 1.5% a month - with LStatus
      *              '1' so the caller can say so; '0' otherwise.
      *   2021-11-28 Brownies - a due date or discount date landing
      *              on a weekend or a day the company calendar has
      *              closed rolls to the next business day (DATECALC
      *              N), so a customer is never due on a holiday.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL TermsFile ASSIGN TO "termmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TermCode.
       DATA DIVISION.
          FILE SECTION.
             FD TermsFile.
                01 TermsData.
                   02 TermCode     PIC X(3).
                   02 TermDesc     PIC X(20).
                   02 TermNetDays  PIC 9(3).
                   02 TermDiscRate PIC V999.
                   02 TermDiscDays PIC 9(3).
                   02 TermFinRate  PIC V999.
          WORKING-STORAGE SECTION.
             01 NetDays    PIC 9(8).
             01 DiscDays   PIC 9(8).
             01 NoDays     PIC 9(8) VALUE ZERO.
             01 RollDate   PIC 9(8).
             01 DCResult   PIC S9(8).
             01 DCStatus   PIC X(1).
          LINKAGE SECTION.
             01 LTermsCode PIC X(3).
             01 LInvDate   PIC 9(8).
             01 LDueDate   PIC 9(8).
             01 LDiscDate  PIC 9(8).
             01 LDiscRate  PIC V999.
             01 LFinRate   PIC V999.
             01 LStatus    PIC X(1).
       PROCEDURE DIVISION USING LTermsCode, LInvDate, LDueDate,
             LDiscDate, LDiscRate, LFinRate, LStatus.
          MOVE '1' TO LStatus
          MOVE 30 TO NetDays
          MOVE ZERO TO DiscDays
          MOVE ZERO TO LDiscRate
          MOVE .015 TO LFinRate
          MOVE ZERO TO LDueDate
          MOVE ZERO TO LDiscDate
          IF LTermsCode NOT = SPACE
             OPEN INPUT TermsFile
             MOVE LTermsCode TO TermCode
             READ TermsFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE '0' TO LStatus
                   MOVE TermNetDays TO NetDays
                   MOVE TermFinRate TO LFinRate
                   IF TermDiscRate > ZERO
                      MOVE TermDiscDays TO DiscDays
                      MOVE TermDiscRate TO LDiscRate
                   END-IF
             END-READ
             CLOSE TermsFile
          END-IF
          CALL "DATECALC" USING LInvDate, NetDays, "A", DCResult,
             DCStatus
          IF DCStatus = '0'
             MOVE DCResult TO RollDate
             MOVE RollDate TO LDueDate
             CALL "DATECALC" USING RollDate, NoDays, "N", DCResult,
                DCStatus
             IF DCStatus = '0'
                MOVE DCResult TO LDueDate
             END-IF
          END-IF
          IF LDiscRate > ZERO
             CALL "DATECALC" USING LInvDate, DiscDays, "A",
                DCResult, DCStatus
             IF DCStatus = '0'
                MOVE DCResult TO RollDate
                MOVE RollDate TO LDiscDate
                CALL "DATECALC" USING RollDate, NoDays, "N",
                   DCResult, DCStatus
                IF DCStatus = '0'
                   MOVE DCResult TO LDiscDate
                END-IF
             END-IF
          END-IF.
       EXIT PROGRAM.
