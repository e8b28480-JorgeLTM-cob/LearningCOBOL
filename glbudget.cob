       IDENTIFICATION DIVISION.
          PROGRAM-ID.   glbudget.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 10th, 2021.
      * Modification History
      *   2021-11-10 Brownies - new program: keys the general-ledger
      *              budget (glbudget.txt, GLBUDGET) in the glacct
      *              mold.  Set one month's budget for a revenue or
      *              expense account on the chart (glaccts.txt), set
      *              a whole year - the same amount every month, or
      *              each month keyed in turn - and list an account's
      *              year with its total.  A month set again is
      *              replaced.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL AcctFile ASSIGN TO "glaccts.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GAAcct.
             SELECT OPTIONAL BudgetFile ASSIGN TO "glbudget.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BGKey.
       DATA DIVISION.
          FILE SECTION.
             FD AcctFile.
                COPY GLACCT.
             FD BudgetFile.
                COPY GLBUDGET.
          WORKING-STORAGE SECTION.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 EntryAcct   PIC X(6).
             01 EntryPeriod PIC 9(6).
             01 EntryParts REDEFINES EntryPeriod.
                02 EPYear  PIC 9(4).
                02 EPMonth PIC 99.
             01 EntryYear   PIC 9(4).
             01 EntryAmount PIC 9(9)V99.
             01 EntryHow    PIC X.
             01 AcctOK      PIC X.
             01 BudgetExists PIC X.
             01 MonthSub    PIC 99.
             01 YearTotal   PIC S9(11)V99.
             01 RunDate     PIC 9(8).
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          StartPara.
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             OPEN INPUT AcctFile
             OPEN I-O BudgetFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Set a Month's Budget"
                DISPLAY "2 : Set a Year's Budget"
                DISPLAY "3 : List an Account's Year"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM SetMonthBudget
                   WHEN 2 PERFORM SetYearBudget
                   WHEN 3 PERFORM ListAccountYear
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE BudgetFile
             CLOSE AcctFile
          STOP RUN.

          GetAccount.
             DISPLAY "Enter Account Number : " WITH NO ADVANCING
             ACCEPT EntryAcct
             MOVE 'Y' TO AcctOK
             MOVE EntryAcct TO GAAcct
             READ AcctFile
                INVALID KEY
                   MOVE 'N' TO AcctOK
                   DISPLAY "Account not on the chart"
             END-READ
             IF AcctOK = 'Y'
                IF GARevenue OR GAExpense
                   DISPLAY GAName
                ELSE
                   MOVE 'N' TO AcctOK
                   DISPLAY "Only revenue and expense accounts are "
                      "budgeted"
                END-IF
             END-IF.

          SetMonthBudget.
             PERFORM GetAccount
             IF AcctOK = 'Y'
                DISPLAY "Month (YYYYMM) : " WITH NO ADVANCING
                ACCEPT EntryPeriod
                IF EPMonth < 1 OR EPMonth > 12
                   DISPLAY "Month is not valid"
                ELSE
                   DISPLAY "Budget amount : " WITH NO ADVANCING
                   ACCEPT EntryAmount
                   PERFORM WriteBudget
                   DISPLAY "Budget set for " EntryAcct " " EntryPeriod
                END-IF
             END-IF.

          SetYearBudget.
             PERFORM GetAccount
             IF AcctOK = 'Y'
                DISPLAY "Year (YYYY) : " WITH NO ADVANCING
                ACCEPT EntryYear
                DISPLAY "S = same amount every month, "
                   "M = key each month : " WITH NO ADVANCING
                ACCEPT EntryHow
                MOVE FUNCTION UPPER-CASE(EntryHow) TO EntryHow
                IF EntryHow = 'S'
                   DISPLAY "Monthly amount : " WITH NO ADVANCING
                   ACCEPT EntryAmount
                END-IF
                MOVE EntryYear TO EPYear
                PERFORM SetYearMonth VARYING MonthSub FROM 1 BY 1
                   UNTIL MonthSub > 12
                DISPLAY "Budget set for " EntryAcct " " EntryYear
             END-IF.

          SetYearMonth.
             MOVE MonthSub TO EPMonth
             IF EntryHow NOT = 'S'
                DISPLAY "Amount for " EntryPeriod " : "
                   WITH NO ADVANCING
                ACCEPT EntryAmount
             END-IF
             PERFORM WriteBudget.

          WriteBudget.
             MOVE 'Y' TO BudgetExists
             MOVE EntryAcct TO BGAcct
             MOVE EntryPeriod TO BGPeriod
             READ BudgetFile
                INVALID KEY MOVE 'N' TO BudgetExists
             END-READ
             MOVE EntryAcct TO BGAcct
             MOVE EntryPeriod TO BGPeriod
             MOVE EntryAmount TO BGAmount
             MOVE RunDate TO BGSetDate
             IF BudgetExists = 'Y'
                REWRITE GLBudgetData
                   INVALID KEY DISPLAY "Budget Not Updated"
                END-REWRITE
             ELSE
                WRITE GLBudgetData
                   INVALID KEY DISPLAY "Budget Not Added"
                END-WRITE
             END-IF.

          ListAccountYear.
             PERFORM GetAccount
             IF AcctOK = 'Y'
                DISPLAY "Year (YYYY) : " WITH NO ADVANCING
                ACCEPT EntryYear
                MOVE ZERO TO YearTotal
                MOVE EntryYear TO EPYear
                DISPLAY "Month          Budget"
                PERFORM ListYearMonth VARYING MonthSub FROM 1 BY 1
                   UNTIL MonthSub > 12
                MOVE YearTotal TO DollarMinus
                DISPLAY "Year    " DollarMinus
             END-IF.

          ListYearMonth.
             MOVE MonthSub TO EPMonth
             MOVE EntryAcct TO BGAcct
             MOVE EntryPeriod TO BGPeriod
             READ BudgetFile
                INVALID KEY
                   DISPLAY EntryPeriod "  (none)"
                NOT INVALID KEY
                   ADD BGAmount TO YearTotal
                   MOVE BGAmount TO DollarMinus
                   DISPLAY EntryPeriod "  " DollarMinus
             END-READ.
