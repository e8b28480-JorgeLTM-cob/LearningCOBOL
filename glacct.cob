       IDENTIFICATION DIVISION.
          PROGRAM-ID.   glacct.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 10th, 2021.
      * Modification History
      *   2021-11-10 Brownies - new program: maintains the chart of
      *              accounts (glaccts.txt, GLACCT) in the brmaint and
      *              taxmaint mold - add or change an account's name,
      *              type, normal balance, branch and status, and list
      *              the chart.  A branch must be on the brmaint
      *              master.  The starting chart loads every account
      *              glextrct, deprun and famaint journal to, with
      *              retained earnings, owner's capital and the 9999
      *              suspense account glpost parks unknown lines in;
      *              an account already on file is left as it is.
      *   2021-11-12 Brownies - the starting chart carries the
      *              accounts the payroll journal books to: 1010
      *              Direct Deposit Clearing, 2300 Withholding
      *              Payable, 2350 Deductions Payable and 6100 Wages
      *              Expense.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL AcctFile ASSIGN TO "glaccts.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GAAcct.
             SELECT OPTIONAL BranchFile ASSIGN TO "brmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BrMastCode.
       DATA DIVISION.
          FILE SECTION.
             FD AcctFile.
                COPY GLACCT.
             FD BranchFile.
                01 BranchData.
                   02 BrMastCode PIC X(3).
                   02 BrMastName PIC X(20).
          WORKING-STORAGE SECTION.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 EntryAcct   PIC X(6).
             01 EntryName   PIC X(30).
             01 EntryType   PIC X(1).
             01 EntryNormal PIC X(1).
             01 EntryBranch PIC X(3).
             01 EntryStatus PIC X(1).
             01 AcctExists  PIC X.
             01 BranchOK    PIC X.
             01 ListEOF     PIC X.
             01 RunDate     PIC 9(8).
             01 LoadCount   PIC 9(3).
      * the starting chart: number, name, type, normal balance
             01 StdChartValues.
                02 FILLER PIC X(38)
                   VALUE "1000  Cash                          AD".
                02 FILLER PIC X(38)
                   VALUE "1010  Direct Deposit Clearing       AD".
                02 FILLER PIC X(38)
                   VALUE "1100  Accounts Receivable           AD".
                02 FILLER PIC X(38)
                   VALUE "1500  Fixed Assets                  AD".
                02 FILLER PIC X(38)
                   VALUE "1590  Accumulated Depreciation      AC".
                02 FILLER PIC X(38)
                   VALUE "2000  Accounts Payable              LC".
                02 FILLER PIC X(38)
                   VALUE "2200  Sales Tax Payable             LC".
                02 FILLER PIC X(38)
                   VALUE "2300  Withholding Payable           LC".
                02 FILLER PIC X(38)
                   VALUE "2350  Deductions Payable            LC".
                02 FILLER PIC X(38)
                   VALUE "3000  Owner's Capital               QC".
                02 FILLER PIC X(38)
                   VALUE "3900  Retained Earnings             QC".
                02 FILLER PIC X(38)
                   VALUE "4000  Sales                         RC".
                02 FILLER PIC X(38)
                   VALUE "4050  Sales Discounts               RD".
                02 FILLER PIC X(38)
                   VALUE "4100  Freight Revenue               RC".
                02 FILLER PIC X(38)
                   VALUE "4910  Returned Check Fees           RC".
                02 FILLER PIC X(38)
                   VALUE "4950  Gain on Asset Disposal        RC".
                02 FILLER PIC X(38)
                   VALUE "6100  Wages Expense                 ED".
                02 FILLER PIC X(38)
                   VALUE "6400  Bad Debt Expense              ED".
                02 FILLER PIC X(38)
                   VALUE "6500  Depreciation Expense          ED".
                02 FILLER PIC X(38)
                   VALUE "6950  Loss on Asset Disposal        ED".
                02 FILLER PIC X(38)
                   VALUE "9999  Suspense                      AD".
             01 StdChart REDEFINES StdChartValues.
                02 StdEntry OCCURS 21 TIMES.
                   03 StdAcct   PIC X(6).
                   03 StdName   PIC X(30).
                   03 StdType   PIC X(1).
                   03 StdNormal PIC X(1).
             01 StdSub      PIC 99.
       PROCEDURE DIVISION.
          StartPara.
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             OPEN I-O AcctFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Add / Change an Account"
                DISPLAY "2 : List the Chart of Accounts"
                DISPLAY "3 : Load the Starting Chart"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM MaintainAccount
                   WHEN 2 PERFORM ListAccounts
                   WHEN 3 PERFORM LoadStartingChart
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE AcctFile
          STOP RUN.

          MaintainAccount.
             DISPLAY "Enter Account Number : " WITH NO ADVANCING
             ACCEPT EntryAcct
             IF EntryAcct = SPACE
                DISPLAY "Account number cannot be blank"
             ELSE
                DISPLAY "Enter Name : " WITH NO ADVANCING
                ACCEPT EntryName
                DISPLAY "Type - A asset, L liability, Q equity, "
                   "R revenue, E expense : " WITH NO ADVANCING
                ACCEPT EntryType
                MOVE FUNCTION UPPER-CASE(EntryType) TO EntryType
                DISPLAY "Normal balance - D debit, C credit : "
                   WITH NO ADVANCING
                ACCEPT EntryNormal
                MOVE FUNCTION UPPER-CASE(EntryNormal) TO EntryNormal
                DISPLAY "Branch (blank = whole company) : "
                   WITH NO ADVANCING
                ACCEPT EntryBranch
                MOVE FUNCTION UPPER-CASE(EntryBranch) TO EntryBranch
                DISPLAY "Status - A active, I inactive : "
                   WITH NO ADVANCING
                ACCEPT EntryStatus
                MOVE FUNCTION UPPER-CASE(EntryStatus) TO EntryStatus
                PERFORM CheckBranch
                EVALUATE TRUE
                   WHEN EntryType NOT = 'A' AND NOT = 'L'
                      AND NOT = 'Q' AND NOT = 'R' AND NOT = 'E'
                      DISPLAY "Type must be A, L, Q, R or E"
                   WHEN EntryNormal NOT = 'D' AND NOT = 'C'
                      DISPLAY "Normal balance must be D or C"
                   WHEN EntryStatus NOT = 'A' AND NOT = 'I'
                      AND NOT = SPACE
                      DISPLAY "Status must be A or I"
                   WHEN BranchOK = 'N'
                      DISPLAY "Branch " EntryBranch
                         " is not on the branch master"
                   WHEN OTHER
                      PERFORM WriteAccount
                END-EVALUATE
             END-IF.

          CheckBranch.
             MOVE 'Y' TO BranchOK
             IF EntryBranch NOT = SPACE
                OPEN INPUT BranchFile
                MOVE EntryBranch TO BrMastCode
                READ BranchFile
                   INVALID KEY MOVE 'N' TO BranchOK
                END-READ
                CLOSE BranchFile
             END-IF.

          WriteAccount.
             MOVE 'Y' TO AcctExists
             MOVE EntryAcct TO GAAcct
             READ AcctFile
                INVALID KEY MOVE 'N' TO AcctExists
             END-READ
             MOVE EntryAcct TO GAAcct
             MOVE EntryName TO GAName
             MOVE EntryType TO GAType
             MOVE EntryNormal TO GANormal
             MOVE EntryBranch TO GABranch
             IF EntryStatus = SPACE
                MOVE 'A' TO GAStatus
             ELSE
                MOVE EntryStatus TO GAStatus
             END-IF
             MOVE RunDate TO GASetDate
             IF AcctExists = 'Y'
                REWRITE GLAcctData
                   INVALID KEY DISPLAY "Account Not Updated"
                END-REWRITE
                DISPLAY "Account changed: " EntryAcct
             ELSE
                WRITE GLAcctData
                   INVALID KEY DISPLAY "Account Not Added"
                END-WRITE
                DISPLAY "Account added: " EntryAcct
             END-IF.

          ListAccounts.
             DISPLAY "   "
             DISPLAY "Acct   Name                           Type "
                "Norm Branch Status"
             MOVE 'N' TO ListEOF
             MOVE LOW-VALUES TO GAAcct
             START AcctFile KEY IS NOT LESS THAN GAAcct
                INVALID KEY
                   MOVE 'Y' TO ListEOF
                   DISPLAY "No Accounts On File"
             END-START
             PERFORM UNTIL ListEOF = 'Y'
                READ AcctFile NEXT RECORD
                   AT END MOVE 'Y' TO ListEOF
                   NOT AT END
                      DISPLAY GAAcct " " GAName "  " GAType "    "
                         GANormal "    " GABranch "    " GAStatus
                END-READ
             END-PERFORM.

          LoadStartingChart.
             MOVE ZERO TO LoadCount
             PERFORM LoadStdAccount VARYING StdSub FROM 1 BY 1
                UNTIL StdSub > 21
             DISPLAY "Accounts loaded : " LoadCount.

          LoadStdAccount.
             MOVE StdAcct(StdSub) TO GAAcct
             READ AcctFile
                INVALID KEY
                   MOVE StdAcct(StdSub) TO GAAcct
                   MOVE StdName(StdSub) TO GAName
                   MOVE StdType(StdSub) TO GAType
                   MOVE StdNormal(StdSub) TO GANormal
                   MOVE SPACE TO GABranch
                   MOVE 'A' TO GAStatus
                   MOVE RunDate TO GASetDate
                   WRITE GLAcctData
                      INVALID KEY DISPLAY "Account Not Added "
                         GAAcct
                      NOT INVALID KEY ADD 1 TO LoadCount
                   END-WRITE
             END-READ.
