       IDENTIFICATION DIVISION.
          PROGRAM-ID.   ptomaint.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 16th, 2021.
      * Modification History
      *   2021-11-16 Brownies - new program: maintains the indexed
      *              paid-time-off master (emppto.txt, EMPPTO) behind
      *              time entry and the payroll run, in the dedmaint
      *              mold.  Set an employee's vacation and sick rules
      *              - hours earned per pay period, annual cap and
      *              carryover limit - with the opening balances off
      *              the office's cards when the employee is first
      *              set up (a change of rules keeps the balances and
      *              the year's figures); adjust a balance by hours
      *              up or down for a correction; and list the file.
      *   2021-11-18 Brownies - the employee record now comes from
      *              the shared EMPREC copybook, which adds the pay
      *              type and pay frequency.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL PTOFile ASSIGN TO "emppto.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PTEmpID.
             SELECT EmpFile ASSIGN TO "empmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EmpID.
       DATA DIVISION.
          FILE SECTION.
             FD PTOFile.
                COPY EMPPTO.
             FD EmpFile.
                COPY EMPREC.
          WORKING-STORAGE SECTION.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 EntryEmpID  PIC 9(4).
             01 EntryBank   PIC X.
             01 EntryAdjust PIC S9(4)V99.
             01 EmpFound    PIC X.
             01 PTOExists   PIC X.
             01 ListEOF     PIC X.
             01 RunDate     PIC 9(8).
             01 HrsDisp     PIC ZZ9.99.
             01 CapDisp     PIC ZZ9.99.
             01 CarryDisp   PIC ZZ9.99.
             01 BalDisp     PIC ZZZ9.99-.
       PROCEDURE DIVISION.
          StartPara.
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             OPEN I-O PTOFile
             OPEN INPUT EmpFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Set an Employee's PTO Rules"
                DISPLAY "2 : Adjust a PTO Balance"
                DISPLAY "3 : List All PTO"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM MaintainPTO
                   WHEN 2 PERFORM AdjustBalance
                   WHEN 3 PERFORM ListPTO
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE EmpFile
             CLOSE PTOFile
          STOP RUN.

          GetEmployee.
             DISPLAY "Employee ID : " WITH NO ADVANCING
             ACCEPT EntryEmpID
             MOVE 'Y' TO EmpFound
             MOVE EntryEmpID TO EmpID
             READ EmpFile
                INVALID KEY MOVE 'N' TO EmpFound
             END-READ
             IF EmpFound = 'N'
                DISPLAY "Employee not on the master - see empmaint"
             ELSE
                DISPLAY "Employee : " FUNCTION TRIM(EmpName)
                MOVE 'Y' TO PTOExists
                MOVE EntryEmpID TO PTEmpID
                READ PTOFile
                   INVALID KEY MOVE 'N' TO PTOExists
                END-READ
             END-IF.

          MaintainPTO.
             PERFORM GetEmployee
             IF EmpFound = 'Y'
                IF PTOExists = 'N'
                   MOVE ZERO TO PTVacation
                   MOVE ZERO TO PTSick
                   MOVE EntryEmpID TO PTEmpID
                   MOVE RunDate(1:4) TO PTYear
                END-IF
                DISPLAY "Vacation hours earned per pay period : "
                   WITH NO ADVANCING
                ACCEPT PTVacAccrue
                DISPLAY "Vacation annual cap (0 = none) : "
                   WITH NO ADVANCING
                ACCEPT PTVacCap
                DISPLAY "Vacation carryover limit (0 = none) : "
                   WITH NO ADVANCING
                ACCEPT PTVacCarry
                DISPLAY "Sick hours earned per pay period : "
                   WITH NO ADVANCING
                ACCEPT PTSickAccrue
                DISPLAY "Sick annual cap (0 = none) : "
                   WITH NO ADVANCING
                ACCEPT PTSickCap
                DISPLAY "Sick carryover limit (0 = none) : "
                   WITH NO ADVANCING
                ACCEPT PTSickCarry
                MOVE RunDate TO PTSetDate
                IF PTOExists = 'Y'
                   REWRITE PTOData
                      INVALID KEY DISPLAY "PTO Not Updated"
                   END-REWRITE
                   DISPLAY "PTO rules changed"
                ELSE
                   DISPLAY "Opening vacation balance (hours) : "
                      WITH NO ADVANCING
                   ACCEPT PTVacBal
                   DISPLAY "Opening sick balance (hours) : "
                      WITH NO ADVANCING
                   ACCEPT PTSickBal
                   WRITE PTOData
                      INVALID KEY DISPLAY "PTO Not Added"
                   END-WRITE
                   DISPLAY "PTO added"
                END-IF
             END-IF.

          AdjustBalance.
             PERFORM GetEmployee
             IF EmpFound = 'Y'
                IF PTOExists = 'N'
                   DISPLAY "No PTO set up for this employee"
                ELSE
                   DISPLAY "V = vacation, S = sick : "
                      WITH NO ADVANCING
                   ACCEPT EntryBank
                   MOVE FUNCTION UPPER-CASE(EntryBank) TO EntryBank
                   DISPLAY "Hours to add (negative to take off) : "
                      WITH NO ADVANCING
                   ACCEPT EntryAdjust
                   EVALUATE EntryBank
                      WHEN 'V'
                         ADD EntryAdjust TO PTVacBal
                         MOVE PTVacBal TO BalDisp
                      WHEN 'S'
                         ADD EntryAdjust TO PTSickBal
                         MOVE PTSickBal TO BalDisp
                      WHEN OTHER
                         MOVE 'N' TO PTOExists
                         DISPLAY "Bank must be V or S"
                   END-EVALUATE
                   IF PTOExists = 'Y'
                      MOVE RunDate TO PTSetDate
                      REWRITE PTOData
                         INVALID KEY DISPLAY "PTO Not Updated"
                      END-REWRITE
                      DISPLAY "Balance now " BalDisp " hours"
                   END-IF
                END-IF
             END-IF.

          ListPTO.
             DISPLAY "   "
             DISPLAY "Emp   Bank  Per Period    Cap  Carry  "
                "   Balance  Year"
             MOVE 'N' TO ListEOF
             MOVE LOW-VALUES TO PTOData
             START PTOFile KEY IS NOT LESS THAN PTEmpID
                INVALID KEY
                   MOVE 'Y' TO ListEOF
                   DISPLAY "No PTO On File"
             END-START
             PERFORM UNTIL ListEOF = 'Y'
                READ PTOFile NEXT RECORD
                   AT END MOVE 'Y' TO ListEOF
                   NOT AT END
                      MOVE PTVacAccrue TO HrsDisp
                      MOVE PTVacCap TO CapDisp
                      MOVE PTVacCarry TO CarryDisp
                      MOVE PTVacBal TO BalDisp
                      DISPLAY PTEmpID "  VAC       " HrsDisp " "
                         CapDisp " " CarryDisp "  " BalDisp "  "
                         PTYear
                      MOVE PTSickAccrue TO HrsDisp
                      MOVE PTSickCap TO CapDisp
                      MOVE PTSickCarry TO CarryDisp
                      MOVE PTSickBal TO BalDisp
                      DISPLAY "      SICK      " HrsDisp " "
                         CapDisp " " CarryDisp "  " BalDisp
                END-READ
             END-PERFORM.
