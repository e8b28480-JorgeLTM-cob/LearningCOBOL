      *              one-time empmig job (and any later widening
      *              through empunld with the prior build, then
      *              empreld) before the widened programs open it.
      *   2021-11-18 Brownies - the employee record now comes from
      *              the shared EMPREC copybook, which adds the pay
      *              type and pay frequency.  Each employee is keyed
      *              hourly or salaried - a salaried employee with
      *              the salary paid each period, the hourly rate
      *              kept for valuing their time off - and weekly,
      *              biweekly or semimonthly; the list shows both.
      *   2021-11-20 Brownies - termination and rehire.  Terminate
      *              records the termination date and reason and
      *              leaves the final pay due to the payroll run's
      *              final-pay option; rehire puts a terminated
      *              employee back to active with a new hire date.  A
      *              new employee is keyed with a hire date, a
      *              terminated one cannot be changed until rehired,
      *              and every hire, termination and rehire goes on
      *              the employment audit trail (empaudit.txt).
      *   2021-11-22 Brownies - pay-rate history.  Every rate keyed
      *              goes on emprate.txt with the date it takes
      *              effect - a new employee's from the hire date, a
      *              change from the date keyed, which may be back-
      *              dated for a late raise (retropay then makes up
      *              the periods already paid).  The first change for
      *              an employee from before the history also puts
      *              their old rate on from the beginning.  A new
      *              option lists an employee's rate history.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EmpID.
             SELECT OPTIONAL RateFile ASSIGN TO "emprate.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RHKey.
             SELECT OPTIONAL EmpAuditFile ASSIGN TO "empaudit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD EmpFile.
                COPY EMPREC.
             FD RateFile.
                COPY EMPRATE.
             FD EmpAuditFile.
                COPY EMPAUDIT.
          WORKING-STORAGE SECTION.
             01 Choice     PIC 9.
             01 StayOpen   PIC X VALUE 'Y'.
             01 SaveYTDNet   PIC 9(7)V99.
             01 SaveYTDWith  PIC 9(7)V99.
             01 WithRateIn   PIC 999.
             01 SalaryDisp   PIC ZZZ,ZZ9.99.
             01 EntryDate    PIC 9(8).
             01 EntryReason  PIC X(20).
             01 DateOK       PIC X.
             01 Confirm      PIC X.
             01 DCDate1      PIC 9(8).
             01 DCDate2      PIC 9(8).
             01 DCResult     PIC S9(8).
             01 DCStatus     PIC X(1).
             01 AuditAction  PIC X(10).
             01 SaveRate     PIC 9(3)V99.
             01 HistFound    PIC X.
             01 RateEOF      PIC X.
       PROCEDURE DIVISION.
          StartPara.
             OPEN I-O EmpFile
             OPEN I-O RateFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Add / Change an Employee"
                DISPLAY "2 : List All Employees"
                DISPLAY "3 : Terminate an Employee"
                DISPLAY "4 : Rehire an Employee"
                DISPLAY "5 : Show an Employee's Rate History"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM MaintainEmployee
                   WHEN 2 PERFORM ListEmployees
                   WHEN 3 PERFORM TerminateEmployee
                   WHEN 4 PERFORM RehireEmployee
                   WHEN 5 PERFORM ShowRateHistory
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE RateFile
             CLOSE EmpFile
          STOP RUN.

                MOVE EmpYTDGross TO SaveYTDGross
                MOVE EmpYTDNet TO SaveYTDNet
                MOVE EmpYTDWith TO SaveYTDWith
                MOVE EmpPayRate TO SaveRate
             ELSE
                MOVE ZERO TO SaveYTDGross
                MOVE ZERO TO SaveYTDNet
                MOVE ZERO TO SaveYTDWith
             END-IF
             IF EmpExists = 'Y' AND EmpTerminated
                DISPLAY "Employee " EntryID " is terminated - "
                   "rehire them first"
             ELSE
                PERFORM KeyEmployee
             END-IF.

          KeyEmployee.
             MOVE EntryID TO EmpID
             DISPLAY "Enter Name : " WITH NO ADVANCING
             ACCEPT EmpName
             DISPLAY "Enter Hourly Rate (e.g. 18.50) : "
                WITH NO ADVANCING
             ACCEPT EmpPayRate
             IF EmpExists = 'Y' AND EmpPayRate NOT = SaveRate
                DISPLAY "Rate change - " WITH NO ADVANCING
                PERFORM AcceptEntryDate WITH TEST AFTER
                   UNTIL DateOK = 'Y'
             END-IF
             PERFORM AcceptPayType WITH TEST AFTER
                UNTIL EmpPayType = 'H' OR EmpPayType = 'S'
             IF EmpSalaried
                DISPLAY "Enter Salary per Pay Period : "
                   WITH NO ADVANCING
                ACCEPT EmpSalary
             ELSE
                MOVE ZERO TO EmpSalary
             END-IF
             PERFORM AcceptPayFreq WITH TEST AFTER
                UNTIL EmpPayFreq = 'W' OR EmpPayFreq = 'B'
                   OR EmpPayFreq = 'M'
             DISPLAY "Enter Withholding Rate (3 digits, "
                "e.g. 200 = 20%) : " WITH NO ADVANCING
             ACCEPT WithRateIn
             MOVE SaveYTDGross TO EmpYTDGross
             MOVE SaveYTDNet TO EmpYTDNet
             MOVE SaveYTDWith TO EmpYTDWith
             IF EmpExists = 'N'
                PERFORM AcceptEntryDate WITH TEST AFTER
                   UNTIL DateOK = 'Y'
                MOVE 'A' TO EmpStatus
                MOVE EntryDate TO EmpHireDate
                MOVE ZERO TO EmpTermDate
                MOVE SPACE TO EmpTermReason
             END-IF
             IF EmpExists = 'Y'
                REWRITE EmployeeData
                   INVALID KEY DISPLAY "Employee Not Updated"
                END-REWRITE
                DISPLAY "Employee " EntryID " changed"
                IF EmpPayRate NOT = SaveRate
                   PERFORM RecordRateChange
                END-IF
             ELSE
                WRITE EmployeeData
                   INVALID KEY DISPLAY "Employee Not Added"
                END-WRITE
                DISPLAY "Employee " EntryID " added"
                PERFORM RecordRateChange
                MOVE "HIRE" TO AuditAction
                MOVE SPACE TO EntryReason
                PERFORM WriteEmpAudit
             END-IF.

          RecordRateChange.
      * a change for an employee with no history yet first puts
      * their old rate on from the beginning, so a period before
      * the change still finds the rate it was paid at
             IF EmpExists = 'Y'
                MOVE 'N' TO HistFound
                MOVE EmpID TO RHEmpID
                MOVE ZERO TO RHEffDate
                START RateFile KEY IS NOT LESS THAN RHKey
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      READ RateFile NEXT RECORD
                         AT END CONTINUE
                         NOT AT END
                            IF RHEmpID = EmpID
                               MOVE 'Y' TO HistFound
                            END-IF
                      END-READ
                END-START
                IF HistFound = 'N'
                   MOVE EmpID TO RHEmpID
                   MOVE ZERO TO RHEffDate
                   MOVE SaveRate TO RHPayRate
                   MOVE 'D' TO RHRetro
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RHSetDate
                   WRITE RateHistData
                      INVALID KEY DISPLAY "Old Rate Not Recorded"
                   END-WRITE
                END-IF
             END-IF
             MOVE EmpID TO RHEmpID
             MOVE EntryDate TO RHEffDate
             MOVE EmpPayRate TO RHPayRate
             IF EmpExists = 'Y'
                MOVE 'P' TO RHRetro
             ELSE
                MOVE 'D' TO RHRetro
             END-IF
             MOVE FUNCTION CURRENT-DATE(1:8) TO RHSetDate
             WRITE RateHistData
                INVALID KEY
                   REWRITE RateHistData
                      INVALID KEY DISPLAY "Rate Not Recorded"
                   END-REWRITE
             END-WRITE
             MOVE EmpPayRate TO RateDisp
             DISPLAY "Rate " RateDisp " effective " EntryDate
                " recorded".

          ShowRateHistory.
             DISPLAY "Enter Employee ID : " WITH NO ADVANCING
             ACCEPT EntryID
             DISPLAY "   "
             DISPLAY "Effective     Rate  Keyed     Retro"
             MOVE 'N' TO RateEOF
             MOVE 'N' TO HistFound
             MOVE EntryID TO RHEmpID
             MOVE ZERO TO RHEffDate
             START RateFile KEY IS NOT LESS THAN RHKey
                INVALID KEY MOVE 'Y' TO RateEOF
             END-START
             PERFORM UNTIL RateEOF = 'Y'
                READ RateFile NEXT RECORD
                   AT END MOVE 'Y' TO RateEOF
                   NOT AT END
                      IF RHEmpID NOT = EntryID
                         MOVE 'Y' TO RateEOF
                      ELSE
                         MOVE 'Y' TO HistFound
                         MOVE RHPayRate TO RateDisp
                         DISPLAY RHEffDate "  " RateDisp "  "
                            RHSetDate "  " RHRetro
                      END-IF
                END-READ
             END-PERFORM
             IF HistFound = 'N'
                DISPLAY "No Rate History On File"
             END-IF.

          AcceptEntryDate.
      * the hire, termination or rehire date - zero takes today
             MOVE 'Y' TO DateOK
             DISPLAY "Effective Date (YYYYMMDD, 0 = today) : "
                WITH NO ADVANCING
             ACCEPT EntryDate
             IF EntryDate = ZERO
                MOVE FUNCTION CURRENT-DATE(1:8) TO EntryDate
             END-IF
             MOVE EntryDate TO DCDate1
             MOVE ZERO TO DCDate2
             CALL "DATECALC" USING DCDate1, DCDate2, "V",
                DCResult, DCStatus
             IF DCStatus NOT = '0'
                MOVE 'N' TO DateOK
                DISPLAY "Date is not valid"
             END-IF.

          TerminateEmployee.
             DISPLAY "Enter Employee ID : " WITH NO ADVANCING
             ACCEPT EntryID
             MOVE 'Y' TO EmpExists
             MOVE EntryID TO EmpID
             READ EmpFile
                INVALID KEY MOVE 'N' TO EmpExists
             END-READ
             IF EmpExists = 'N'
                DISPLAY "Employee not on file"
             ELSE
                IF EmpTerminated
                   DISPLAY "Employee already terminated on "
                      EmpTermDate
                ELSE
                   DISPLAY "Employee : " FUNCTION TRIM(EmpName)
                   PERFORM AcceptEntryDate WITH TEST AFTER
                      UNTIL DateOK = 'Y'
                   DISPLAY "Termination Reason : " WITH NO ADVANCING
                   ACCEPT EntryReason
                   DISPLAY "Terminate " EntryID " as of " EntryDate
                      " - Are you sure? (Y/N) : " WITH NO ADVANCING
                   ACCEPT Confirm
                   IF Confirm = 'Y' OR Confirm = 'y'
                      MOVE 'T' TO EmpStatus
                      MOVE EntryDate TO EmpTermDate
                      MOVE EntryReason TO EmpTermReason
                      REWRITE EmployeeData
                         INVALID KEY DISPLAY "Employee Not Updated"
                      END-REWRITE
                      MOVE "TERMINATE" TO AuditAction
                      PERFORM WriteEmpAudit
                      DISPLAY "Employee " EntryID " terminated - "
                         "final pay is due from the payroll run"
                   ELSE
                      DISPLAY "Termination Cancelled"
                   END-IF
                END-IF
             END-IF.

          RehireEmployee.
             DISPLAY "Enter Employee ID : " WITH NO ADVANCING
             ACCEPT EntryID
             MOVE 'Y' TO EmpExists
             MOVE EntryID TO EmpID
             READ EmpFile
                INVALID KEY MOVE 'N' TO EmpExists
             END-READ
             IF EmpExists = 'N'
                DISPLAY "Employee not on file"
             ELSE
                IF NOT EmpTerminated
                   DISPLAY "Employee is active - nothing to rehire"
                ELSE
                   DISPLAY "Employee : " FUNCTION TRIM(EmpName)
                      "  terminated " EmpTermDate " "
                      EmpTermReason
                   IF EmpFinalDue
                      DISPLAY "Warning: the final pay for the last "
                         "employment has not been run"
                   END-IF
                   DISPLAY "New hire date - " WITH NO ADVANCING
                   PERFORM AcceptEntryDate WITH TEST AFTER
                      UNTIL DateOK = 'Y'
                   DISPLAY "Rehire " EntryID " as of " EntryDate
                      " - Are you sure? (Y/N) : " WITH NO ADVANCING
                   ACCEPT Confirm
                   IF Confirm = 'Y' OR Confirm = 'y'
                      MOVE 'A' TO EmpStatus
                      MOVE EntryDate TO EmpHireDate
                      MOVE ZERO TO EmpTermDate
                      MOVE SPACE TO EmpTermReason
                      REWRITE EmployeeData
                         INVALID KEY DISPLAY "Employee Not Updated"
                      END-REWRITE
                      MOVE "REHIRE" TO AuditAction
                      MOVE SPACE TO EntryReason
                      PERFORM WriteEmpAudit
                      DISPLAY "Employee " EntryID " rehired"
                   ELSE
                      DISPLAY "Rehire Cancelled"
                   END-IF
                END-IF
             END-IF.

          WriteEmpAudit.
             OPEN EXTEND EmpAuditFile
             MOVE EntryID TO EAEmpID
             MOVE AuditAction TO EAAction
             MOVE EntryDate TO EADate
             MOVE EntryReason TO EAReason
             MOVE FUNCTION CURRENT-DATE TO EAStamp
             WRITE EmpAuditData
             CLOSE EmpAuditFile.

          AcceptPayType.
             DISPLAY "Pay Type (H = hourly, S = salaried) : "
                WITH NO ADVANCING
             ACCEPT EmpPayType
             MOVE FUNCTION UPPER-CASE(EmpPayType) TO EmpPayType
             IF EmpPayType NOT = 'H' AND EmpPayType NOT = 'S'
                DISPLAY "Pay type must be H or S"
             END-IF.

          AcceptPayFreq.
             DISPLAY "Pay Frequency (W = weekly, B = biweekly, "
                "M = semimonthly) : " WITH NO ADVANCING
             ACCEPT EmpPayFreq
             MOVE FUNCTION UPPER-CASE(EmpPayFreq) TO EmpPayFreq
             IF EmpPayFreq NOT = 'W' AND EmpPayFreq NOT = 'B'
                AND EmpPayFreq NOT = 'M'
                DISPLAY "Pay frequency must be W, B or M"
             END-IF.

          ListEmployees.
             DISPLAY "   "
             DISPLAY "ID    Name                 Dept St "
                "  Rate  Withhold  T F      Salary  S     Hired"
             MOVE 'N' TO ListEOF
             MOVE LOW-VALUES TO EmpID
             START EmpFile KEY IS NOT LESS THAN EmpID
                   NOT AT END
                      MOVE EmpPayRate TO RateDisp
                      MOVE EmpWithRate TO WithDisp
                      MOVE EmpSalary TO SalaryDisp
                      DISPLAY EmpID "  " EmpName " " EmpDept " "
                         EmpState " " RateDisp "  " WithDisp
                         "      " EmpPayType " " EmpPayFreq " "
                         SalaryDisp "  " EmpStatus " " EmpHireDate
                END-READ
             END-PERFORM.
