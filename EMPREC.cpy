      * EMPREC - the employee master record (empmast.txt), pulled
      * into a copybook the way CUSTREC was: every program opening
      * the master was declaring its own copy of this layout, and
      * the bank fields meant an edit in each.  The first 86 bytes
      * are the layout empmig migrated to; new fields go at the end,
      * and a widened master is moved across by unloading with the
      * prior build (empunld) and reloading with the new (empreld),
      * which defaults what the old record did not carry.
      *   2021-11-18 Brownies - first cut, adding the pay type and
      *              frequency.  EmpPayType is H hourly (paid off the
      *              emphours.txt lines) or S salaried (paid
      *              EmpSalary each period with no hours lines).
      *              EmpPayFreq is W weekly, B biweekly or M
      *              semimonthly - the payroll run for a frequency
      *              pays only its own employees.  A record from
      *              before these fields reads as hourly and weekly.
      *   2021-11-20 Brownies - employment status.  EmpStatus is A
      *              active, T terminated with the final pay still
      *              to run, or F terminated and finally paid; a
      *              terminated employee gets no time entry and no
      *              regular pay run.  EmpHireDate is the latest
      *              hire (a rehire replaces it), EmpTermDate and
      *              EmpTermReason the latest termination, cleared
      *              on rehire - the history is on empaudit.txt.
                01 EmployeeData.
                   02 EmpID       PIC 9(4).
                   02 EmpName     PIC X(20).
                   02 EmpDept     PIC X(4).
                   02 EmpState    PIC X(2).
                   02 EmpPayRate  PIC 9(3)V99.
                   02 EmpWithRate PIC V999.
                   02 EmpYTDGross PIC 9(7)V99.
                   02 EmpYTDNet   PIC 9(7)V99.
                   02 EmpYTDWith  PIC 9(7)V99.
                   02 EmpRouting  PIC 9(9).
                   02 EmpAccount  PIC X(12).
                   02 EmpPayType  PIC X(1).
                      88 EmpHourly    VALUE 'H' ' '.
                      88 EmpSalaried  VALUE 'S'.
                   02 EmpPayFreq  PIC X(1).
                      88 EmpWeekly      VALUE 'W' ' '.
                      88 EmpBiweekly    VALUE 'B'.
                      88 EmpSemimonthly VALUE 'M'.
                   02 EmpSalary   PIC 9(6)V99.
                   02 EmpStatus   PIC X(1).
                      88 EmpActive     VALUE 'A' ' '.
                      88 EmpTerminated VALUE 'T' 'F'.
                      88 EmpFinalDue   VALUE 'T'.
                      88 EmpFinalPaid  VALUE 'F'.
                   02 EmpHireDate PIC 9(8).
                   02 EmpTermDate PIC 9(8).
                   02 EmpTermReason PIC X(20).
