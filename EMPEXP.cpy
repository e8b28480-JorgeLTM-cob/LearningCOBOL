      * EMPEXP - the employee expense claims (empexp.txt), one record
      * per claim keyed by the claim number off expseq.txt, with the
      * employee as an alternate key, in the APINV copybook mold.
      * expentry keys and approves them; the payroll run pays the
      * approved ones with the employee's next check, outside gross.
      *   2021-11-26 Brownies - first cut.  EXCategory is MILE
      *              mileage, TOOL tools or OTHR other, each journaled
      *              to its own expense account.  EXStatus is E
      *              entered and waiting for a supervisor, A approved
      *              (EXApprover the supervisor's operator ID), P paid
      *              by the run in EXPaidKey, R rejected or X
      *              cancelled before it was paid.
                01 ExpenseData.
                   02 EXClaimNo   PIC 9(6).
                   02 EXEmpID     PIC 9(4).
                   02 EXDate      PIC 9(8).
                   02 EXCategory  PIC X(4).
                      88 ExpMileage VALUE "MILE".
                      88 ExpTools   VALUE "TOOL".
                      88 ExpOther   VALUE "OTHR".
                   02 EXDesc      PIC X(30).
                   02 EXAmount    PIC 9(5)V99.
                   02 EXStatus    PIC X(1).
                      88 ExpEntered   VALUE 'E'.
                      88 ExpApproved  VALUE 'A'.
                      88 ExpPaid      VALUE 'P'.
                      88 ExpRejected  VALUE 'R'.
                      88 ExpCancelled VALUE 'X'.
                   02 EXEnteredBy PIC X(8).
                   02 EXApprover  PIC X(8).
                   02 EXPaidKey.
                      03 EXPaidWeek PIC 9(8).
                      03 EXPaidFreq PIC X(1).
