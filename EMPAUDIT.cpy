      * EMPAUDIT - the employment audit trail (empaudit.txt), one
      * line appended per hire, termination, rehire or final pay,
      * in the POINTS journal mold.  empmaint and the payroll
      * final-pay run write it; it is the employee's history once
      * the master carries only the latest hire and termination.
      *   2021-11-20 Brownies - first cut.  EAAction is HIRE,
      *              TERMINATE, REHIRE or FINAL PAY; EADate is the
      *              date the action took effect and EAReason the
      *              termination reason (blank for the others).
      *              EAStamp is when the line was written.
                01 EmpAuditData.
                   02 EAEmpID    PIC 9(4).
                   02 EAAction   PIC X(10).
                   02 EADate     PIC 9(8).
                   02 EAReason   PIC X(20).
                   02 EAStamp    PIC X(21).
