      * JOBCOST - the costed labor (jobcost.txt), one line per
      * jobhours.txt line a payroll run paid, appended by the run in
      * the POINTS journal mold.  jobcrpt totals it per job.
      *   2021-11-24 Brownies - first cut.  JCRate is the employee's
      *              loaded rate for the run - the rate the period was
      *              paid at grossed up by the employer's payroll tax
      *              on the check - and JCCost the hours at that rate.
      *              JCRunWeek and JCFreq are the run that costed it,
      *              so reversing the run takes its lines back off.
                01 JobCostData.
                   02 JCJobNo     PIC 9(6).
                   02 JCEmpID     PIC 9(4).
                   02 JCWeek      PIC 9(8).
                   02 JCDay       PIC 9(1).
                   02 JCHours     PIC 9(2)V99.
                   02 JCRate      PIC 9(3)V99.
                   02 JCCost      PIC 9(6)V99.
                   02 JCRunWeek   PIC 9(8).
                   02 JCFreq      PIC X(1).
