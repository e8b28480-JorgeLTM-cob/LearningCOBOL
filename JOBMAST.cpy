      * JOBMAST - the job master (jobmast.txt), one record per
      * customer job the installers book time to, keyed by the job
      * number, in the EMPPTO copybook mold.  jobmaint keeps it;
      * timentry checks the job codes keyed against it; jobcrpt
      * reports the labor cost per job.
      *   2021-11-24 Brownies - first cut.  JBCustID is the customer
      *              master IDNum the job is for.  JBStatus is O open
      *              (time may be booked) or C closed; JBOpenDate and
      *              JBCloseDate are when it was set up and closed.
                01 JobData.
                   02 JBJobNo     PIC 9(6).
                   02 JBCustID    PIC 9(5).
                   02 JBDesc      PIC X(30).
                   02 JBStatus    PIC X(1).
                      88 JobOpen    VALUE 'O' ' '.
                      88 JobClosed  VALUE 'C'.
                   02 JBOpenDate  PIC 9(8).
                   02 JBCloseDate PIC 9(8).
