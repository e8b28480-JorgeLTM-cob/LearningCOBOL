      * EMPRETRO - retroactive pay (empretro.txt), one record per
      * pay period already paid that a back-dated rate change has
      * moved, keyed by the employee number and the period's ending
      * date and pay frequency as they are on payhist.txt.  retropay
      * works out what each period is short; the payroll run pays
      * what is still owing as a separate retro line on the stub.
      *   2021-11-22 Brownies - first cut.  RTDue is the whole
      *              difference for the period (the effective hours
      *              paid times the rate now in effect less the rate
      *              they were paid at) and is re-worked, not added
      *              to, each time retropay runs; RTPaid is how much
      *              of it has gone out.  RTLastPaid and RTPaidKey are
      *              the amount and the run that paid it last, so
      *              reversing that run puts it back as owing.  A
      *              negative difference recovers an overpayment.
                01 RetroData.
                   02 RTKey.
                      03 RTEmpID   PIC 9(4).
                      03 RTWeek    PIC 9(8).
                      03 RTFreq    PIC X(1).
                   02 RTHours     PIC 9(4)V99.
                   02 RTPaidRate  PIC 9(3)V99.
                   02 RTNewRate   PIC 9(3)V99.
                   02 RTDue       PIC S9(6)V99.
                   02 RTPaid      PIC S9(6)V99.
                   02 RTLastPaid  PIC S9(6)V99.
                   02 RTPaidKey.
                      03 RTPaidWeek PIC 9(8).
                      03 RTPaidFreq PIC X(1).
                   02 RTSetDate   PIC 9(8).
