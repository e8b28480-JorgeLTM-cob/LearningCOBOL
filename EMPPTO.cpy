      * EMPPTO - the paid-time-off master (emppto.txt), one record
      * per employee keyed by the employee number, in the GLACCT
      * copybook mold.  ptomaint keeps the rules and the opening
      * balances; timentry checks the hours taken against it;
      * payroll takes the hours off and accrues each week; ptorpt
      * lists it and ptoyend carries it into the new year.
      *   2021-11-16 Brownies - first cut.  Vacation and sick are
      *              kept as two banks with the same rules: the hours
      *              earned each pay period, the annual cap on hours
      *              earned in the year (zero for no cap), and the
      *              most hours carried into the new year (zero for
      *              no limit).  The balance is signed - hours paid
      *              past it show as a shortfall on the report.  The
      *              earned and taken figures are for PTYear, the
      *              year the balances are running in.
                01 PTOData.
                   02 PTEmpID     PIC 9(4).
                   02 PTVacation.
                      03 PTVacAccrue PIC 9(2)V99.
                      03 PTVacCap    PIC 9(3)V99.
                      03 PTVacCarry  PIC 9(3)V99.
                      03 PTVacBal    PIC S9(4)V99.
                      03 PTVacEarned PIC 9(4)V99.
                      03 PTVacTaken  PIC 9(4)V99.
                   02 PTSick.
                      03 PTSickAccrue PIC 9(2)V99.
                      03 PTSickCap    PIC 9(3)V99.
                      03 PTSickCarry  PIC 9(3)V99.
                      03 PTSickBal    PIC S9(4)V99.
                      03 PTSickEarned PIC 9(4)V99.
                      03 PTSickTaken  PIC 9(4)V99.
                   02 PTYear      PIC 9(4).
                   02 PTSetDate   PIC 9(8).
