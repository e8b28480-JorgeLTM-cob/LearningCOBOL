      * EMPRATE - the pay-rate history (emprate.txt), one record per
      * rate an employee has been given, keyed by the employee number
      * and the date the rate took effect, in the EMPPTO copybook
      * mold.  empmaint writes it when a rate is keyed; the payroll
      * run pays each period at the rate in effect on its ending
      * date; retropay goes back over the periods already paid when
      * a rate is back-dated.
      *   2021-11-22 Brownies - first cut.  RHRetro is P while the
      *              change is still to be looked at by retropay and D
      *              once it has been (a new hire's first rate, or the
      *              rate an employee had before the history started,
      *              goes on as D).  RHSetDate is when it was keyed.
                01 RateHistData.
                   02 RHKey.
                      03 RHEmpID   PIC 9(4).
                      03 RHEffDate PIC 9(8).
                   02 RHPayRate   PIC 9(3)V99.
                   02 RHRetro     PIC X(1).
                      88 RHRetroDue  VALUE 'P'.
                      88 RHRetroDone VALUE 'D' ' '.
                   02 RHSetDate   PIC 9(8).
