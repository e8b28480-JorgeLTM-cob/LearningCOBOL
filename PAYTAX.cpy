      * PAYTAX - the employer payroll tax rates and annual wage bases,
      * in the REPTFMTS mold, so the payroll run that works the taxes
      * out and the reports that add them up go by the same figures.
      *   2021-11-14 Brownies - first cut.  The employer's social
      *              security match is ERSSRate on wages up to ERSSBase
      *              a year, the Medicare match ERMedRate on all wages,
      *              federal unemployment FUTARate on the first
      *              FUTABase.  State unemployment comes off the
      *              sutarate.txt table whmaint keeps; a state with no
      *              entry there goes at SUTADefRate on the first
      *              SUTADefBase.  Change these at the turn of the
      *              year when the bases move.
          01 ERSSRate        PIC V9(4)   VALUE .0620.
          01 ERSSBase        PIC 9(7)V99 VALUE 142800.
          01 ERMedRate       PIC V9(4)   VALUE .0145.
          01 FUTARate        PIC V9(4)   VALUE .0060.
          01 FUTABase        PIC 9(7)V99 VALUE 7000.
          01 SUTADefRate     PIC V9(4)   VALUE .0270.
          01 SUTADefBase     PIC 9(7)V99 VALUE 7000.
