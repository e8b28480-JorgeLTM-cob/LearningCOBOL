      *   2021-08-23 Brownies - carry the bank routing and account
      *              fields added to the employee master for the
      *              direct-deposit extract.
      *   2021-11-18 Brownies - the employee record now comes from
      *              the shared EMPREC copybook, which adds the pay
      *              type and pay frequency.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                   02 DDGoal     PIC 9(7)V99.
                   02 DDTaken    PIC 9(7)V99.
             FD EmpFile.
                COPY EMPREC.
          WORKING-STORAGE SECTION.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
