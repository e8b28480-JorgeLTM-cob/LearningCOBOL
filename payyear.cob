      *   2021-08-23 Brownies - carry the bank routing and account
      *              fields added to the employee master for the
      *              direct-deposit extract.
      *   2021-11-18 Brownies - the employee record now comes from
      *              the shared EMPREC copybook, which adds the pay
      *              type and pay frequency.
      *   2021-12-18 Brownies - payhist.txt now declared through the
      *              shared PAYHIST copybook at the full line length;
      *              the 48-byte record read each longer line as
      *              extra bogus records and overstated the wages.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
       DATA DIVISION.
          FILE SECTION.
             FD PayHistFile.
                COPY PAYHIST.
             FD EmpFile.
                COPY EMPREC.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
