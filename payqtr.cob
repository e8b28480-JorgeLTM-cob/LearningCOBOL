      *              figures the quarterly filing asks for - plus a
      *              company line, to WithholdQtr.txt.  Start and
      *              end go to the common job log.
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
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
