      *              skips the downstream steps before they make
      *              it worse.  Start and end go to the common job
      *              log.
      *   2021-12-10 Brownies - record image widened to 187 for the
      *              DelivPref delivery preference added to CUSTREC.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             01 PrimaryCount PIC 9(7) VALUE ZERO.
             01 AlternateCount PIC 9(7) VALUE ZERO.
             01 ErrorCount  PIC 9(5) VALUE ZERO.
             01 RecImage    PIC X(187).
             01 MergeTable.
                02 MergeEntry OCCURS 2000 TIMES.
                   03 MGFrom PIC 9(5).
