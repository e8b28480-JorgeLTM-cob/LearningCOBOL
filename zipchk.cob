      *              UpdateCust and the custstd cleanup pass all
      *              ask here - those mismatches are exactly the
      *              mail that comes back.
      *   2021-10-25 Brownies - the reference record carries the
      *              shipping zone FRTCALC prices freight by; carried
      *              here so the layout matches zipmaint's.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                   02 ZRHighZip PIC X(5).
                   02 ZRState   PIC X(2).
                   02 ZRCity    PIC X(15).
                   02 ZRZone    PIC X(1).
          WORKING-STORAGE SECTION.
             01 WSZip5   PIC X(5).
             01 WSEOF    PIC X.
