      *              a state and the major city spelling - in the
      *              taxmaint mold.  Add/change keyed by the low
      *              ZIP of the range, and list.
      *   2021-10-25 Brownies - ZRZone, the shipping zone of the
      *              range, for the FRTCALC freight charge (blank =
      *              not zoned; the state's first zoned range stands
      *              in).  Keyed with the range and shown on the
      *              list.  MIGRATION: the wider record changes the
      *              indexed record length; rebuild an existing
      *              zipref.txt from a sequential copy taken with
      *              the prior build before the widened programs
      *              open it.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                   02 ZRHighZip PIC X(5).
                   02 ZRState   PIC X(2).
                   02 ZRCity    PIC X(15).
                   02 ZRZone    PIC X(1).
          WORKING-STORAGE SECTION.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 EntryHigh   PIC X(5).
             01 EntryState  PIC X(2).
             01 EntryCity   PIC X(15).
             01 EntryZone   PIC X(1).
             01 RangeExists PIC X.
             01 ListEOF     PIC X.
       PROCEDURE DIVISION.
                DISPLAY "Major City (blank = any) : "
                   WITH NO ADVANCING
                ACCEPT EntryCity
                DISPLAY "Shipping Zone (blank = none) : "
                   WITH NO ADVANCING
                ACCEPT EntryZone
                MOVE FUNCTION UPPER-CASE(EntryZone) TO EntryZone
                MOVE 'Y' TO RangeExists
                MOVE EntryLow TO ZRLowZip
                READ ZipRefFile
                MOVE EntryHigh TO ZRHighZip
                MOVE EntryState TO ZRState
                MOVE EntryCity TO ZRCity
                MOVE EntryZone TO ZRZone
                IF RangeExists = 'Y'
                   REWRITE ZipRefData
                      INVALID KEY DISPLAY "Range Not Updated"

          ListRanges.
             DISPLAY "   "
             DISPLAY "Low    High   St  City             Zone"
             MOVE 'N' TO ListEOF
             MOVE LOW-VALUES TO ZRLowZip
             START ZipRefFile KEY IS NOT LESS THAN ZRLowZip
                   AT END MOVE 'Y' TO ListEOF
                   NOT AT END
                      DISPLAY ZRLowZip "  " ZRHighZip "  "
                         ZRState "  " ZRCity "  " ZRZone
                END-READ
             END-PERFORM.
