      *              the stored fraction; keying "200" straight
      *              into the V999 field stored .000, a silent
      *              zero rate.
      *   2021-11-14 Brownies - also keeps the state unemployment
      *              table (sutarate.txt) the payroll run works the
      *              employer's state tax from: each state's rate, in
      *              hundredths of a percent, and its annual wage
      *              base.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WHState.
             SELECT OPTIONAL SutaFile ASSIGN TO "sutarate.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUState.
       DATA DIVISION.
          FILE SECTION.
             FD WithFile.
                01 WithRateData.
                   02 WHState PIC X(2).
                   02 WHRate  PIC V999.
             FD SutaFile.
                01 SutaRateData.
                   02 SUState PIC X(2).
                   02 SURate  PIC V9(4).
                   02 SUBase  PIC 9(7)V99.
          WORKING-STORAGE SECTION.
             01 Choice     PIC 9.
             01 StayOpen   PIC X VALUE 'Y'.
             01 RateExists PIC X.
             01 ListEOF    PIC X.
             01 RateDisp   PIC .999.
             01 EntrySutaIn PIC 9(4).
             01 EntryBase  PIC 9(7).
             01 SutaDisp   PIC .9999.
             01 BaseDisp   PIC Z,ZZZ,ZZ9.
       PROCEDURE DIVISION.
          StartPara.
             OPEN I-O WithFile
             OPEN I-O SutaFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Add / Change a Withholding Rate"
                DISPLAY "2 : List All Rates"
                DISPLAY "3 : Add / Change a State Unemployment Rate"
                DISPLAY "4 : List State Unemployment Rates"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM MaintainRate
                   WHEN 2 PERFORM ListRates
                   WHEN 3 PERFORM MaintainSuta
                   WHEN 4 PERFORM ListSuta
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE SutaFile
             CLOSE WithFile
          STOP RUN.

                      DISPLAY "  " WHState "   " RateDisp
                END-READ
             END-PERFORM.

          MaintainSuta.
             DISPLAY "Enter State Code : " WITH NO ADVANCING
             ACCEPT EntryState
             MOVE FUNCTION UPPER-CASE(EntryState) TO EntryState
             IF EntryState = SPACE
                DISPLAY "State code cannot be blank"
             ELSE
                DISPLAY "Enter Rate (4 digits, e.g. 0270 = 2.7%) : "
                   WITH NO ADVANCING
                ACCEPT EntrySutaIn
                DISPLAY "Enter Annual Wage Base (whole dollars) : "
                   WITH NO ADVANCING
                ACCEPT EntryBase
                MOVE 'Y' TO RateExists
                MOVE EntryState TO SUState
                READ SutaFile
                   INVALID KEY MOVE 'N' TO RateExists
                END-READ
                MOVE EntryState TO SUState
                COMPUTE SURate = EntrySutaIn / 10000
                MOVE EntryBase TO SUBase
                IF RateExists = 'Y'
                   REWRITE SutaRateData
                      INVALID KEY DISPLAY "Rate Not Updated"
                   END-REWRITE
                   DISPLAY "Rate changed for " EntryState
                ELSE
                   WRITE SutaRateData
                      INVALID KEY DISPLAY "Rate Not Added"
                   END-WRITE
                   DISPLAY "Rate added for " EntryState
                END-IF
             END-IF.

          ListSuta.
             DISPLAY "   "
             DISPLAY "State  Rate    Wage Base"
             MOVE 'N' TO ListEOF
             MOVE LOW-VALUES TO SUState
             START SutaFile KEY IS NOT LESS THAN SUState
                INVALID KEY
                   MOVE 'Y' TO ListEOF
                   DISPLAY "No Rates On File"
             END-START
             PERFORM UNTIL ListEOF = 'Y'
                READ SutaFile NEXT RECORD
                   AT END MOVE 'Y' TO ListEOF
                   NOT AT END
                      MOVE SURate TO SutaDisp
                      MOVE SUBase TO BaseDisp
                      DISPLAY "  " SUState "   " SutaDisp "  "
                         BaseDisp
                END-READ
             END-PERFORM.
