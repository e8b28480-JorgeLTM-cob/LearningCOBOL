       IDENTIFICATION DIVISION.
          PROGRAM-ID.   calmaint.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 28th, 2021.
      * Modification History
      *   2021-11-28 Brownies - new program: maintains the indexed
      *              company calendar (calendar.txt, CALENDAR) behind
      *              the DATECALC business-day operations, in the
      *              termmnt mold.  Add or change a day - H holiday,
      *              C closed for any other reason, W a weekend day
      *              worked - remove one, list the calendar from a
      *              date, and check a date: whether it is a business
      *              day and the business day it rolls to.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL CalendarFile ASSIGN TO "calendar.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CalDate.
       DATA DIVISION.
          FILE SECTION.
             FD CalendarFile.
                COPY CALENDAR.
          WORKING-STORAGE SECTION.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 EntryDate   PIC 9(8).
             01 EntryType   PIC X(1).
             01 EntryDesc   PIC X(20).
             01 DayExists   PIC X.
             01 ListEOF     PIC X.
             01 ListCount   PIC 9(5).
             01 Confirm     PIC X.
             01 RunDate     PIC 9(8).
             01 DCDate1     PIC 9(8).
             01 DCDate2     PIC 9(8).
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 BusDate     PIC 9(8).
             01 WeekDayNo   PIC 9(1).
             01 WeekDayNames PIC X(21)
                VALUE "MONTUEWEDTHUFRISATSUN".
             01 WeekDayList REDEFINES WeekDayNames.
                02 WeekDayName OCCURS 7 TIMES PIC X(3).
       PROCEDURE DIVISION.
          StartPara.
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             OPEN I-O CalendarFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Add / Change a Calendar Day"
                DISPLAY "2 : Remove a Calendar Day"
                DISPLAY "3 : List the Calendar"
                DISPLAY "4 : Check a Date"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM MaintainDay
                   WHEN 2 PERFORM RemoveDay
                   WHEN 3 PERFORM ListCalendar
                   WHEN 4 PERFORM CheckDate
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE CalendarFile
          STOP RUN.

          AcceptDate.
             DISPLAY "Enter Date (YYYYMMDD) : " WITH NO ADVANCING
             ACCEPT EntryDate
             MOVE EntryDate TO DCDate1
             MOVE ZERO TO DCDate2
             CALL "DATECALC" USING DCDate1, DCDate2, "W",
                DCResult, DCStatus
             IF DCStatus NOT = '0'
                DISPLAY "Date is not valid"
             ELSE
                MOVE DCResult TO WeekDayNo
             END-IF.

          MaintainDay.
             PERFORM AcceptDate
             IF DCStatus = '0'
                DISPLAY "Day is a " WeekDayName(WeekDayNo)
                DISPLAY "Type (H = holiday, C = closed, "
                   "W = weekend day worked) : " WITH NO ADVANCING
                ACCEPT EntryType
                MOVE FUNCTION UPPER-CASE(EntryType) TO EntryType
                EVALUATE TRUE
                   WHEN EntryType NOT = 'H' AND EntryType NOT = 'C'
                         AND EntryType NOT = 'W'
                      DISPLAY "Type must be H, C or W - not saved"
                   WHEN EntryType = 'W' AND WeekDayNo < 6
                      DISPLAY "A weekday is worked already - "
                         "not saved"
                   WHEN OTHER
                      DISPLAY "Enter Description : "
                         WITH NO ADVANCING
                      ACCEPT EntryDesc
                      PERFORM SaveDay
                END-EVALUATE
             END-IF.

          SaveDay.
             MOVE 'Y' TO DayExists
             MOVE EntryDate TO CalDate
             READ CalendarFile
                INVALID KEY MOVE 'N' TO DayExists
             END-READ
             MOVE EntryDate TO CalDate
             MOVE EntryType TO CalType
             MOVE EntryDesc TO CalDesc
             MOVE RunDate TO CalSetDate
             IF DayExists = 'Y'
                REWRITE CalendarData
                   INVALID KEY DISPLAY "Day Not Updated"
                END-REWRITE
                DISPLAY "Day changed: " EntryDate
             ELSE
                WRITE CalendarData
                   INVALID KEY DISPLAY "Day Not Added"
                END-WRITE
                DISPLAY "Day added: " EntryDate
             END-IF.

          RemoveDay.
             PERFORM AcceptDate
             IF DCStatus = '0'
                MOVE 'Y' TO DayExists
                MOVE EntryDate TO CalDate
                READ CalendarFile
                   INVALID KEY MOVE 'N' TO DayExists
                END-READ
                IF DayExists = 'N'
                   DISPLAY "Date is not on the calendar"
                ELSE
                   DISPLAY "Remove " EntryDate " " CalType " "
                      FUNCTION TRIM(CalDesc) " - Are you sure? "
                      "(Y/N) : " WITH NO ADVANCING
                   ACCEPT Confirm
                   IF Confirm = 'Y' OR Confirm = 'y'
                      DELETE CalendarFile
                         INVALID KEY DISPLAY "Day Not Removed"
                      END-DELETE
                      DISPLAY "Day removed: " EntryDate
                   ELSE
                      DISPLAY "Remove Cancelled"
                   END-IF
                END-IF
             END-IF.

          ListCalendar.
             DISPLAY "List from (YYYYMMDD, 0 = all) : "
                WITH NO ADVANCING
             ACCEPT EntryDate
             DISPLAY "   "
             DISPLAY "Date      Day Type Description"
             MOVE ZERO TO ListCount
             MOVE 'N' TO ListEOF
             MOVE EntryDate TO CalDate
             START CalendarFile KEY IS NOT LESS THAN CalDate
                INVALID KEY MOVE 'Y' TO ListEOF
             END-START
             PERFORM UNTIL ListEOF = 'Y'
                READ CalendarFile NEXT RECORD
                   AT END MOVE 'Y' TO ListEOF
                   NOT AT END
                      ADD 1 TO ListCount
                      MOVE CalDate TO DCDate1
                      CALL "DATECALC" USING DCDate1, DCDate2, "W",
                         DCResult, DCStatus
                      MOVE DCResult TO WeekDayNo
                      DISPLAY CalDate "  " WeekDayName(WeekDayNo)
                         "  " CalType "   " CalDesc
                END-READ
             END-PERFORM
             IF ListCount = ZERO
                DISPLAY "No Days On The Calendar"
             END-IF.

          CheckDate.
             PERFORM AcceptDate
             IF DCStatus = '0'
      * DATECALC opens the calendar itself, so it is closed here
      * while DATECALC answers
                CLOSE CalendarFile
                CALL "DATECALC" USING DCDate1, DCDate2, "B",
                   DCResult, DCStatus
                IF DCResult = 1
                   DISPLAY EntryDate " " WeekDayName(WeekDayNo)
                      " is a business day"
                ELSE
                   CALL "DATECALC" USING DCDate1, DCDate2, "N",
                      DCResult, DCStatus
                   MOVE DCResult TO BusDate
                   DISPLAY EntryDate " " WeekDayName(WeekDayNo)
                      " is closed - rolls to " BusDate
                END-IF
                MOVE 1 TO DCDate2
                CALL "DATECALC" USING DCDate1, DCDate2, "N",
                   DCResult, DCStatus
                MOVE ZERO TO DCDate2
                MOVE DCResult TO BusDate
                DISPLAY "Next business day after it : " BusDate
                OPEN I-O CalendarFile
             END-IF.
