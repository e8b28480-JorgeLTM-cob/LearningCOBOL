      *                    1 = Monday through 7 = Sunday
      *              LStatus is '0' when the inputs were valid
      *              dates, '1' otherwise (LResult zero).
      *   2021-10-17 Brownies - M operation: whole calendar months
      *              between (date1 - date2) in LResult, one less
      *              when date1's day of the month falls short of
      *              date2's, for the fixed-asset months in service.
      *   2021-11-28 Brownies - business days, off the company
      *              calendar calmaint keeps (calendar.txt, CALENDAR):
      *              Monday to Friday less the holidays and closed
      *              days on it, plus any weekend day it marks worked.
      *                B - is date1 a business day: LResult 1 yes,
      *                    0 no
      *                N - date1 rolled to a business day: with
      *                    LDate2 zero, date1 itself or the first
      *                    business day after it; otherwise the
      *                    LDate2'th business day after date1
      *                P - the last business day before date1
      *                C - business days between (date1 - date2):
      *                    those after date2 up to and including
      *                    date1, negative when date1 is earlier
      *              The calendar is opened and closed around each
      *              business-day operation; with no calendar file
      *              only weekends are closed.  N and P give up with
      *              LStatus '1' after a year of closed days.
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
             01 BusDay     PIC X.
             01 WSWeekDay  PIC S9(8).
             01 WSTestDate PIC 9(8).
             01 WSCount    PIC S9(8).
             01 WSTries    PIC 9(4).
             01 WSStep     PIC S9(1).
             01 WSInt      PIC S9(8).
             01 WSInt1 PIC S9(8).
             01 WSInt2 PIC S9(8).
             01 WSDate1.
                02 WSYear1  PIC 9(4).
                02 WSMonth1 PIC 9(2).
                02 WSDay1   PIC 9(2).
             01 WSDate2.
                02 WSYear2  PIC 9(4).
                02 WSMonth2 PIC 9(2).
                02 WSDay2   PIC 9(2).
          LINKAGE SECTION.
             01 LDate1  PIC 9(8).
             01 LDate2  PIC 9(8).
                88 OpAddDays  VALUE 'A'.
                88 OpValidate VALUE 'V'.
                88 OpWeekDay  VALUE 'W'.
                88 OpMonths   VALUE 'M'.
                88 OpBusDay   VALUE 'B'.
                88 OpNextBus  VALUE 'N'.
                88 OpPrevBus  VALUE 'P'.
                88 OpCountBus VALUE 'C'.
             01 LResult PIC S9(8).
             01 LStatus PIC X(1).
                88 LStatusOK    VALUE '0'.
                      MOVE 7 TO LResult
                   END-IF
                END-IF
             WHEN OpMonths
                COMPUTE WSInt1 = FUNCTION INTEGER-OF-DATE(LDate1)
                COMPUTE WSInt2 = FUNCTION INTEGER-OF-DATE(LDate2)
                IF WSInt1 = ZERO OR WSInt2 = ZERO
                   MOVE '1' TO LStatus
                ELSE
                   MOVE LDate1 TO WSDate1
                   MOVE LDate2 TO WSDate2
                   COMPUTE LResult = (WSYear1 * 12 + WSMonth1)
                      - (WSYear2 * 12 + WSMonth2)
                   IF WSDay1 < WSDay2
                      SUBTRACT 1 FROM LResult
                   END-IF
                END-IF
             WHEN OpBusDay
                COMPUTE WSInt1 = FUNCTION INTEGER-OF-DATE(LDate1)
                IF WSInt1 = ZERO
                   MOVE '1' TO LStatus
                ELSE
                   OPEN INPUT CalendarFile
                   PERFORM CheckBusinessDay
                   CLOSE CalendarFile
                   IF BusDay = 'Y'
                      MOVE 1 TO LResult
                   END-IF
                END-IF
             WHEN OpNextBus
                COMPUTE WSInt1 = FUNCTION INTEGER-OF-DATE(LDate1)
                IF WSInt1 = ZERO
                   MOVE '1' TO LStatus
                ELSE
                   OPEN INPUT CalendarFile
                   PERFORM RollForward
                   CLOSE CalendarFile
                END-IF
             WHEN OpPrevBus
                COMPUTE WSInt1 = FUNCTION INTEGER-OF-DATE(LDate1)
                IF WSInt1 = ZERO
                   MOVE '1' TO LStatus
                ELSE
                   OPEN INPUT CalendarFile
                   PERFORM RollBack
                   CLOSE CalendarFile
                END-IF
             WHEN OpCountBus
                COMPUTE WSInt1 = FUNCTION INTEGER-OF-DATE(LDate1)
                COMPUTE WSInt2 = FUNCTION INTEGER-OF-DATE(LDate2)
                IF WSInt1 = ZERO OR WSInt2 = ZERO
                   MOVE '1' TO LStatus
                ELSE
                   OPEN INPUT CalendarFile
                   PERFORM CountBusinessDays
                   CLOSE CalendarFile
                END-IF
             WHEN OTHER
                MOVE '1' TO LStatus
          END-EVALUATE.
       EXIT PROGRAM.

          CheckBusinessDay.
      * the day at WSInt1: the calendar's word first, then the
      * ordinary week
             COMPUTE WSWeekDay = FUNCTION MOD(WSInt1, 7)
             IF WSWeekDay = ZERO OR WSWeekDay = 6
                MOVE 'N' TO BusDay
             ELSE
                MOVE 'Y' TO BusDay
             END-IF
             COMPUTE WSTestDate = FUNCTION DATE-OF-INTEGER(WSInt1)
             MOVE WSTestDate TO CalDate
             READ CalendarFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF CalWorking
                      MOVE 'Y' TO BusDay
                   ELSE
                      MOVE 'N' TO BusDay
                   END-IF
             END-READ.

          RollForward.
             MOVE ZERO TO WSTries
             MOVE ZERO TO WSCount
             PERFORM CheckBusinessDay
             IF LDate2 > ZERO
                MOVE 'N' TO BusDay
             END-IF
             PERFORM UNTIL BusDay = 'Y' OR WSTries > 366
                ADD 1 TO WSInt1
                PERFORM CheckBusinessDay
                IF BusDay = 'Y'
                   ADD 1 TO WSCount
                   MOVE ZERO TO WSTries
                   IF WSCount < LDate2
                      MOVE 'N' TO BusDay
                   END-IF
                ELSE
                   ADD 1 TO WSTries
                END-IF
             END-PERFORM
             IF BusDay = 'Y'
                COMPUTE LResult = FUNCTION DATE-OF-INTEGER(WSInt1)
             ELSE
                MOVE '1' TO LStatus
             END-IF.

          RollBack.
             MOVE ZERO TO WSTries
             MOVE 'N' TO BusDay
             PERFORM UNTIL BusDay = 'Y' OR WSTries > 366
                   OR WSInt1 <= 1
                SUBTRACT 1 FROM WSInt1
                ADD 1 TO WSTries
                PERFORM CheckBusinessDay
             END-PERFORM
             IF BusDay = 'Y'
                COMPUTE LResult = FUNCTION DATE-OF-INTEGER(WSInt1)
             ELSE
                MOVE '1' TO LStatus
             END-IF.

          CountBusinessDays.
      * walk from the earlier date to the later, counting each
      * business day after the earlier one
             MOVE ZERO TO WSCount
             IF WSInt1 < WSInt2
                MOVE -1 TO WSStep
                MOVE WSInt1 TO WSInt
                MOVE WSInt2 TO WSInt1
                MOVE WSInt TO WSInt2
             ELSE
                MOVE 1 TO WSStep
             END-IF
             PERFORM UNTIL WSInt1 <= WSInt2
                PERFORM CheckBusinessDay
                IF BusDay = 'Y'
                   ADD 1 TO WSCount
                END-IF
                SUBTRACT 1 FROM WSInt1
             END-PERFORM
             COMPUTE LResult = WSCount * WSStep.
