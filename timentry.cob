      *   2021-08-23 Brownies - carry the bank routing and account
      *              fields added to the employee master for the
      *              direct-deposit extract.
      *   2021-11-16 Brownies - vacation, sick and holiday hours are
      *              keyed for the week after the worked hours and
      *              go out on the HoursData record beside them.
      *              Vacation and sick hours are checked against the
      *              employee's balance on the paid-time-off master
      *              (emppto.txt) less anything already entered for
      *              them this session, and hours past it are refused
      *              and asked for again.
      *   2021-11-18 Brownies - the employee record now comes from
      *              the shared EMPREC copybook, which adds the pay
      *              type and pay frequency.  A salaried employee is
      *              paid without hours, so only their time off is
      *              keyed.
      *   2021-11-20 Brownies - a terminated employee is refused;
      *              hours owed to them are paid by the payroll run's
      *              final-pay option.
      *   2021-11-24 Brownies - labor distribution.  An hourly
      *              employee's day may be split across customer jobs
      *              on the job master (jobmast.txt): after the day's
      *              hours each job code and its hours are keyed until
      *              the day is used up or the rest is left off a job.
      *              Only open jobs take time.  The split goes out to
      *              jobhours.txt with the week when it is released,
      *              and is dropped with the employee if the entry is
      *              discarded.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EmpID.
             SELECT OPTIONAL PTOFile ASSIGN TO "emppto.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PTEmpID.
             SELECT OPTIONAL JobFile ASSIGN TO "jobmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS JBJobNo.
             SELECT OPTIONAL JobHoursFile ASSIGN TO "jobhours.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL HoursFile ASSIGN TO "emphours.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD EmpFile.
                COPY EMPREC.
             FD PTOFile.
                COPY EMPPTO.
             FD JobFile.
                COPY JOBMAST.
             FD JobHoursFile.
                COPY JOBHRS.
             FD HoursFile.
                01 HoursData.
                   02 HrsEmpID    PIC 9(4).
                   02 HrsWeekDate PIC 9(8).
                   02 HrsWorked   PIC 9(3)V99.
                   02 HrsPTO.
                      03 HrsVacation PIC 9(3)V99.
                      03 HrsSick     PIC 9(3)V99.
                      03 HrsHoliday  PIC 9(3)V99.
          WORKING-STORAGE SECTION.
             01 WeekDate    PIC 9(8).
             01 DCDate1     PIC 9(8).
                   03 PendEmpID PIC 9(4).
                   03 PendHours PIC 9(3)V99.
                   03 PendName  PIC X(20).
                   03 PendVac   PIC 9(3)V99.
                   03 PendSick  PIC 9(3)V99.
                   03 PendHol   PIC 9(3)V99.
             01 PendCount   PIC 9(3) VALUE ZERO.
             01 PendSub     PIC 9(3).
             01 HoursDisp   PIC ZZ9.99.
             01 VacHours    PIC 9(3)V99.
             01 SickHours   PIC 9(3)V99.
             01 HolHours    PIC 9(3)V99.
             01 VacLeft     PIC S9(4)V99.
             01 SickLeft    PIC S9(4)V99.
             01 PTOHoursOK  PIC X.
             01 BalDisp     PIC ZZZ9.99-.
             01 VacDisp     PIC ZZ9.99.
             01 SickDisp    PIC ZZ9.99.
             01 HolDisp     PIC ZZ9.99.
             01 DayName     PIC X(3).
             01 JobPendTable.
                02 JobPendEntry OCCURS 1000 TIMES.
                   03 JpPendSub PIC 9(3).
                   03 JpDay     PIC 9(1).
                   03 JpJobNo   PIC 9(6).
                   03 JpHours   PIC 9(2)V99.
             01 JobPendCount PIC 9(4) VALUE ZERO.
             01 JobPendSave  PIC 9(4).
             01 JobSub       PIC 9(4).
             01 UseJobs      PIC X.
             01 JobDone      PIC X.
             01 JobFound     PIC X.
             01 EntryJobNo   PIC 9(6).
             01 JobHours     PIC 9(2)V99.
             01 DayLeft      PIC 9(2)V99.
             01 JobHrsDisp   PIC Z9.99.
             01 DayNameTable PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
             01 DayNameList REDEFINES DayNameTable.
                02 DayNameEntry OCCURS 7 TIMES PIC X(3).
                DISPLAY "Date is not valid - run ended"
             ELSE
                OPEN INPUT EmpFile
                OPEN INPUT PTOFile
                OPEN INPUT JobFile
                PERFORM EnterOneEmployee WITH TEST AFTER
                   UNTIL MoreEmps NOT = 'Y' OR PendCount >= 100
                CLOSE JobFile
                CLOSE PTOFile
                CLOSE EmpFile
                IF PendCount = ZERO
                   DISPLAY "Nothing entered - nothing released"
                READ EmpFile
                   INVALID KEY MOVE 'N' TO EmpFound
                END-READ
                IF EmpFound = 'Y' AND EmpTerminated
                   MOVE 'T' TO EmpFound
                   DISPLAY "Employee " EntryEmpID " terminated "
                      EmpTermDate " - no time entry"
                END-IF
                IF EmpFound = 'N'
                   DISPLAY "Employee not on the master - see "
                      "empmaint"
                END-IF
                IF EmpFound = 'Y'
                   DISPLAY "Employee : " FUNCTION TRIM(EmpName)
                   MOVE ZERO TO WeekTotal
                   MOVE JobPendCount TO JobPendSave
                   MOVE 'N' TO UseJobs
                   IF EmpSalaried
                      DISPLAY "Salaried - key time off hours only"
                   ELSE
                      DISPLAY "Book hours to jobs? (Y/N): "
                         WITH NO ADVANCING
                      ACCEPT UseJobs
                      MOVE FUNCTION UPPER-CASE(UseJobs) TO UseJobs
                      PERFORM AcceptOneDay
                         VARYING DaySub FROM 1 BY 1
                         UNTIL DaySub > 7
                   END-IF
                   MOVE WeekTotal TO HoursDisp
                   DISPLAY "Week total : " HoursDisp
                   IF WeekTotal > 60
                      DISPLAY "Warning: more than 60 hours - "
                         "check the timesheet"
                   END-IF
                   PERFORM GetPTOBalance
                   PERFORM AcceptVacation WITH TEST AFTER
                      UNTIL PTOHoursOK = 'Y'
                   PERFORM AcceptSick WITH TEST AFTER
                      UNTIL PTOHoursOK = 'Y'
                   DISPLAY "Holiday hours : " WITH NO ADVANCING
                   ACCEPT HolHours
                   DISPLAY "Accept this employee? (Y/N): "
                      WITH NO ADVANCING
                   ACCEPT Confirm
                      MOVE EntryEmpID TO PendEmpID(PendCount)
                      MOVE WeekTotal TO PendHours(PendCount)
                      MOVE EmpName TO PendName(PendCount)
                      MOVE VacHours TO PendVac(PendCount)
                      MOVE SickHours TO PendSick(PendCount)
                      MOVE HolHours TO PendHol(PendCount)
                   ELSE
                      MOVE JobPendSave TO JobPendCount
                      DISPLAY "Entry discarded"
                   END-IF
                END-IF
             MOVE DayNameEntry(DaySub) TO DayName
             DISPLAY DayName " hours : " WITH NO ADVANCING
             ACCEPT DayHours
             ADD DayHours TO WeekTotal
             IF UseJobs = 'Y' AND DayHours > ZERO
                MOVE DayHours TO DayLeft
                MOVE 'N' TO JobDone
                PERFORM AcceptJobSplit WITH TEST AFTER
                   UNTIL JobDone = 'Y' OR DayLeft = ZERO
             END-IF.

          AcceptJobSplit.
      * the split rides on the pending employee the entry will
      * become, PendCount + 1, until it is accepted or discarded
             DISPLAY "   " DayName " job (0 = rest not on a job) : "
                WITH NO ADVANCING
             ACCEPT EntryJobNo
             IF EntryJobNo = ZERO
                MOVE 'Y' TO JobDone
             ELSE
                MOVE 'Y' TO JobFound
                MOVE EntryJobNo TO JBJobNo
                READ JobFile
                   INVALID KEY MOVE 'N' TO JobFound
                END-READ
                IF JobFound = 'N'
                   DISPLAY "   Job not on file - see jobmaint"
                ELSE
                   IF JobClosed
                      DISPLAY "   Job " EntryJobNo " is closed"
                   ELSE
                      MOVE DayLeft TO JobHrsDisp
                      DISPLAY "   " FUNCTION TRIM(JBDesc)
                         " - hours (up to " JobHrsDisp ") : "
                         WITH NO ADVANCING
                      ACCEPT JobHours
                      IF JobHours > DayLeft
                         DISPLAY "   Only " JobHrsDisp
                            " hours left in the day"
                      ELSE
                         IF JobPendCount >= 1000
                            DISPLAY "   Too many job lines this "
                               "session - release the week first"
                            MOVE 'Y' TO JobDone
                         ELSE
                            IF JobHours > ZERO
                               ADD 1 TO JobPendCount
                               COMPUTE JpPendSub(JobPendCount) =
                                  PendCount + 1
                               MOVE DaySub TO JpDay(JobPendCount)
                               MOVE EntryJobNo TO
                                  JpJobNo(JobPendCount)
                               MOVE JobHours TO JpHours(JobPendCount)
                               SUBTRACT JobHours FROM DayLeft
                            END-IF
                         END-IF
                      END-IF
                   END-IF
                END-IF
             END-IF.

          GetPTOBalance.
      * what is left to take is the balance on the PTO master less
      * what has already been keyed for the employee this session
             MOVE ZERO TO VacLeft
             MOVE ZERO TO SickLeft
             MOVE EntryEmpID TO PTEmpID
             READ PTOFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE PTVacBal TO VacLeft
                   MOVE PTSickBal TO SickLeft
             END-READ
             PERFORM VARYING PendSub FROM 1 BY 1
                UNTIL PendSub > PendCount
                IF PendEmpID(PendSub) = EntryEmpID
                   SUBTRACT PendVac(PendSub) FROM VacLeft
                   SUBTRACT PendSick(PendSub) FROM SickLeft
                END-IF
             END-PERFORM.

          AcceptVacation.
             MOVE 'Y' TO PTOHoursOK
             DISPLAY "Vacation hours : " WITH NO ADVANCING
             ACCEPT VacHours
             IF VacHours > VacLeft
                MOVE 'N' TO PTOHoursOK
                MOVE VacLeft TO BalDisp
                DISPLAY "Vacation balance is only " BalDisp
                   " hours - re-enter"
             END-IF.

          AcceptSick.
             MOVE 'Y' TO PTOHoursOK
             DISPLAY "Sick hours : " WITH NO ADVANCING
             ACCEPT SickHours
             IF SickHours > SickLeft
                MOVE 'N' TO PTOHoursOK
                MOVE SickLeft TO BalDisp
                DISPLAY "Sick balance is only " BalDisp
                   " hours - re-enter"
             END-IF.

          ApproveAndRelease.
             DISPLAY "   "
             PERFORM VARYING PendSub FROM 1 BY 1
                UNTIL PendSub > PendCount
                MOVE PendHours(PendSub) TO HoursDisp
                MOVE PendVac(PendSub) TO VacDisp
                MOVE PendSick(PendSub) TO SickDisp
                MOVE PendHol(PendSub) TO HolDisp
                DISPLAY PendEmpID(PendSub) "  "
                   PendName(PendSub) " " HoursDisp
                   "  Vac " VacDisp "  Sick " SickDisp
                   "  Hol " HolDisp
             END-PERFORM
             DISPLAY "Employees entered : " PendCount
             DISPLAY "Release the week to emphours.txt? (Y/N): "
                   MOVE PendEmpID(PendSub) TO HrsEmpID
                   MOVE WeekDate TO HrsWeekDate
                   MOVE PendHours(PendSub) TO HrsWorked
                   MOVE PendVac(PendSub) TO HrsVacation
                   MOVE PendSick(PendSub) TO HrsSick
                   MOVE PendHol(PendSub) TO HrsHoliday
                   WRITE HoursData
                END-PERFORM
                CLOSE HoursFile
                IF JobPendCount > ZERO
                   OPEN EXTEND JobHoursFile
                   PERFORM VARYING JobSub FROM 1 BY 1
                      UNTIL JobSub > JobPendCount
                      MOVE PendEmpID(JpPendSub(JobSub)) TO JHEmpID
                      MOVE WeekDate TO JHWeek
                      MOVE JpDay(JobSub) TO JHDay
                      MOVE JpJobNo(JobSub) TO JHJobNo
                      MOVE JpHours(JobSub) TO JHHours
                      WRITE JobHoursData
                   END-PERFORM
                   CLOSE JobHoursFile
                   DISPLAY "Job lines released - " JobPendCount
                END-IF
                DISPLAY "Week released - " PendCount " records"
             ELSE
                DISPLAY "Week NOT released - nothing written"
