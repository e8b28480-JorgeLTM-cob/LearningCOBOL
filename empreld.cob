      *              overwritten - take a fresh unload first if it
      *              is readable.  Start and end go to the common
      *              job log.
      *   2021-11-18 Brownies - the employee record now comes from
      *              the shared EMPREC copybook, which adds the pay
      *              type and pay frequency; the backup line widens
      *              to match.  A backup unloaded before the widening
      *              reloads as hourly, weekly and no salary.
      *   2021-11-20 Brownies - the backup line widens again for the
      *              employment status, hire and termination fields;
      *              an older backup reloads as active with no hire
      *              or termination dates.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
       DATA DIVISION.
          FILE SECTION.
             FD EmpFile.
                COPY EMPREC.
             FD BackupFile.
                01 BackupLine PIC X(133).
          WORKING-STORAGE SECTION.
             01 BackupFileName PIC X(30).
             01 BackupEOF    PIC X VALUE 'N'.
                   MOVE ZERO TO TrailerCount
                END-IF
             ELSE
                MOVE BackupLine(1:133) TO EmployeeData
                IF EmpPayType = SPACE
                   MOVE 'H' TO EmpPayType
                END-IF
                IF EmpPayFreq = SPACE
                   MOVE 'W' TO EmpPayFreq
                END-IF
                IF EmpSalary NOT NUMERIC
                   MOVE ZERO TO EmpSalary
                END-IF
                IF EmpStatus = SPACE
                   MOVE 'A' TO EmpStatus
                END-IF
                IF EmpHireDate NOT NUMERIC
                   MOVE ZERO TO EmpHireDate
                END-IF
                IF EmpTermDate NOT NUMERIC
                   MOVE ZERO TO EmpTermDate
                END-IF
                WRITE EmployeeData
                   INVALID KEY
                      ADD 1 TO CollideCount
