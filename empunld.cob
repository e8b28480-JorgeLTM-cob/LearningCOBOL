      *              means unload with the prior build, then
      *              reload with the new one.  Start and end go to
      *              the common job log.
      *   2021-11-18 Brownies - the employee record now comes from
      *              the shared EMPREC copybook, which adds the pay
      *              type and pay frequency; the backup line widens
      *              to match.
      *   2021-11-20 Brownies - the backup line widens again for the
      *              employment status, hire and termination fields.
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
             01 EmpEOF       PIC X VALUE 'N'.
             01 UnloadCount  PIC 9(5) VALUE ZERO.
             01 RunDate      PIC X(8).
             01 TrailerLine  PIC X(133).
             01 JLProgName PIC X(12) VALUE "empunld".
             01 JLPhase    PIC X(5).
             01 JLReadCt   PIC 9(7).
