      *              lock on customer.txt: acquire before the
      *              update open, refuse with the holder's name
      *              when it is held, release on the way out.
      *   2021-09-23 Brownies - a backup unloaded before ParentID
      *              was added to CUSTREC reloads with no parent
      *              instead of spaces in the numeric field.
      *   2021-12-10 Brownies - backup images widened to 187 for the
      *              DelivPref delivery preference added to CUSTREC; a
      *              backup taken at 186 reloads with it blank (print).
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             FD CustomerFile.
                COPY CUSTREC.
             FD BackupFile.
                01 BackupLine PIC X(187).
          WORKING-STORAGE SECTION.
             01 BackupFileName PIC X(30).
             01 BackupEOF    PIC X VALUE 'N'.
                   MOVE ZERO TO TrailerCount
                END-IF
             ELSE
                MOVE BackupLine(1:187) TO CustomerData
                IF ParentID NOT NUMERIC
                   MOVE ZERO TO ParentID
                END-IF
                WRITE CustomerData
                   INVALID KEY
                      ADD 1 TO CollideCount
