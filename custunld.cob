      *              bkpgens.txt tracks the dated backups and the
      *              oldest past the last five are removed and
      *              reported.
      *   2021-12-10 Brownies - backup images widened to 187 for the
      *              DelivPref delivery preference added to CUSTREC.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             FD CustomerFile.
                COPY CUSTREC.
             FD BackupFile.
                01 BackupLine PIC X(187).
             FD GenFile.
                01 GenLine PIC X(30).
             FD GenTempFile.
             01 PruneCount   PIC 9(2).
             01 PruneCmd     PIC X(40).
             01 RunDate      PIC X(8).
             01 TrailerLine  PIC X(187).
             01 JLProgName PIC X(12) VALUE "custunld".
             01 JLPhase    PIC X(5).
             01 JLReadCt   PIC 9(7).
