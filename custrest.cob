      *              operator's password the way payroll's
      *              supervisor check does; knowing an OperID alone
      *              no longer signs anyone on here.
      *   2021-12-04 Brownies - the audit record now comes from
      *              the shared AUDREC copybook, which adds the chain
      *              sequence number and check value; every entry is
      *              stamped through AUDCHAIN just before it is
      *              written.
      *   2021-12-10 Brownies - archive images widened to 187 for the
      *              DelivPref delivery preference added to CUSTREC;
      *              archives written before then read with it blank
      *              (print).
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                      88 OperDisabled  VALUE 'D'.
                   02 OperPwdChg PIC X(1).
             FD ArchiveFile.
                01 ArchiveLine PIC X(187).
             FD CustomerFile.
                COPY CUSTREC.
             FD AuditFile.
                COPY AUDREC.
          WORKING-STORAGE SECTION.
             01 SignOnEntry   PIC X(8).
             01 SignedOnID    PIC X(8) VALUE SPACE.
             01 EntryCustID PIC 9(5).
             01 ArchEOF     PIC X VALUE 'N'.
             01 FoundRec    PIC X VALUE 'N'.
             01 SavedImage  PIC X(187).
             01 IDInUse     PIC X.
             01 Confirm     PIC X.
             01 NoMiddleName PIC X(15) VALUE SPACE.
             MOVE IDNum TO AuditIDNum
             MOVE FUNCTION CURRENT-DATE TO AuditTimeStamp
             MOVE SignedOnID TO AuditOperID
             CALL "AUDCHAIN" USING AuditRecord
             WRITE AuditRecord
             CLOSE AuditFile.
