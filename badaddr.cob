      *              operator's password the way payroll's
      *              supervisor check does; knowing an OperID alone
      *              no longer signs anyone on here.
      *   2021-12-04 Brownies - the audit record now comes from
      *              the shared AUDREC copybook, which adds the chain
      *              sequence number and check value; every entry is
      *              stamped through AUDCHAIN just before it is
      *              written.
      *   2021-12-10 Brownies - customer images widened to 187 for the
      *              DelivPref delivery preference added to CUSTREC.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             FD CustomerFile.
                COPY CUSTREC.
             FD AuditFile.
                COPY AUDREC.
             FD HistFile.
                01 HistRecord.
                   02 HRStamp PIC X(21).
                   02 HRImage PIC X(187).
             FD InvMastFile.
                COPY INVMAST.
             FD ReportFile.
                   03 BalOpen   PIC S9(9)V99.
             01 BalCount    PIC 9(3) VALUE ZERO.
             01 WorkCount   PIC 9(5) VALUE ZERO.
             01 PriorImage  PIC X(187).
             01 RunDate     PIC 9(8).
             01 Disp1       PIC X(14).
             01 NoMiddleName PIC X(15) VALUE SPACE.
                   MOVE IDNum TO AuditIDNum
                   MOVE FUNCTION CURRENT-DATE TO AuditTimeStamp
                   MOVE SignedOnID TO AuditOperID
                   CALL "AUDCHAIN" USING AuditRecord
                   WRITE AuditRecord
                   ADD 1 TO FlagCount
                   DISPLAY "Flagged bad address"
