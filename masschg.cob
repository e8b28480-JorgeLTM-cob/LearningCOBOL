      *              change; a bad rule is counted into the
      *              warning exit the first time it is seen on any
      *              record, not only on record one.
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
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 FieldValue  PIC X(30).
             01 FieldKnown  PIC X.
             01 MatchLen    PIC 9(2).
             01 PriorImage  PIC X(187).
             01 LineBuffer  PIC X(100).
             01 LockAction  PIC X(1).
             01 LockHolder  PIC X(12).
                   MOVE IDNum TO AuditIDNum
                   MOVE FUNCTION CURRENT-DATE TO AuditTimeStamp
                   MOVE "BATCH" TO AuditOperID
                   CALL "AUDCHAIN" USING AuditRecord
                   WRITE AuditRecord
                ELSE
                   MOVE PriorImage TO CustomerData
