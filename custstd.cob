      *              lock on customer.txt: acquire before the
      *              update open, refuse with the holder's name
      *              when it is held, release on the way out.
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
             01 CustEOF      PIC X VALUE 'N'.
             01 PriorImage   PIC X(187).
             01 ReadCount    PIC 9(5) VALUE ZERO.
             01 FixCount     PIC 9(5) VALUE ZERO.
             01 BadPhoneCount PIC 9(5) VALUE ZERO.
                MOVE IDNum TO AuditIDNum
                MOVE FUNCTION CURRENT-DATE TO AuditTimeStamp
                MOVE "BATCH" TO AuditOperID
                CALL "AUDCHAIN" USING AuditRecord
                WRITE AuditRecord
                ADD 1 TO FixCount
             END-IF.
