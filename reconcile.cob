      *              lock on customer.txt: acquire before the
      *              update open, refuse with the holder's name
      *              when it is held, release on the way out.
      *   2021-12-04 Brownies - the audit record now comes from
      *              the shared AUDREC copybook, which adds the chain
      *              sequence number and check value; every entry is
      *              stamped through AUDCHAIN just before it is
      *              written.
      *   2021-12-10 Brownies - DelivPref, the delivery preference added
      *              to CUSTREC, starts blank (print) on a restored
      *              customer.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             FD ReportFile.
                01 ReportLine PIC X(80).
             FD AuditFile.
                COPY AUDREC.
             FD FixFile.
                01 FixData.
                   02 FixIDNum      PIC 9(5).
             MOVE SPACE TO BadAddrFlag
             MOVE ZERO TO BadAddrDate
             MOVE 1 TO StmtCycle
             MOVE SPACE TO TermsCode
             MOVE ZERO TO ParentID
             MOVE SPACE TO EInvFlag
             MOVE SPACE TO DelivPref
             WRITE CustomerData
                INVALID KEY
                   DISPLAY "ID " IDNum " already on file - "
          WriteRepairAudit.
             MOVE FUNCTION CURRENT-DATE TO AuditTimeStamp
             MOVE "BATCH" TO AuditOperID
             CALL "AUDCHAIN" USING AuditRecord
             WRITE AuditRecord
             MOVE "AuditFile" TO ErrFileName
             MOVE "WRITE" TO ErrOperation
