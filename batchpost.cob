      *              open INPUT), so a branch's file can be proofed
      *              and the rejects sent back before the clean
      *              file posts the next night.
      *   2021-12-04 Brownies - the audit record now comes from
      *              the shared AUDREC copybook, which adds the chain
      *              sequence number and check value; every entry is
      *              stamped through AUDCHAIN just before it is
      *              written.
      *   2021-12-10 Brownies - DelivPref, the delivery preference added
      *              to CUSTREC, starts blank (print) on a posted new
      *              customer.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             FD RejectFile.
                01 RejectLine PIC X(132).
             FD AuditFile.
                COPY AUDREC.
          WORKING-STORAGE SECTION.
             01 TransEOF     PIC X VALUE 'N'.
             01 ReadCount    PIC 9(5) VALUE ZERO.
                MOVE SPACE TO BadAddrFlag
                MOVE ZERO TO BadAddrDate
                MOVE 1 TO StmtCycle
                MOVE SPACE TO TermsCode
                MOVE ZERO TO ParentID
                MOVE SPACE TO EInvFlag
                MOVE SPACE TO DelivPref
                WRITE CustomerData
                   INVALID KEY
                      MOVE "03" TO RejectReason
             MOVE IDNum TO AuditIDNum
             MOVE FUNCTION CURRENT-DATE TO AuditTimeStamp
             MOVE "BATCH" TO AuditOperID
             CALL "AUDCHAIN" USING AuditRecord
             WRITE AuditRecord.
