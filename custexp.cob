      *              Action column (A/U/D) on every row - full mode
      *              stays for resyncs and rows carry A.  Both
      *              modes update the control file on the way out.
      *   2021-12-04 Brownies - the audit record now comes from
      *              the shared AUDREC copybook, which adds the chain
      *              sequence number and check value.
      *   2021-12-06 Brownies - an ERASED entry from custerase goes
      *              out as Action E, carrying the anonymized names
      *              and blank address so the mail house and the
      *              CRM overwrite their copy.  E holds against any
      *              later change in the same delta and is sent even
      *              when the customer is inactive or do-not-mail.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             FD ExportFile.
                01 ExportLine PIC X(160).
             FD AuditFile.
                COPY AUDREC.
             FD LastRunFile.
                01 LastRunRec PIC X(14).
          WORKING-STORAGE SECTION.
             EVALUATE AuditAction
                WHEN "ADD"    MOVE 'A' TO RowAction
                WHEN "DELETE" MOVE 'D' TO RowAction
                WHEN "ERASED" MOVE 'E' TO RowAction
                WHEN OTHER    MOVE 'U' TO RowAction
             END-EVALUATE
             MOVE ZERO TO ChgSub
                   ADD 1 TO ChgCount
                   MOVE ChgCount TO ChgSub
                   MOVE AuditIDNum TO ChgIDNum(ChgSub)
                   MOVE SPACE TO ChgAction(ChgSub)
                ELSE
                   IF ChgTableFull NOT = 'Y'
                      DISPLAY "More than 500 changed customers - "
                   END-IF
                END-IF
             END-IF
             IF ChgSub > ZERO AND ChgAction(ChgSub) NOT = 'E'
                MOVE RowAction TO ChgAction(ChgSub)
             END-IF.

             IF CustFound = 'Y'
                MOVE ChgAction(ChgSub) TO RowAction
                EVALUATE TRUE
                   WHEN RowAction = 'D' OR 'E'
                      PERFORM WriteExportRecord
                   WHEN CustInactive
                      CONTINUE
