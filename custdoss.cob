      *              operator's password the way payroll's
      *              supervisor check does; knowing an OperID alone
      *              no longer signs anyone on here.
      *   2021-12-02 Brownies - the last five invoices also come
      *              from the invoice history invhist.txt the invarch
      *              purge moves settled invoices to, read ahead of
      *              the master, so a quiet account still shows its
      *              last billing.
      *   2021-12-04 Brownies - the audit record now comes from
      *              the shared AUDREC copybook, which adds the chain
      *              sequence number and check value.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IMInvNum.
             SELECT OPTIONAL InvHistFile ASSIGN TO "invhist.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL PaymentFile ASSIGN TO "payments.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
                COPY CUSTREC.
             FD InvMastFile.
                COPY INVMAST.
             FD InvHistFile.
                01 InvHistLine PIC X(83).
             FD PaymentFile.
                01 PaymentData.
                   02 PayDate   PIC 9(8).
                   02 NoteStamp PIC X(21).
                   02 NoteText  PIC X(60).
             FD AuditFile.
                COPY AUDREC.
             FD IDListFile.
                01 IDListLine PIC X(10).
             FD DossierFile.
             01 CustFound   PIC X.
             01 IDListEOF   PIC X.
             01 MastEOF     PIC X.
             01 InvHistEOF  PIC X.
             01 PayEOF      PIC X.
             01 NotesEOF    PIC X.
             01 AuditEOF    PIC X.
          ScanMaster.
             MOVE 'N' TO MastEOF
             OPEN INPUT InvMastFile
      * archived invoices are the oldest numbers, so they go
      * through ahead of the master and the newest five still win
             MOVE 'N' TO InvHistEOF
             OPEN INPUT InvHistFile
             PERFORM UNTIL InvHistEOF = 'Y'
                READ InvHistFile INTO InvMastData
                   AT END MOVE 'Y' TO InvHistEOF
                   NOT AT END
                      IF IMCustID = EntryCustID
                         PERFORM NoteOneInvoice
                      END-IF
                END-READ
             END-PERFORM
             CLOSE InvHistFile
             MOVE LOW-VALUES TO IMInvNum
             START InvMastFile KEY IS NOT LESS THAN IMInvNum
                INVALID KEY MOVE 'Y' TO MastEOF
