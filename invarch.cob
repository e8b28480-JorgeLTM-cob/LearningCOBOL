       IDENTIFICATION DIVISION.
          PROGRAM-ID.   invarch.
          AUTHOR.      Brownies.
          DATE-WRITTEN December 2nd, 2021.
      * Modification History
      *   2021-12-02 Brownies - new program: archive and purge of
      *              settled items from the open-invoice master, in
      *              the custpurge mold.  Nothing ever left
      *              invmast.txt, so every aging, statement and
      *              dunning pass read years of paid-off invoices.
      *              Takes the months to keep; an item paid off or
      *              voided, dated before the first of the month
      *              that many months back, with no payment on
      *              payments.txt since then and its own period
      *              closed on percntl.txt, is moved to the dated
      *              archive invarch_YYYYMMDD.txt (a header, one
      *              detail per item in the INVMAST layout and a
      *              trailer carrying the count and the total and
      *              paid control totals) and appended to the
      *              cumulative invoice history invhist.txt that
      *              the billing history, the customer dossier and
      *              the number audit read alongside the master.
      *              Refused while the month before the cutoff is
      *              still open, or when today's archive already
      *              exists.  The master is recounted after the
      *              purge; a count that does not reconcile ends
      *              with RETURN-CODE 8.
      *   2021-12-18 Brownies - every report that looks back over
      *              settled invoices now reads invhist.txt beside
      *              the master: the statements' opening balance,
      *              job-cost revenue, the credit review's twelve
      *              months, the days-to-pay/DSO pairing and the
      *              cash forecast's days-to-pay.  So any months to
      *              keep from 1 to 99 is safe for them; the figure
      *              only decides how much stays on the master for
      *              the open-item work.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT InvMastFile ASSIGN TO "invmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IMInvNum.
             SELECT OPTIONAL PaymentFile ASSIGN TO "payments.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL ArchiveFile
                ASSIGN DYNAMIC ArchiveFileName
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL InvHistFile ASSIGN TO "invhist.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD InvMastFile.
                COPY INVMAST.
             FD PaymentFile.
                01 PaymentData.
                   02 PayDate   PIC 9(8).
                   02 PayCustID PIC 9(5).
                   02 PayInvRef PIC X(10).
                   02 PayAmount PIC 9(6)V99.
             FD ArchiveFile.
                01 ArchiveRecord.
                   02 ARType PIC X(1).
                      88 ARHeader  VALUE 'H'.
                      88 ARDetail  VALUE 'D'.
                      88 ARTrailer VALUE 'T'.
                   02 ARBody PIC X(83).
             FD InvHistFile.
                01 InvHistLine PIC X(83).
          WORKING-STORAGE SECTION.
             01 ArchiveFileName PIC X(30).
             01 ArchHeader.
                02 AHRunDate  PIC 9(8).
                02 AHCutoff   PIC 9(8).
                02 AHKeep     PIC 9(2).
                02 FILLER     PIC X(65) VALUE SPACE.
             01 ArchTrailer.
                02 ATCount    PIC 9(7).
                02 ATTotal    PIC 9(11)V99.
                02 ATPaid     PIC 9(11)V99.
                02 FILLER     PIC X(50) VALUE SPACE.
             01 KeepMonths   PIC 9(2).
             01 CutoffDate   PIC 9(8).
             01 CutoffParts REDEFINES CutoffDate.
                02 CutYear  PIC 9(4).
                02 CutMonth PIC 9(2).
                02 CutDay   PIC 9(2).
             01 PriorPeriod  PIC 9(6).
             01 PriorParts REDEFINES PriorPeriod.
                02 PriorYear  PIC 9(4).
                02 PriorMonth PIC 9(2).
             01 InvPeriod    PIC 9(6).
             01 PeriodStatus PIC X(1).
             01 RunDate      PIC X(8).
             01 Confirm      PIC X.
             01 RunOK        PIC X.
             01 ArchExists   PIC X.
             01 ArchThis     PIC X.
             01 PayEOF       PIC X VALUE 'N'.
             01 MastEOF      PIC X.
             01 RefInvNum    PIC 9(7).
             01 RecentFound  PIC X.
             01 WSSub        PIC 9(4).
             01 RecentTable.
                02 RecentInv PIC 9(7) OCCURS 3000 TIMES.
             01 RecentCount  PIC 9(4) VALUE ZERO.
             01 RecentFull   PIC X VALUE 'N'.
             01 ReadCount    PIC 9(7) VALUE ZERO.
             01 ArchCount    PIC 9(7) VALUE ZERO.
             01 DelFailCount PIC 9(7) VALUE ZERO.
             01 LeftCount    PIC 9(7) VALUE ZERO.
             01 ArchTotal    PIC 9(11)V99 VALUE ZERO.
             01 ArchPaid     PIC 9(11)V99 VALUE ZERO.
             01 TotDisp      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
             01 JLProgName PIC X(12) VALUE "invarch".
             01 JLPhase    PIC X(5).
             01 JLReadCt   PIC 9(7).
             01 JLWriteCt  PIC 9(7).
             01 JLRejCt    PIC 9(7).
             01 JLFinal    PIC X(8).
       PROCEDURE DIVISION.
          StartPara.
             MOVE "START" TO JLPhase
             MOVE ZERO TO JLReadCt
             MOVE ZERO TO JLWriteCt
             MOVE ZERO TO JLRejCt
             MOVE SPACE TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             MOVE "CANCEL" TO JLFinal
             DISPLAY "Months of settled invoices to keep on the "
                "master : " WITH NO ADVANCING
             ACCEPT KeepMonths
             PERFORM SetCutoff
             IF RunOK = 'Y'
                DISPLAY "Archive invoices paid off or voided before "
                   CutoffDate "? (Y/N): " WITH NO ADVANCING
                ACCEPT Confirm
                IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
                   MOVE 'N' TO RunOK
                   DISPLAY "Archive cancelled - nothing changed"
                END-IF
             END-IF
             IF RunOK = 'Y'
                PERFORM LoadRecentPayments
             END-IF
             IF RunOK = 'Y'
                PERFORM ArchiveInvoices
                PERFORM RecountMaster
                MOVE ArchTotal TO TotDisp
                DISPLAY "Invoices read     : " ReadCount
                DISPLAY "Invoices archived : " ArchCount
                DISPLAY "Archived total    : " TotDisp
                MOVE ArchPaid TO TotDisp
                DISPLAY "Archived paid     : " TotDisp
                DISPLAY "Left on master    : " LeftCount
                DISPLAY "Archive written to " ArchiveFileName
                IF DelFailCount > ZERO
                   OR ReadCount - ArchCount NOT = LeftCount
                   DISPLAY "COUNTS DO NOT RECONCILE - check "
                      ArchiveFileName " against invmast.txt"
                   MOVE "FAIL" TO JLFinal
                   MOVE 8 TO RETURN-CODE
                ELSE
                   MOVE "OK" TO JLFinal
                END-IF
             END-IF
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             MOVE ArchCount TO JLWriteCt
             MOVE DelFailCount TO JLRejCt
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          SetCutoff.
      * the cutoff is the first of the month KeepMonths back, so
      * every archived item's last activity falls in a month
      * before it - that month has to be closed
             MOVE 'Y' TO RunOK
             IF KeepMonths NOT NUMERIC OR KeepMonths = ZERO
                DISPLAY "Months to keep must be 1 to 99 - run ended"
                MOVE 'N' TO RunOK
             ELSE
                MOVE RunDate TO CutoffDate
                MOVE 1 TO CutDay
                PERFORM KeepMonths TIMES
                   IF CutMonth = 1
                      MOVE 12 TO CutMonth
                      SUBTRACT 1 FROM CutYear
                   ELSE
                      SUBTRACT 1 FROM CutMonth
                   END-IF
                END-PERFORM
                MOVE CutYear TO PriorYear
                MOVE CutMonth TO PriorMonth
                IF PriorMonth = 1
                   MOVE 12 TO PriorMonth
                   SUBTRACT 1 FROM PriorYear
                ELSE
                   SUBTRACT 1 FROM PriorMonth
                END-IF
                CALL "PERCHK" USING PriorPeriod, PeriodStatus
                IF PeriodStatus NOT = 'C'
                   DISPLAY "Period " PriorPeriod " is still open - "
                      "close it with perclose first"
                   MOVE 'N' TO RunOK
                   MOVE "FAIL" TO JLFinal
                   MOVE 8 TO RETURN-CODE
                END-IF
             END-IF
             IF RunOK = 'Y'
                MOVE SPACE TO ArchiveFileName
                STRING "invarch_" DELIMITED BY SIZE
                   RunDate DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO ArchiveFileName
                END-STRING
                MOVE 'N' TO ArchExists
                OPEN INPUT ArchiveFile
                READ ArchiveFile
                   AT END MOVE 'N' TO ArchExists
                   NOT AT END MOVE 'Y' TO ArchExists
                END-READ
                CLOSE ArchiveFile
                IF ArchExists = 'Y'
                   DISPLAY ArchiveFileName " already written today"
                      " - run refused"
                   MOVE 'N' TO RunOK
                   MOVE "FAIL" TO JLFinal
                   MOVE 8 TO RETURN-CODE
                END-IF
             END-IF.

          LoadRecentPayments.
      * an item with a payment on or after the cutoff is still
      * active, whatever its invoice date
             OPEN INPUT PaymentFile
             PERFORM UNTIL PayEOF = 'Y'
                READ PaymentFile
                   AT END MOVE 'Y' TO PayEOF
                   NOT AT END
                      IF PayDate NOT < CutoffDate
                         PERFORM NoteRecentPayment
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PaymentFile
             IF RecentFull = 'Y'
                DISPLAY "More than 3000 invoices paid since "
                   CutoffDate " - keep fewer months; run refused"
                MOVE 'N' TO RunOK
                MOVE "FAIL" TO JLFinal
                MOVE 8 TO RETURN-CODE
             END-IF.

          NoteRecentPayment.
             IF FUNCTION TRIM(PayInvRef) NUMERIC
                MOVE FUNCTION TRIM(PayInvRef) TO RefInvNum
                PERFORM FindRecent
                IF RecentFound = 'N'
                   IF RecentCount < 3000
                      ADD 1 TO RecentCount
                      MOVE RefInvNum TO RecentInv(RecentCount)
                   ELSE
                      MOVE 'Y' TO RecentFull
                   END-IF
                END-IF
             END-IF.

          FindRecent.
             MOVE 'N' TO RecentFound
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > RecentCount OR RecentFound = 'Y'
                IF RecentInv(WSSub) = RefInvNum
                   MOVE 'Y' TO RecentFound
                END-IF
             END-PERFORM.

          ArchiveInvoices.
             OPEN I-O InvMastFile
             OPEN OUTPUT ArchiveFile
             OPEN EXTEND InvHistFile
             MOVE RunDate TO AHRunDate
             MOVE CutoffDate TO AHCutoff
             MOVE KeepMonths TO AHKeep
             MOVE 'H' TO ARType
             MOVE ArchHeader TO ARBody
             WRITE ArchiveRecord
             MOVE 'N' TO MastEOF
             MOVE LOW-VALUES TO IMInvNum
             START InvMastFile KEY IS NOT LESS THAN IMInvNum
                INVALID KEY MOVE 'Y' TO MastEOF
             END-START
             PERFORM UNTIL MastEOF = 'Y'
                READ InvMastFile NEXT RECORD
                   AT END MOVE 'Y' TO MastEOF
                   NOT AT END
                      ADD 1 TO ReadCount
                      PERFORM CheckOneInvoice
                      IF ArchThis = 'Y'
                         PERFORM ArchiveOneInvoice
                      END-IF
                END-READ
             END-PERFORM
             MOVE ArchCount TO ATCount
             MOVE ArchTotal TO ATTotal
             MOVE ArchPaid TO ATPaid
             MOVE 'T' TO ARType
             MOVE ArchTrailer TO ARBody
             WRITE ArchiveRecord
             CLOSE InvHistFile
             CLOSE ArchiveFile
             CLOSE InvMastFile.

          CheckOneInvoice.
             MOVE 'N' TO ArchThis
             IF (IMPaidOff OR IMVoid) AND IMInvDate < CutoffDate
                MOVE IMInvNum TO RefInvNum
                PERFORM FindRecent
                IF RecentFound = 'N'
                   MOVE IMInvDate(1:6) TO InvPeriod
                   CALL "PERCHK" USING InvPeriod, PeriodStatus
                   IF PeriodStatus = 'C'
                      MOVE 'Y' TO ArchThis
                   END-IF
                END-IF
             END-IF.

          ArchiveOneInvoice.
      * the archive and history copies are written before the
      * master record goes, so an item is never only in memory
             MOVE 'D' TO ARType
             MOVE InvMastData TO ARBody
             WRITE ArchiveRecord
             WRITE InvHistLine FROM InvMastData
             DELETE InvMastFile RECORD
                INVALID KEY
                   ADD 1 TO DelFailCount
                   DISPLAY "Invoice " IMInvNum
                      " archived but not removed from the master"
                NOT INVALID KEY
                   ADD 1 TO ArchCount
                   ADD IMTotal TO ArchTotal
                   ADD IMPaid TO ArchPaid
             END-DELETE.

          RecountMaster.
             OPEN INPUT InvMastFile
             MOVE 'N' TO MastEOF
             MOVE LOW-VALUES TO IMInvNum
             START InvMastFile KEY IS NOT LESS THAN IMInvNum
                INVALID KEY MOVE 'Y' TO MastEOF
             END-START
             PERFORM UNTIL MastEOF = 'Y'
                READ InvMastFile NEXT RECORD
                   AT END MOVE 'Y' TO MastEOF
                   NOT AT END ADD 1 TO LeftCount
                END-READ
             END-PERFORM
             CLOSE InvMastFile.
