       IDENTIFICATION DIVISION.
          PROGRAM-ID.   disprpt.
          AUTHOR.      Brownies.
          DATE-WRITTEN September 15th, 2021.
      * Modification History
      *   2021-09-15 Brownies - new program: open-disputes report for
      *              the credit manager.  Every open item the
      *              dispute program has parked (IMDisputed on the
      *              invoice master) is listed oldest dispute first
      *              with the customer, the open amount, the reason
      *              code, the operator who opened it and the days
      *              it has been in dispute, off the newest open
      *              entry for the item on disputes.txt.  Totals by
      *              age band (0-30, 31-60, 61-90, over 90 days in
      *              dispute) close the report.  Report goes to
      *              OpenDisputes.txt; start and end go to the
      *              common job log.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL InvMastFile ASSIGN TO "invmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IMInvNum.
             SELECT OPTIONAL DisputeFile ASSIGN TO "disputes.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO "OpenDisputes.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD InvMastFile.
                COPY INVMAST.
             FD DisputeFile.
                01 DisputeData.
                   02 DSInvNum  PIC 9(7).
                   02 DSCustID  PIC 9(5).
                   02 DSAction  PIC X(1).
                      88 DSOpened   VALUE 'O'.
                      88 DSResolved VALUE 'R'.
                   02 DSReason  PIC X(2).
                   02 DSOperID  PIC X(8).
                   02 DSDate    PIC 9(8).
                   02 DSAmount  PIC 9(7)V99.
                   02 DSNote    PIC X(40).
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 MastEOF     PIC X VALUE 'N'.
             01 DispEOF     PIC X VALUE 'N'.
             01 RunDate     PIC 9(8).
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 WSSub       PIC 9(3).
             01 LogSub      PIC 9(3).
             01 MaxSub      PIC 9(3).
             01 MaxDays     PIC S9(5).
             01 LogTable.
                02 LogEntry OCCURS 500 TIMES.
                   03 LTInvNum  PIC 9(7).
                   03 LTReason  PIC X(2).
                   03 LTOperID  PIC X(8).
                   03 LTDate    PIC 9(8).
             01 LogCount    PIC 9(3) VALUE ZERO.
             01 LogTableFull PIC X VALUE 'N'.
             01 ItemTable.
                02 ItemEntry OCCURS 500 TIMES.
                   03 ITInvNum  PIC 9(7).
                   03 ITCustID  PIC 9(5).
                   03 ITOpen    PIC S9(8)V99.
                   03 ITReason  PIC X(2).
                   03 ITOperID  PIC X(8).
                   03 ITDate    PIC 9(8).
                   03 ITDays    PIC S9(5).
                   03 ITPrinted PIC X.
             01 ItemCount   PIC 9(3) VALUE ZERO.
             01 ItemTableFull PIC X VALUE 'N'.
             01 BandTotal1  PIC S9(9)V99 VALUE ZERO.
             01 BandTotal2  PIC S9(9)V99 VALUE ZERO.
             01 BandTotal3  PIC S9(9)V99 VALUE ZERO.
             01 BandTotal4  PIC S9(9)V99 VALUE ZERO.
             01 GrandTotal  PIC S9(9)V99 VALUE ZERO.
             01 DaysDisp    PIC Z(4)9.
             01 Disp1       PIC X(14).
             01 Disp2       PIC X(14).
             01 Disp3       PIC X(14).
             01 Disp4       PIC X(14).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "disprpt".
             01 JLPhase    PIC X(5).
             01 JLReadCt   PIC 9(7).
             01 JLWriteCt  PIC 9(7).
             01 JLRejCt    PIC 9(7).
             01 JLFinal    PIC X(8).
             COPY REPTFMTS.
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
             PERFORM LoadDisputeLog
             PERFORM LoadDisputedItems
             PERFORM PrintReport
             DISPLAY "Open disputes : " ItemCount
             DISPLAY "Report written to OpenDisputes.txt"
             MOVE "END" TO JLPhase
             MOVE ItemCount TO JLReadCt
             MOVE ItemCount TO JLWriteCt
             MOVE ZERO TO JLRejCt
             MOVE "OK" TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          LoadDisputeLog.
             OPEN INPUT DisputeFile
             PERFORM UNTIL DispEOF = 'Y'
                READ DisputeFile
                   AT END MOVE 'Y' TO DispEOF
                   NOT AT END
                      IF DSOpened
                         PERFORM RememberOpening
                      END-IF
                END-READ
             END-PERFORM
             CLOSE DisputeFile.

          RememberOpening.
      * the log is in date order, so the last opening seen for an
      * invoice is the one the current dispute started from
             MOVE ZERO TO LogSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > LogCount OR LogSub > ZERO
                IF LTInvNum(WSSub) = DSInvNum
                   MOVE WSSub TO LogSub
                END-IF
             END-PERFORM
             IF LogSub = ZERO
                IF LogCount < 500
                   ADD 1 TO LogCount
                   MOVE LogCount TO LogSub
                ELSE
                   IF LogTableFull NOT = 'Y'
                      DISPLAY "More than 500 disputed invoices on "
                         "the log - extra openings not dated"
                      MOVE 'Y' TO LogTableFull
                   END-IF
                END-IF
             END-IF
             IF LogSub > ZERO
                MOVE DSInvNum TO LTInvNum(LogSub)
                MOVE DSReason TO LTReason(LogSub)
                MOVE DSOperID TO LTOperID(LogSub)
                MOVE DSDate TO LTDate(LogSub)
             END-IF.

          LoadDisputedItems.
             OPEN INPUT InvMastFile
             MOVE LOW-VALUES TO IMInvNum
             START InvMastFile KEY IS NOT LESS THAN IMInvNum
                INVALID KEY MOVE 'Y' TO MastEOF
             END-START
             PERFORM UNTIL MastEOF = 'Y'
                READ InvMastFile NEXT RECORD
                   AT END MOVE 'Y' TO MastEOF
                   NOT AT END
                      IF IMOpen AND IMDisputed
                         PERFORM AddDisputedItem
                      END-IF
                END-READ
             END-PERFORM
             CLOSE InvMastFile.

          AddDisputedItem.
             IF ItemCount < 500
                ADD 1 TO ItemCount
                MOVE IMInvNum TO ITInvNum(ItemCount)
                MOVE IMCustID TO ITCustID(ItemCount)
                COMPUTE ITOpen(ItemCount) = IMTotal - IMPaid
                MOVE "??" TO ITReason(ItemCount)
                MOVE SPACE TO ITOperID(ItemCount)
                MOVE ZERO TO ITDate(ItemCount)
                MOVE ZERO TO ITDays(ItemCount)
                MOVE 'N' TO ITPrinted(ItemCount)
                PERFORM VARYING LogSub FROM 1 BY 1
                   UNTIL LogSub > LogCount
                   IF LTInvNum(LogSub) = IMInvNum
                      MOVE LTReason(LogSub) TO ITReason(ItemCount)
                      MOVE LTOperID(LogSub) TO ITOperID(ItemCount)
                      MOVE LTDate(LogSub) TO ITDate(ItemCount)
                   END-IF
                END-PERFORM
                IF ITDate(ItemCount) > ZERO
                   CALL "DATECALC" USING RunDate, ITDate(ItemCount),
                      "D", DCResult, DCStatus
                   IF DCStatus = '0'
                      MOVE DCResult TO ITDays(ItemCount)
                   END-IF
                END-IF
             ELSE
                IF ItemTableFull NOT = 'Y'
                   DISPLAY "More than 500 disputed items - extra "
                      "items are not on the report"
                   MOVE 'Y' TO ItemTableFull
                END-IF
             END-IF.

          PrintReport.
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Open Disputes by Age       Date: "
                DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Invoice  Cust           Open  Rsn Operator"
                DELIMITED BY SIZE
                "  Opened    Days" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             PERFORM PrintNextOldest ItemCount TIMES
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE BandTotal1 TO Dollar
             MOVE Dollar TO Disp1
             MOVE BandTotal2 TO Dollar
             MOVE Dollar TO Disp2
             MOVE BandTotal3 TO Dollar
             MOVE Dollar TO Disp3
             MOVE BandTotal4 TO Dollar
             MOVE Dollar TO Disp4
             MOVE SPACE TO LineBuffer
             STRING "          0-30          31-60          61-90"
                DELIMITED BY SIZE
                "        Over-90" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING Disp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp3 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp4 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE GrandTotal TO Dollar
             MOVE SPACE TO LineBuffer
             STRING "Items in dispute : " DELIMITED BY SIZE
                ItemCount DELIMITED BY SIZE
                "   Total : " DELIMITED BY SIZE
                Dollar DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             CLOSE ReportFile.

          PrintNextOldest.
             MOVE ZERO TO MaxSub
             MOVE -1 TO MaxDays
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > ItemCount
                IF ITPrinted(WSSub) = 'N'
                   AND ITDays(WSSub) > MaxDays
                   MOVE ITDays(WSSub) TO MaxDays
                   MOVE WSSub TO MaxSub
                END-IF
             END-PERFORM
             IF MaxSub > ZERO
                MOVE 'Y' TO ITPrinted(MaxSub)
                EVALUATE TRUE
                   WHEN ITDays(MaxSub) > 90
                      ADD ITOpen(MaxSub) TO BandTotal4
                   WHEN ITDays(MaxSub) > 60
                      ADD ITOpen(MaxSub) TO BandTotal3
                   WHEN ITDays(MaxSub) > 30
                      ADD ITOpen(MaxSub) TO BandTotal2
                   WHEN OTHER
                      ADD ITOpen(MaxSub) TO BandTotal1
                END-EVALUATE
                ADD ITOpen(MaxSub) TO GrandTotal
                MOVE ITOpen(MaxSub) TO Dollar
                MOVE Dollar TO Disp1
                MOVE ITDays(MaxSub) TO DaysDisp
                MOVE SPACE TO LineBuffer
                STRING ITInvNum(MaxSub) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ITCustID(MaxSub) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Disp1 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ITReason(MaxSub) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ITOperID(MaxSub) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ITDate(MaxSub) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DaysDisp DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE ReportLine FROM LineBuffer
             END-IF.
