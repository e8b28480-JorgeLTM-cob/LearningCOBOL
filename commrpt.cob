      *              (a keyed 2.5% paid 2.0%); scale to a percent
      *              for the multiply and divide back down through
      *              the guarded divide.
      *   2021-09-19 Brownies - bad-debt clawback: the month's
      *              write-offs on writeoffs.txt (the wrtoff
      *              program, stamped with the customer's rep) are
      *              totaled per rep, shown in their own column and
      *              taken off the sales the commission is paid on,
      *              so commission already paid on an invoice that
      *              was never collected comes back.
      *   2021-10-11 Brownies - transaction-log record widened to
      *              280 for the Cost= stamp.
      *   2021-10-19 Brownies - transaction-log record widened to
      *              300 for the Contract= stamp.
      *   2021-10-25 Brownies - transaction-log record widened to
      *              320 for the Frt= stamp; the freight billed on an
      *              invoice is taken off the sales commission is
      *              paid on - it is carriage, not a sale.
      *   2021-11-02 Brownies - transaction-log record widened to
      *              360 for the Canadian GST/HST and PST/QST
      *              stamps.
      *   2021-11-04 Brownies - transaction-log record widened to
      *              400 for the Promo= stamp.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RepMastCode.
             SELECT OPTIONAL WriteOffFile ASSIGN TO "writeoffs.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO "Commissions.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD RTransFile.
                01 RTransLine PIC X(400).
             FD ArchInFile.
                01 ArchInLine PIC X(400).
             FD RepFile.
                01 RepData.
                   02 RepMastCode PIC X(3).
                   02 RepName     PIC X(20).
                   02 RepCommRate PIC V999.
             FD WriteOffFile.
                01 WriteOffData.
                   02 WODate    PIC 9(8).
                   02 WOInvNum  PIC 9(7).
                   02 WOCustID  PIC 9(5).
                   02 WORep     PIC X(3).
                   02 WOAmount  PIC 9(7)V99.
                   02 WOReason  PIC X(2).
                   02 WOOperID  PIC X(8).
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 EntryMonth  PIC 9(6).
             01 RTransEOF   PIC X VALUE 'N'.
             01 ArchEOF     PIC X.
             01 WOEOF       PIC X VALUE 'N'.
             01 ArchInName  PIC X(30).
             01 LineDate    PIC 9(8).
             01 LineMonth   PIC 9(6).
             01 LineLen     PIC 9(3).
             01 WorkRep     PIC X(3).
             01 WorkTot     PIC S9(6)V99.
             01 WorkFrt     PIC S9(6)V99.
             01 WSSub       PIC 9(2).
             01 RepSub      PIC 9(2).
             01 RepTable.
                02 RepEntry OCCURS 20 TIMES.
                   03 RTRep   PIC X(3).
                   03 RTSales PIC S9(9)V99.
                   03 RTWriteOff PIC S9(9)V99.
             01 RepCount    PIC 9(2) VALUE ZERO.
             01 RepFound    PIC X.
             01 Commission  PIC S9(7)V99.
             01 GSStatus    PIC X(1).
             01 Disp1       PIC X(14).
             01 Disp2       PIC X(14).
             01 Disp3       PIC X(14).
             01 CommBase    PIC S9(9)V99.
             01 RunDate     PIC X(8).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "commrpt".
             ELSE
                PERFORM ScanMonthArchive
                PERFORM TallyMonth
                PERFORM TallyWriteOffs
                PERFORM PrintReport
                DISPLAY "Report written to Commissions.txt"
             END-IF
                IF LineMonth = EntryMonth
                   MOVE SPACE TO WorkRep
                   MOVE ZERO TO WorkTot
                   MOVE ZERO TO WorkFrt
                   COMPUTE LineLen = FUNCTION LENGTH(
                      FUNCTION TRIM(RTransLine TRAILING))
                   MOVE 1 TO LinePtr
                   PERFORM GetCommToken WITH TEST BEFORE
                      UNTIL LinePtr > LineLen
                   PERFORM TallyRep
                   IF RepSub > ZERO
                      COMPUTE RTSales(RepSub) = RTSales(RepSub)
                         + WorkTot - WorkFrt
                   END-IF
                END-IF
             END-IF.

                WHEN LineToken(1:6) = "Total="
                   COMPUTE WorkTot =
                      FUNCTION NUMVAL-C(LineToken(7:24))
                WHEN LineToken(1:4) = "Frt="
                   COMPUTE WorkFrt =
                      FUNCTION NUMVAL-C(LineToken(5:26))
             END-EVALUATE.

          TallyRep.
                MOVE RepCount TO RepSub
                MOVE WorkRep TO RTRep(RepSub)
                MOVE ZERO TO RTSales(RepSub)
                MOVE ZERO TO RTWriteOff(RepSub)
             END-IF.

          TallyWriteOffs.
             OPEN INPUT WriteOffFile
             PERFORM UNTIL WOEOF = 'Y'
                READ WriteOffFile
                   AT END MOVE 'Y' TO WOEOF
                   NOT AT END
                      IF WODate(1:6) = EntryMonth
                         MOVE WORep TO WorkRep
                         PERFORM TallyRep
                         IF RepSub > ZERO
                            ADD WOAmount TO RTWriteOff(RepSub)
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE WriteOffFile.

          PrintReport.
             OPEN OUTPUT ReportFile
             OPEN INPUT RepFile
             MOVE SPACE TO LineBuffer
             STRING "Rep  Name                       Net Sales"
                DELIMITED BY SIZE
                "     Write-offs     Commission" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
      * scale the V999 rate to a percent before it meets GETSUM's
      * two-decimal operands, or a half-percent rate pays short
                COMPUTE RatePct = RepCommRate * 100
                COMPUTE CommBase = RTSales(RepSub)
                   - RTWriteOff(RepSub)
                MOVE CommBase TO GSOperand1
                MOVE RatePct TO GSOperand2
                CALL "GETSUM" USING GSOperand1, GSOperand2, "M",
                   GSResult, GSStatus
             MOVE DollarMinus TO Disp1
             MOVE Commission TO DollarMinus
             MOVE DollarMinus TO Disp2
             MOVE RTWriteOff(RepSub) TO DollarMinus
             MOVE DollarMinus TO Disp3
             MOVE SPACE TO LineBuffer
             IF RepFound = 'Y'
                STRING RTRep(RepSub) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Disp1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Disp3 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Disp2 DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                STRING RTRep(RepSub) DELIMITED BY SIZE
                   "  (not on rep master)     " DELIMITED BY SIZE
                   Disp1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Disp3 DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
             END-IF
