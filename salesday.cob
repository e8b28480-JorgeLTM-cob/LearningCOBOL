      *              combined daily revenue line adds the drawer to
      *              the invoice section so the owner stops adding
      *              two reports by hand.
      *   2021-10-11 Brownies - transaction-log record widened to
      *              280 for the Cost= stamp.
      *   2021-10-19 Brownies - transaction-log record widened to
      *              300 for the Contract= stamp.
      *   2021-10-23 Brownies - a return's credit-memo line (the Ret=
      *              stamp rma writes) nets its negative amounts like
      *              a void but is neither counted as an invoice nor
      *              backs one out.
      *   2021-10-25 Brownies - freight reported apart from the
      *              goods: the Frt= stamp round writes is totaled in
      *              its own column by state, today and month-to-
      *              date, beside the merchandise subtotal (revenue
      *              still includes it).  Transaction-log record
      *              widened to 320 for the stamp.
      *   2021-11-02 Brownies - transaction-log record widened to
      *              360 for the Canadian GST/HST and PST/QST
      *              stamps.
      *   2021-11-04 Brownies - transaction-log record widened to
      *              400 for the Promo= stamp.
      *   2021-11-06 Brownies - the till now charges sales tax: the
      *              journal's T= tax (less a refund's) is totaled
      *              beside the till's sales and refunds and goes
      *              into its net, and is checked against the Z
      *              line's TAX=.  Till-history record widened to
      *              160 for the TAX= and UNITS= stamps.
      *   2021-11-08 Brownies - a day can now close several Z lines,
      *              one per cashier's session: the day's Z lines are
      *              added together before they are checked against
      *              the journal.  Till-history record widened to 240.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
       DATA DIVISION.
          FILE SECTION.
             FD RTransFile.
                01 RTransLine PIC X(400).
             FD ArchInFile.
                01 ArchInLine PIC X(400).
             FD TillJournal.
                01 JournalLine PIC X(80).
             FD TillHistory.
                01 TillHistLine PIC X(240).
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 TillRefunds PIC S9(9)V99.
             01 TillNet     PIC S9(9)V99.
             01 TillAmt     PIC 9(5)V99.
             01 TillTax     PIC S9(9)V99.
             01 TillTaxAmt  PIC 9(5)V99.
             01 ZSeen       PIC X.
             01 ZSales      PIC S9(9)V99.
             01 ZRefunds    PIC S9(9)V99.
             01 ZTax        PIC S9(9)V99.
             01 ZToken      PIC X(30).
             01 ZWant       PIC X.
             01 ZPtr        PIC 9(3).
             01 WorkBranch  PIC X(3).
             01 WorkVoid    PIC X.
             01 WorkSub     PIC S9(6)V99.
             01 WorkFrt     PIC S9(6)V99.
             01 WorkTax     PIC S9(6)V99.
             01 WorkTot     PIC S9(6)V99.
             01 WSSub       PIC 9(3).
                   03 DayState PIC X(2).
                   03 DayCount PIC 9(5).
                   03 DaySubT  PIC S9(9)V99.
                   03 DayFrt   PIC S9(9)V99.
                   03 DayTax   PIC S9(9)V99.
                   03 DayTot   PIC S9(9)V99.
             01 DayStateCount PIC 9(3) VALUE ZERO.
                   03 MtdState PIC X(2).
                   03 MtdCount PIC 9(5).
                   03 MtdSubT  PIC S9(9)V99.
                   03 MtdFrt   PIC S9(9)V99.
                   03 MtdTax   PIC S9(9)V99.
                   03 MtdTot   PIC S9(9)V99.
             01 MtdStateCount PIC 9(3) VALUE ZERO.
             01 BrSub       PIC 9(2).
             01 TotCount    PIC 9(5).
             01 TotSubT     PIC S9(9)V99.
             01 TotFrt      PIC S9(9)V99.
             01 TotTax      PIC S9(9)V99.
             01 TotTot      PIC S9(9)V99.
             01 Disp1       PIC X(14).
             01 Disp2       PIC X(14).
             01 Disp3       PIC X(14).
             01 Disp4       PIC X(14).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "salesday".
             01 JLPhase    PIC X(5).
                   MOVE SPACE TO WorkBranch
                   MOVE 'N' TO WorkVoid
                   MOVE ZERO TO WorkSub
                   MOVE ZERO TO WorkFrt
                   MOVE ZERO TO WorkTax
                   MOVE ZERO TO WorkTot
                   COMPUTE LineLen = FUNCTION LENGTH(
                   MOVE LineToken(7:2) TO WorkState
                WHEN LineToken(1:5) = "Void="
                   MOVE 'Y' TO WorkVoid
                WHEN LineToken(1:4) = "Ret="
                   MOVE 'R' TO WorkVoid
                WHEN LineToken(1:7) = "Branch="
                   MOVE LineToken(8:3) TO WorkBranch
                WHEN LineToken(1:9) = "Subtotal="
                WHEN LineToken(1:6) = "Total="
                   COMPUTE WorkTot =
                      FUNCTION NUMVAL-C(LineToken(7:24))
                WHEN LineToken(1:4) = "Frt="
                   COMPUTE WorkFrt =
                      FUNCTION NUMVAL-C(LineToken(5:26))
             END-EVALUATE.

          TallyDay.
                MOVE WorkState TO DayState(StateSub)
                MOVE ZERO TO DayCount(StateSub)
                MOVE ZERO TO DaySubT(StateSub)
                MOVE ZERO TO DayFrt(StateSub)
                MOVE ZERO TO DayTax(StateSub)
                MOVE ZERO TO DayTot(StateSub)
             END-IF
             IF StateSub > ZERO
                EVALUATE WorkVoid
                   WHEN 'Y'
                      IF DayCount(StateSub) > ZERO
                         SUBTRACT 1 FROM DayCount(StateSub)
                      END-IF
                   WHEN 'R'
                      CONTINUE
                   WHEN OTHER
                      ADD 1 TO DayCount(StateSub)
                END-EVALUATE
                ADD WorkSub TO DaySubT(StateSub)
                ADD WorkFrt TO DayFrt(StateSub)
                ADD WorkTax TO DayTax(StateSub)
                ADD WorkTot TO DayTot(StateSub)
             END-IF.
                MOVE WorkState TO MtdState(StateSub)
                MOVE ZERO TO MtdCount(StateSub)
                MOVE ZERO TO MtdSubT(StateSub)
                MOVE ZERO TO MtdFrt(StateSub)
                MOVE ZERO TO MtdTax(StateSub)
                MOVE ZERO TO MtdTot(StateSub)
             END-IF
             IF StateSub > ZERO
                EVALUATE WorkVoid
                   WHEN 'Y'
                      IF MtdCount(StateSub) > ZERO
                         SUBTRACT 1 FROM MtdCount(StateSub)
                      END-IF
                   WHEN 'R'
                      CONTINUE
                   WHEN OTHER
                      ADD 1 TO MtdCount(StateSub)
                END-EVALUATE
                ADD WorkSub TO MtdSubT(StateSub)
                ADD WorkFrt TO MtdFrt(StateSub)
                ADD WorkTax TO MtdTax(StateSub)
                ADD WorkTot TO MtdTot(StateSub)
             END-IF.
                MOVE ZERO TO BDTot(BrSub)
             END-IF
             IF BrSub > ZERO
                IF WorkVoid = 'N'
                   ADD 1 TO BDCount(BrSub)
                END-IF
                ADD WorkTot TO BDTot(BrSub)
                MOVE ZERO TO BMTot(BrSub)
             END-IF
             IF BrSub > ZERO
                IF WorkVoid = 'N'
                   ADD 1 TO BMCount(BrSub)
                END-IF
                ADD WorkTot TO BMTot(BrSub)
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "State  Invoices    Merchandise" DELIMITED BY SIZE
                "        Freight" DELIMITED BY SIZE
                "            Tax        Revenue" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE ZERO TO TotCount
             MOVE ZERO TO TotSubT
             MOVE ZERO TO TotFrt
             MOVE ZERO TO TotTax
             MOVE ZERO TO TotTot
             PERFORM PrintDayLine VARYING WSSub FROM 1 BY 1
             MOVE "Month-To-Date" TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "State  Invoices    Merchandise" DELIMITED BY SIZE
                "        Freight" DELIMITED BY SIZE
                "            Tax        Revenue" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE ZERO TO TotCount
             MOVE ZERO TO TotSubT
             MOVE ZERO TO TotFrt
             MOVE ZERO TO TotTax
             MOVE ZERO TO TotTot
             PERFORM PrintMtdLine VARYING WSSub FROM 1 BY 1
             WRITE ReportLine FROM LineBuffer
             MOVE "Cash Sales (till)" TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             COMPUTE TillNet = TillSales - TillRefunds + TillTax
             MOVE TillSales TO Dollar
             MOVE Dollar TO Disp1
             MOVE TillRefunds TO Dollar
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             IF TillTax NOT = ZERO
                MOVE TillTax TO DollarMinus
                MOVE SPACE TO LineBuffer
                STRING "  Sales tax at the till (in the net) "
                   DELIMITED BY SIZE
                   DollarMinus DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE ReportLine FROM LineBuffer
             END-IF
             EVALUATE TRUE
                WHEN TillEntryCt = ZERO AND ZSeen NOT = 'Y'
                   MOVE "  (no till activity today)" TO LineBuffer
                   WRITE ReportLine FROM LineBuffer
                WHEN ZSales NOT = TillSales
                   OR ZRefunds NOT = TillRefunds
                   OR ZTax NOT = TillTax
                   MOVE "  ** Z RECORD DOES NOT MATCH THE JOURNAL"
                      TO LineBuffer
                   WRITE ReportLine FROM LineBuffer
             MOVE ZERO TO TillEntryCt
             MOVE ZERO TO TillSales
             MOVE ZERO TO TillRefunds
             MOVE ZERO TO TillTax
             MOVE SPACE TO JournalName
             STRING "tilljournal_" DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                   AT END MOVE 'Y' TO TillEOF
                   NOT AT END
      * journal line: stamp 1-14, type 16, amount 18-24 with two
      * implied decimals, the way readisplay writes it; the tax
      * follows T= at 66-72 in the same form
                      IF JournalLine(18:7) NUMERIC
                         MOVE JournalLine(18:7) TO TillAmt
                         MOVE ZERO TO TillTaxAmt
                         IF JournalLine(63:3) = " T="
                            AND JournalLine(66:7) NUMERIC
                            MOVE JournalLine(66:7) TO TillTaxAmt
                         END-IF
                         EVALUATE JournalLine(16:1)
                            WHEN 'S'
                               ADD TillAmt TO TillSales
                               ADD TillTaxAmt TO TillTax
                               ADD 1 TO TillEntryCt
                            WHEN 'R'
                               ADD TillAmt TO TillRefunds
                               SUBTRACT TillTaxAmt FROM TillTax
                               ADD 1 TO TillEntryCt
                         END-EVALUATE
                      END-IF
             MOVE 'N' TO ZSeen
             MOVE ZERO TO ZSales
             MOVE ZERO TO ZRefunds
             MOVE ZERO TO ZTax
             MOVE 'N' TO TillHistEOF
             OPEN INPUT TillHistory
             PERFORM UNTIL TillHistEOF = 'Y'
             END-UNSTRING
             EVALUATE TRUE
                WHEN ZToken(1:7) = "SALES=$"
                   COMPUTE ZSales = ZSales +
                      FUNCTION NUMVAL-C(ZToken(7:24))
                   MOVE SPACE TO ZWant
                WHEN ZToken(1:9) = "REFUNDS=$"
                   COMPUTE ZRefunds = ZRefunds +
                      FUNCTION NUMVAL-C(ZToken(9:22))
                   MOVE SPACE TO ZWant
                WHEN ZToken(1:5) = "TAX=$"
                   COMPUTE ZTax = ZTax +
                      FUNCTION NUMVAL-C(ZToken(5:26))
                   MOVE SPACE TO ZWant
                WHEN ZToken = "TAX="
                   MOVE 'T' TO ZWant
                WHEN ZToken = "SALES="
                   MOVE 'S' TO ZWant
                WHEN ZToken = "REFUNDS="
                   MOVE 'R' TO ZWant
                WHEN ZToken(1:1) = '$' AND ZWant = 'S'
                   COMPUTE ZSales = ZSales
                      + FUNCTION NUMVAL-C(ZToken)
                   MOVE SPACE TO ZWant
                WHEN ZToken(1:1) = '$' AND ZWant = 'R'
                   COMPUTE ZRefunds = ZRefunds
                      + FUNCTION NUMVAL-C(ZToken)
                   MOVE SPACE TO ZWant
                WHEN ZToken(1:1) = '$' AND ZWant = 'T'
                   COMPUTE ZTax = ZTax
                      + FUNCTION NUMVAL-C(ZToken)
                   MOVE SPACE TO ZWant
                WHEN OTHER
                   MOVE SPACE TO ZWant
          PrintDayLine.
             ADD DayCount(WSSub) TO TotCount
             ADD DaySubT(WSSub) TO TotSubT
             ADD DayFrt(WSSub) TO TotFrt
             ADD DayTax(WSSub) TO TotTax
             ADD DayTot(WSSub) TO TotTot
             MOVE DaySubT(WSSub) TO Dollar
             MOVE Dollar TO Disp2
             MOVE DayTot(WSSub) TO Dollar
             MOVE Dollar TO Disp3
             MOVE DayFrt(WSSub) TO Dollar
             MOVE Dollar TO Disp4
             MOVE SPACE TO LineBuffer
             STRING "  " DELIMITED BY SIZE
                DayState(WSSub) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp4 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp3 DELIMITED BY SIZE
          PrintMtdLine.
             ADD MtdCount(WSSub) TO TotCount
             ADD MtdSubT(WSSub) TO TotSubT
             ADD MtdFrt(WSSub) TO TotFrt
             ADD MtdTax(WSSub) TO TotTax
             ADD MtdTot(WSSub) TO TotTot
             MOVE MtdSubT(WSSub) TO Dollar
             MOVE Dollar TO Disp2
             MOVE MtdTot(WSSub) TO Dollar
             MOVE Dollar TO Disp3
             MOVE MtdFrt(WSSub) TO Dollar
             MOVE Dollar TO Disp4
             MOVE SPACE TO LineBuffer
             STRING "  " DELIMITED BY SIZE
                MtdState(WSSub) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp4 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp3 DELIMITED BY SIZE
             MOVE Dollar TO Disp2
             MOVE TotTot TO Dollar
             MOVE Dollar TO Disp3
             MOVE TotFrt TO Dollar
             MOVE Dollar TO Disp4
             MOVE SPACE TO LineBuffer
             STRING "  ALL   " DELIMITED BY SIZE
                TotCount DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp4 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp3 DELIMITED BY SIZE
