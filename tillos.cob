       IDENTIFICATION DIVISION.
          PROGRAM-ID.   tillos.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 8th, 2021.
      * Modification History
      *   2021-11-08 Brownies - new program: the weekly till
      *              over/short report by cashier.  Takes the first
      *              day of the week; the Z lines readisplay closed on
      *              till_history.txt that seven days give each
      *              session's cashier (CASHIER=) and what the drawer
      *              counted over or short of expected for cash,
      *              checks and cards (CASHOS=, CHECKOS=, CARDOS=).
      *              Totals by cashier with the name off
      *              operators.txt; a cashier short on two or more
      *              sessions in the week is flagged.  Z lines from
      *              before the drawer count carry no cashier and are
      *              counted apart.  Report goes to OverShort.txt;
      *              start and end go to the common job log.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL TillHistory ASSIGN TO "till_history.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO "OverShort.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD TillHistory.
                01 TillHistLine PIC X(240).
             FD OperatorFile.
                01 OperRecord.
                   02 OperID    PIC X(8).
                   02 OperName  PIC X(20).
                   02 OperLevel PIC X(1).
                   02 OperPass  PIC X(12).
                   02 OperStatus PIC X(1).
                      88 OperUsable    VALUE 'A' ' '.
                      88 OperLockedOut VALUE 'L'.
                      88 OperDisabled  VALUE 'D'.
                   02 OperPwdChg PIC X(1).
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 WeekStart   PIC 9(8).
             01 WeekEnd     PIC 9(8).
             01 SixDays     PIC 9(8) VALUE 6.
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 HistEOF     PIC X VALUE 'N'.
             01 OperEOF     PIC X.
             01 ZDate       PIC X(8).
             01 ZToken      PIC X(30).
             01 ZWant       PIC X.
             01 ZPtr        PIC 9(3).
             01 ZLen        PIC 9(3).
             01 WorkCashier PIC X(8).
             01 WorkCashOS  PIC S9(7)V99.
             01 WorkCheckOS PIC S9(7)V99.
             01 WorkCardOS  PIC S9(7)V99.
             01 WorkTotalOS PIC S9(7)V99.
             01 WSSub       PIC 9(3).
             01 TabSub      PIC 9(3).
      * a cashier short on this many sessions in the week is flagged
             01 ShortLimit  PIC 9(3) VALUE 2.
      * one entry per cashier seen in the week
             01 CashierTable.
                02 CashierEntry OCCURS 100 TIMES.
                   03 CTCashier  PIC X(8).
                   03 CTSessions PIC 9(3).
                   03 CTShortCt  PIC 9(3).
                   03 CTCashOS   PIC S9(7)V99.
                   03 CTCheckOS  PIC S9(7)V99.
                   03 CTCardOS   PIC S9(7)V99.
             01 CashierCount PIC 9(3) VALUE ZERO.
             01 TableFull   PIC X VALUE 'N'.
             01 ZLines      PIC 9(7) VALUE ZERO.
             01 UncountedCt PIC 9(7) VALUE ZERO.
             01 FlagCount   PIC 9(3) VALUE ZERO.
             01 TotCashOS   PIC S9(7)V99 VALUE ZERO.
             01 TotCheckOS  PIC S9(7)V99 VALUE ZERO.
             01 TotCardOS   PIC S9(7)V99 VALUE ZERO.
      * one printed line is built from these
             01 PrKey       PIC X(8).
             01 PrName      PIC X(20).
             01 PrSessions  PIC 9(3).
             01 PrShortCt   PIC 9(3).
             01 PrCashOS    PIC S9(7)V99.
             01 PrCheckOS   PIC S9(7)V99.
             01 PrCardOS    PIC S9(7)V99.
             01 CountDisp   PIC ZZ9.
             01 Disp1       PIC X(14).
             01 Disp2       PIC X(14).
             01 Disp3       PIC X(14).
             01 RunDate     PIC X(8).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "tillos".
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
             DISPLAY "First day of the week (YYYYMMDD): "
                WITH NO ADVANCING
             ACCEPT WeekStart
             CALL "DATECALC" USING WeekStart, SixDays, "A",
                DCResult, DCStatus
             IF DCStatus NOT = '0'
                DISPLAY "Date is not valid - run ended"
                MOVE "FAIL" TO JLFinal
             ELSE
                MOVE DCResult TO WeekEnd
                PERFORM TallyWeek
                OPEN OUTPUT ReportFile
                PERFORM PrintHeading
                PERFORM PrintCashierLine VARYING TabSub FROM 1 BY 1
                   UNTIL TabSub > CashierCount
                PERFORM PrintTotals
                CLOSE ReportFile
                DISPLAY "Cashiers in the week : " CashierCount
                DISPLAY "Cashiers flagged     : " FlagCount
                DISPLAY "Report written to OverShort.txt"
                MOVE "OK" TO JLFinal
             END-IF
             MOVE "END" TO JLPhase
             MOVE ZLines TO JLReadCt
             MOVE CashierCount TO JLWriteCt
             MOVE UncountedCt TO JLRejCt
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          TallyWeek.
             OPEN INPUT TillHistory
             PERFORM UNTIL HistEOF = 'Y'
                READ TillHistory
                   AT END MOVE 'Y' TO HistEOF
                   NOT AT END
                      MOVE TillHistLine(3:8) TO ZDate
                      IF TillHistLine(1:2) = "Z "
                         AND ZDate NOT < WeekStart
                         AND ZDate NOT > WeekEnd
                         ADD 1 TO ZLines
                         PERFORM TallyZLine
                      END-IF
                END-READ
             END-PERFORM
             CLOSE TillHistory.

          TallyZLine.
             MOVE SPACE TO WorkCashier
             MOVE ZERO TO WorkCashOS
             MOVE ZERO TO WorkCheckOS
             MOVE ZERO TO WorkCardOS
             COMPUTE ZLen = FUNCTION LENGTH(
                FUNCTION TRIM(TillHistLine TRAILING))
             MOVE 1 TO ZPtr
             MOVE SPACE TO ZWant
             PERFORM GetZToken WITH TEST BEFORE
                UNTIL ZPtr > ZLen
             IF WorkCashier = SPACE
                ADD 1 TO UncountedCt
             ELSE
                PERFORM TallyCashier
             END-IF.

          GetZToken.
      * the Z line's amounts are not trimmed, so a stamp and its
      * $ value usually arrive as separate tokens
             MOVE SPACE TO ZToken
             UNSTRING TillHistLine DELIMITED BY ALL " "
                INTO ZToken
                WITH POINTER ZPtr
             END-UNSTRING
             EVALUATE TRUE
                WHEN ZToken(1:8) = "CASHIER="
                   MOVE ZToken(9:8) TO WorkCashier
                   MOVE SPACE TO ZWant
                WHEN ZToken(1:8) = "CASHOS=$"
                   COMPUTE WorkCashOS =
                      FUNCTION NUMVAL-C(ZToken(8:23))
                   MOVE SPACE TO ZWant
                WHEN ZToken(1:9) = "CHECKOS=$"
                   COMPUTE WorkCheckOS =
                      FUNCTION NUMVAL-C(ZToken(9:22))
                   MOVE SPACE TO ZWant
                WHEN ZToken(1:8) = "CARDOS=$"
                   COMPUTE WorkCardOS =
                      FUNCTION NUMVAL-C(ZToken(8:23))
                   MOVE SPACE TO ZWant
                WHEN ZToken = "CASHOS="
                   MOVE 'A' TO ZWant
                WHEN ZToken = "CHECKOS="
                   MOVE 'K' TO ZWant
                WHEN ZToken = "CARDOS="
                   MOVE 'D' TO ZWant
                WHEN ZToken(1:1) = '$' AND ZWant = 'A'
                   COMPUTE WorkCashOS = FUNCTION NUMVAL-C(ZToken)
                   MOVE SPACE TO ZWant
                WHEN ZToken(1:1) = '$' AND ZWant = 'K'
                   COMPUTE WorkCheckOS = FUNCTION NUMVAL-C(ZToken)
                   MOVE SPACE TO ZWant
                WHEN ZToken(1:1) = '$' AND ZWant = 'D'
                   COMPUTE WorkCardOS = FUNCTION NUMVAL-C(ZToken)
                   MOVE SPACE TO ZWant
                WHEN OTHER
                   MOVE SPACE TO ZWant
             END-EVALUATE.

          TallyCashier.
             ADD WorkCashOS TO TotCashOS
             ADD WorkCheckOS TO TotCheckOS
             ADD WorkCardOS TO TotCardOS
             MOVE ZERO TO TabSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > CashierCount OR TabSub > ZERO
                IF CTCashier(WSSub) = WorkCashier
                   MOVE WSSub TO TabSub
                END-IF
             END-PERFORM
             IF TabSub = ZERO
                IF CashierCount < 100
                   ADD 1 TO CashierCount
                   MOVE CashierCount TO TabSub
                   MOVE WorkCashier TO CTCashier(TabSub)
                   MOVE ZERO TO CTSessions(TabSub)
                   MOVE ZERO TO CTShortCt(TabSub)
                   MOVE ZERO TO CTCashOS(TabSub)
                   MOVE ZERO TO CTCheckOS(TabSub)
                   MOVE ZERO TO CTCardOS(TabSub)
                ELSE
                   PERFORM WarnTableFull
                END-IF
             END-IF
             IF TabSub > ZERO
      * a session is short when the drawer came up short overall
                ADD 1 TO CTSessions(TabSub)
                ADD WorkCashOS TO CTCashOS(TabSub)
                ADD WorkCheckOS TO CTCheckOS(TabSub)
                ADD WorkCardOS TO CTCardOS(TabSub)
                COMPUTE WorkTotalOS =
                   WorkCashOS + WorkCheckOS + WorkCardOS
                IF WorkTotalOS < ZERO
                   ADD 1 TO CTShortCt(TabSub)
                END-IF
             END-IF.

          WarnTableFull.
             IF TableFull NOT = 'Y'
                DISPLAY "The cashier table is full - the breakdown "
                   "is short; the totals are complete"
                MOVE 'Y' TO TableFull
             END-IF.

          PrintHeading.
             MOVE SPACE TO LineBuffer
             STRING "Till Over/Short by Cashier   Week: "
                DELIMITED BY SIZE
                WeekStart DELIMITED BY SIZE
                " - " DELIMITED BY SIZE
                WeekEnd DELIMITED BY SIZE
                "   Run: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Cashier  Name" TO LineBuffer
             MOVE "Sess" TO LineBuffer(31:4)
             MOVE "Short" TO LineBuffer(36:5)
             MOVE "Cash" TO LineBuffer(52:4)
             MOVE "Checks" TO LineBuffer(65:6)
             MOVE "Cards" TO LineBuffer(81:5)
             WRITE ReportLine FROM LineBuffer.

          PrintCashierLine.
             MOVE CTCashier(TabSub) TO PrKey
             PERFORM FindOperName
             MOVE CTSessions(TabSub) TO PrSessions
             MOVE CTShortCt(TabSub) TO PrShortCt
             MOVE CTCashOS(TabSub) TO PrCashOS
             MOVE CTCheckOS(TabSub) TO PrCheckOS
             MOVE CTCardOS(TabSub) TO PrCardOS
             PERFORM PrintOSLine
             IF CTShortCt(TabSub) NOT < ShortLimit
                ADD 1 TO FlagCount
                MOVE SPACE TO LineBuffer
                MOVE CTShortCt(TabSub) TO CountDisp
                STRING "         ** SHORT ON " DELIMITED BY SIZE
                   CountDisp DELIMITED BY SIZE
                   " SESSIONS THIS WEEK **" DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE ReportLine FROM LineBuffer
             END-IF.

          FindOperName.
             MOVE "(not an operator)" TO PrName
             MOVE 'N' TO OperEOF
             OPEN INPUT OperatorFile
             PERFORM UNTIL OperEOF = 'Y'
                READ OperatorFile
                   AT END MOVE 'Y' TO OperEOF
                   NOT AT END
                      IF OperID = PrKey
                         MOVE OperName TO PrName
                         MOVE 'Y' TO OperEOF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE OperatorFile.

          PrintOSLine.
             MOVE PrCashOS TO DollarMinus
             MOVE DollarMinus TO Disp1
             MOVE PrCheckOS TO DollarMinus
             MOVE DollarMinus TO Disp2
             MOVE PrCardOS TO DollarMinus
             MOVE DollarMinus TO Disp3
             MOVE SPACE TO LineBuffer
             MOVE PrKey TO LineBuffer(1:8)
             MOVE PrName TO LineBuffer(10:20)
             MOVE PrSessions TO CountDisp
             MOVE CountDisp TO LineBuffer(32:3)
             MOVE PrShortCt TO CountDisp
             MOVE CountDisp TO LineBuffer(38:3)
             MOVE Disp1 TO LineBuffer(42:14)
             MOVE Disp2 TO LineBuffer(57:14)
             MOVE Disp3 TO LineBuffer(72:14)
             WRITE ReportLine FROM LineBuffer.

          PrintTotals.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "ALL" TO PrKey
             MOVE "All cashiers" TO PrName
             MOVE ZERO TO PrSessions
             MOVE ZERO TO PrShortCt
             PERFORM VARYING TabSub FROM 1 BY 1
                UNTIL TabSub > CashierCount
                ADD CTSessions(TabSub) TO PrSessions
                ADD CTShortCt(TabSub) TO PrShortCt
             END-PERFORM
             MOVE TotCashOS TO PrCashOS
             MOVE TotCheckOS TO PrCheckOS
             MOVE TotCardOS TO PrCardOS
             PERFORM PrintOSLine
             MOVE SPACE TO LineBuffer
             STRING "Cashiers flagged : " DELIMITED BY SIZE
                FlagCount DELIMITED BY SIZE
                "   Z lines without a drawer count : "
                DELIMITED BY SIZE
                UncountedCt DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.
