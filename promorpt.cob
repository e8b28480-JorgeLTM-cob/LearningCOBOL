       IDENTIFICATION DIVISION.
          PROGRAM-ID.   promorpt.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 4th, 2021.
      * Modification History
      *   2021-11-04 Brownies - new program: the promotion results
      *              report.  Takes a from and to date.  Invoice
      *              lines sold under a promotion come off the
      *              saleline.txt cost journal (SLPromo, with the
      *              units, the revenue after the discount and the
      *              discount itself, void lines netting through
      *              their negated figures); counter sales come off
      *              each day's tilljournal_YYYYMMDD.txt, where a
      *              sale rung under a promotion carries P=code and
      *              D=discount after the amount.  Totals by
      *              promotion, invoice and till apart, with the
      *              description off promo.txt.  Report goes to
      *              PromoResults.txt; start and end go to the
      *              common job log.
      *   2021-11-06 Brownies - the till now journals its item sales
      *              on saleline.txt too, under invoice zero; those
      *              lines are left to the till journal so they are
      *              not counted twice, and a till sale's units are
      *              its Q= quantity.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL SaleLineFile ASSIGN TO "saleline.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL TillJournal ASSIGN DYNAMIC JournalName
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL PromoFile ASSIGN TO "promo.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PMCode.
             SELECT ReportFile ASSIGN TO "PromoResults.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD SaleLineFile.
                COPY SALELINE.
             FD TillJournal.
                01 JournalLine PIC X(80).
             FD PromoFile.
                COPY PROMO.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 FromDate    PIC 9(8).
             01 ToDate      PIC 9(8).
             01 TillDay     PIC 9(8).
             01 OneDay      PIC 9(8) VALUE 1.
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 FromStatus  PIC X(1).
             01 ToStatus    PIC X(1).
             01 SaleEOF     PIC X VALUE 'N'.
             01 JournalEOF  PIC X.
             01 JournalName PIC X(30).
             01 WorkPromo   PIC X(6).
             01 WorkQty     PIC S9(5).
             01 WorkSales   PIC S9(7)V99.
             01 WorkDisc    PIC S9(7)V99.
             01 WorkSource  PIC X.
                88 FromInvoice VALUE 'I'.
                88 FromTill    VALUE 'T'.
             01 WSSub       PIC 9(3).
             01 TabSub      PIC 9(3).
      * one entry per promotion seen, invoice and till apart
             01 PromoTable.
                02 PromoEntry OCCURS 200 TIMES.
                   03 PTCode      PIC X(6).
                   03 PTInvUnits  PIC S9(7).
                   03 PTInvSales  PIC S9(9)V99.
                   03 PTInvDisc   PIC S9(9)V99.
                   03 PTTillUnits PIC S9(7).
                   03 PTTillSales PIC S9(9)V99.
                   03 PTTillDisc  PIC S9(9)V99.
             01 PromoCount  PIC 9(3) VALUE ZERO.
             01 TableFull   PIC X VALUE 'N'.
             01 JournalLines PIC 9(7) VALUE ZERO.
             01 TillLines   PIC 9(7) VALUE ZERO.
             01 TillDays    PIC 9(5) VALUE ZERO.
             01 TotUnits    PIC S9(7) VALUE ZERO.
             01 TotSales    PIC S9(9)V99 VALUE ZERO.
             01 TotDisc     PIC S9(9)V99 VALUE ZERO.
      * one printed results line is built from these
             01 PrKey       PIC X(8).
             01 PrName      PIC X(30).
             01 PrUnits     PIC S9(7).
             01 PrSales     PIC S9(9)V99.
             01 PrDisc      PIC S9(9)V99.
             01 PrPct       PIC S9(5)V9.
             01 PctDisp     PIC -(4)9.9.
             01 UnitDisp    PIC -(6)9.
             01 Disp1       PIC X(14).
             01 Disp2       PIC X(14).
             01 RunDate     PIC X(8).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "promorpt".
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
             DISPLAY "Results from date (YYYYMMDD): "
                WITH NO ADVANCING
             ACCEPT FromDate
             DISPLAY "Results to date (YYYYMMDD): " WITH NO ADVANCING
             ACCEPT ToDate
             CALL "DATECALC" USING FromDate, OneDay, "V",
                DCResult, DCStatus
             MOVE DCStatus TO FromStatus
             CALL "DATECALC" USING ToDate, OneDay, "V",
                DCResult, DCStatus
             MOVE DCStatus TO ToStatus
             IF FromStatus NOT = '0' OR ToStatus NOT = '0'
                OR ToDate < FromDate
                DISPLAY "Date range is not valid - run ended"
                MOVE "FAIL" TO JLFinal
             ELSE
                PERFORM TallyJournal
                PERFORM TallyTill
                OPEN INPUT PromoFile
                OPEN OUTPUT ReportFile
                PERFORM PrintHeading
                PERFORM PrintPromoLines VARYING TabSub FROM 1 BY 1
                   UNTIL TabSub > PromoCount
                PERFORM PrintTotals
                CLOSE ReportFile
                CLOSE PromoFile
                MOVE TotDisc TO DollarMinus
                DISPLAY "Promotions run  : " PromoCount
                DISPLAY "Discount given  : " DollarMinus
                DISPLAY "Report written to PromoResults.txt"
                MOVE "OK" TO JLFinal
             END-IF
             MOVE "END" TO JLPhase
             COMPUTE JLReadCt = JournalLines + TillLines
             MOVE PromoCount TO JLWriteCt
             MOVE ZERO TO JLRejCt
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          TallyJournal.
      * a return's line carries no promotion - the credit is what
      * was paid - so only sales and their voids count here
             OPEN INPUT SaleLineFile
             PERFORM UNTIL SaleEOF = 'Y'
                READ SaleLineFile
                   AT END MOVE 'Y' TO SaleEOF
                   NOT AT END
                      IF SLDate NOT < FromDate
                         AND SLDate NOT > ToDate
                         AND SLPromo NOT = SPACE
                         AND SLInvNum NOT = ZERO
                         ADD 1 TO JournalLines
                         MOVE SLPromo TO WorkPromo
                         MOVE SLQty TO WorkQty
                         MOVE SLSales TO WorkSales
                         MOVE SLPromoDisc TO WorkDisc
                         SET FromInvoice TO TRUE
                         PERFORM TallyPromo
                      END-IF
                END-READ
             END-PERFORM
             CLOSE SaleLineFile.

          TallyTill.
      * one journal per trading day; a day the till was not opened
      * simply has none
             MOVE FromDate TO TillDay
             PERFORM UNTIL TillDay > ToDate
                PERFORM ReadTillDay
                CALL "DATECALC" USING TillDay, OneDay, "A",
                   DCResult, DCStatus
                MOVE DCResult TO TillDay
             END-PERFORM.

          ReadTillDay.
             MOVE SPACE TO JournalName
             STRING "tilljournal_" DELIMITED BY SIZE
                TillDay DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
                INTO JournalName
             END-STRING
             ADD 1 TO TillDays
             MOVE 'N' TO JournalEOF
             OPEN INPUT TillJournal
             PERFORM UNTIL JournalEOF = 'Y'
                READ TillJournal
                   AT END MOVE 'Y' TO JournalEOF
                   NOT AT END
                      IF JournalLine(16:1) = 'S'
                         AND JournalLine(25:3) = " P="
                         ADD 1 TO TillLines
                         MOVE JournalLine(28:6) TO WorkPromo
                         MOVE 1 TO WorkQty
                         IF JournalLine(55:3) = " Q="
                            AND JournalLine(58:5) NUMERIC
                            MOVE JournalLine(58:5) TO WorkQty
                         END-IF
                         COMPUTE WorkSales =
                            FUNCTION NUMVAL(JournalLine(18:7)) / 100
                         COMPUTE WorkDisc =
                            FUNCTION NUMVAL(JournalLine(37:7)) / 100
                         SET FromTill TO TRUE
                         PERFORM TallyPromo
                      END-IF
                END-READ
             END-PERFORM
             CLOSE TillJournal.

          TallyPromo.
             MOVE ZERO TO TabSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > PromoCount OR TabSub > ZERO
                IF PTCode(WSSub) = WorkPromo
                   MOVE WSSub TO TabSub
                END-IF
             END-PERFORM
             IF TabSub = ZERO
                IF PromoCount < 200
                   ADD 1 TO PromoCount
                   MOVE PromoCount TO TabSub
                   MOVE WorkPromo TO PTCode(TabSub)
                   MOVE ZERO TO PTInvUnits(TabSub)
                   MOVE ZERO TO PTInvSales(TabSub)
                   MOVE ZERO TO PTInvDisc(TabSub)
                   MOVE ZERO TO PTTillUnits(TabSub)
                   MOVE ZERO TO PTTillSales(TabSub)
                   MOVE ZERO TO PTTillDisc(TabSub)
                ELSE
                   PERFORM WarnTableFull
                END-IF
             END-IF
             ADD WorkQty TO TotUnits
             ADD WorkSales TO TotSales
             ADD WorkDisc TO TotDisc
             IF TabSub > ZERO
                IF FromInvoice
                   ADD WorkQty TO PTInvUnits(TabSub)
                   ADD WorkSales TO PTInvSales(TabSub)
                   ADD WorkDisc TO PTInvDisc(TabSub)
                ELSE
                   ADD WorkQty TO PTTillUnits(TabSub)
                   ADD WorkSales TO PTTillSales(TabSub)
                   ADD WorkDisc TO PTTillDisc(TabSub)
                END-IF
             END-IF.

          WarnTableFull.
             IF TableFull NOT = 'Y'
                DISPLAY "The promotion table is full - the breakdown "
                   "is short; the totals are complete"
                MOVE 'Y' TO TableFull
             END-IF.

          PrintHeading.
             MOVE SPACE TO LineBuffer
             STRING "Promotion Results   From: " DELIMITED BY SIZE
                FromDate DELIMITED BY SIZE
                "  To: " DELIMITED BY SIZE
                ToDate DELIMITED BY SIZE
                "   Run: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Code     Promotion" TO LineBuffer
             MOVE "Units" TO LineBuffer(43:5)
             MOVE "Revenue" TO LineBuffer(56:7)
             MOVE "Discount" TO LineBuffer(70:8)
             MOVE "Disc%" TO LineBuffer(81:5)
             WRITE ReportLine FROM LineBuffer.

          PrintPromoLines.
             MOVE PTCode(TabSub) TO PMCode
             READ PromoFile
                INVALID KEY MOVE "(no longer on promo file)" TO PMDesc
             END-READ
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE PTCode(TabSub) TO PrKey
             MOVE PMDesc TO PrName
             COMPUTE PrUnits = PTInvUnits(TabSub) + PTTillUnits(TabSub)
             COMPUTE PrSales = PTInvSales(TabSub) + PTTillSales(TabSub)
             COMPUTE PrDisc = PTInvDisc(TabSub) + PTTillDisc(TabSub)
             PERFORM PrintResultLine
             MOVE SPACE TO PrKey
             MOVE "   on invoices" TO PrName
             MOVE PTInvUnits(TabSub) TO PrUnits
             MOVE PTInvSales(TabSub) TO PrSales
             MOVE PTInvDisc(TabSub) TO PrDisc
             PERFORM PrintResultLine
             MOVE "   at the till" TO PrName
             MOVE PTTillUnits(TabSub) TO PrUnits
             MOVE PTTillSales(TabSub) TO PrSales
             MOVE PTTillDisc(TabSub) TO PrDisc
             PERFORM PrintResultLine.

          PrintResultLine.
      * the discount as a share of what the goods would have sold
      * for without it
             MOVE ZERO TO PrPct
             IF PrSales + PrDisc NOT = ZERO
                COMPUTE PrPct ROUNDED =
                   PrDisc * 100 / (PrSales + PrDisc)
             END-IF
             MOVE PrSales TO DollarMinus
             MOVE DollarMinus TO Disp1
             MOVE PrDisc TO DollarMinus
             MOVE DollarMinus TO Disp2
             MOVE PrUnits TO UnitDisp
             MOVE PrPct TO PctDisp
             MOVE SPACE TO LineBuffer
             MOVE PrKey TO LineBuffer(1:8)
             MOVE PrName TO LineBuffer(10:30)
             MOVE UnitDisp TO LineBuffer(41:7)
             MOVE Disp1 TO LineBuffer(49:14)
             MOVE Disp2 TO LineBuffer(64:14)
             MOVE PctDisp TO LineBuffer(79:7)
             WRITE ReportLine FROM LineBuffer.

          PrintTotals.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "ALL" TO PrKey
             MOVE "All promotions" TO PrName
             MOVE TotUnits TO PrUnits
             MOVE TotSales TO PrSales
             MOVE TotDisc TO PrDisc
             PERFORM PrintResultLine
             MOVE SPACE TO LineBuffer
             STRING "Invoice lines : " DELIMITED BY SIZE
                JournalLines DELIMITED BY SIZE
                "   Till sales : " DELIMITED BY SIZE
                TillLines DELIMITED BY SIZE
                " over " DELIMITED BY SIZE
                TillDays DELIMITED BY SIZE
                " days" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.
