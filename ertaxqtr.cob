       IDENTIFICATION DIVISION.
          PROGRAM-ID.   ertaxqtr.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 14th, 2021.
      * Modification History
      *   2021-11-14 Brownies - new program: the quarterly employer
      *              payroll tax liability off the employer taxes the
      *              payroll run now carries on the payhist.txt
      *              detail.  Takes a year and quarter the way payqtr
      *              does and reads the same weeks, so its gross
      *              wages by state are payqtr's to the cent.  Each
      *              state shows its gross and the social security
      *              and Medicare match and federal and state
      *              unemployment owed on it; the company is then
      *              shown by tax type with the taxable wages and the
      *              tax.  Detail written before the employer taxes
      *              were carried is counted and listed as such.
      *              Report goes to EmployerTaxQtr.txt; start and end
      *              go to the common job log.
      *   2021-12-18 Brownies - payhist.txt now declared through the
      *              shared PAYHIST copybook at the full line length;
      *              the 100-byte record read the PTO, rate, retro
      *              and expense fields of each line as an extra
      *              bogus record.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL PayHistFile ASSIGN TO "payhist.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO "EmployerTaxQtr.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD PayHistFile.
                COPY PAYHIST.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 EntryYear   PIC 9(4).
             01 EntryQtr    PIC 9(1).
             01 QtrStart    PIC 9(6).
             01 QtrEnd      PIC 9(6).
             01 HistEOF     PIC X VALUE 'N'.
             01 WSSub       PIC 9(2).
             01 StateSub    PIC 9(2).
             01 StateTable.
                02 StateEntry OCCURS 60 TIMES.
                   03 STState PIC X(2).
                   03 STGross PIC S9(9)V99.
                   03 STSS    PIC S9(9)V99.
                   03 STMed   PIC S9(9)V99.
                   03 STFUTA  PIC S9(9)V99.
                   03 STSUTA  PIC S9(9)V99.
             01 StateCount  PIC 9(2) VALUE ZERO.
             01 TotGross    PIC S9(9)V99 VALUE ZERO.
             01 TotSSWage   PIC S9(9)V99 VALUE ZERO.
             01 TotSS       PIC S9(9)V99 VALUE ZERO.
             01 TotMed      PIC S9(9)V99 VALUE ZERO.
             01 TotFUTAWage PIC S9(9)V99 VALUE ZERO.
             01 TotFUTA     PIC S9(9)V99 VALUE ZERO.
             01 TotSUTAWage PIC S9(9)V99 VALUE ZERO.
             01 TotSUTA     PIC S9(9)V99 VALUE ZERO.
             01 TotTax      PIC S9(9)V99 VALUE ZERO.
             01 RecCount    PIC 9(7) VALUE ZERO.
             01 NoTaxCount  PIC 9(7) VALUE ZERO.
             01 NoTaxGross  PIC S9(9)V99 VALUE ZERO.
      * one printed line is built from these
             01 PrLabel     PIC X(20).
             01 PrAmt1      PIC S9(9)V99.
             01 PrAmt2      PIC S9(9)V99.
             01 PrAmt3      PIC S9(9)V99.
             01 PrAmt4      PIC S9(9)V99.
             01 PrAmt5      PIC S9(9)V99.
             01 PrAmt6      PIC S9(9)V99.
             01 CountDisp   PIC Z,ZZZ,ZZ9.
             01 RunDate     PIC X(8).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "ertaxqtr".
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
             DISPLAY "Year (YYYY): " WITH NO ADVANCING
             ACCEPT EntryYear
             DISPLAY "Quarter (1-4): " WITH NO ADVANCING
             ACCEPT EntryQtr
             IF EntryQtr < 1 OR EntryQtr > 4
                DISPLAY "Quarter must be 1-4 - run ended"
             ELSE
                COMPUTE QtrStart =
                   EntryYear * 100 + (EntryQtr * 3) - 2
                COMPUTE QtrEnd = EntryYear * 100 + EntryQtr * 3
                PERFORM TallyHistory
                PERFORM PrintReport
                DISPLAY "Report written to EmployerTaxQtr.txt"
             END-IF
             MOVE "END" TO JLPhase
             MOVE RecCount TO JLReadCt
             MOVE StateCount TO JLWriteCt
             MOVE NoTaxCount TO JLRejCt
             MOVE "OK" TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          TallyHistory.
             OPEN INPUT PayHistFile
             PERFORM UNTIL HistEOF = 'Y'
                READ PayHistFile
                   AT END MOVE 'Y' TO HistEOF
                   NOT AT END
                      IF PHWeek(1:6) >= QtrStart
                         AND PHWeek(1:6) <= QtrEnd
                         ADD 1 TO RecCount
                         PERFORM TallyState
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PayHistFile.

          TallyState.
      * detail from before the employer taxes were carried has
      * nothing in those fields - its wages still count
             IF PHEmployer NOT NUMERIC
                ADD 1 TO NoTaxCount
                ADD PHGross TO NoTaxGross
                MOVE ZERO TO PHSSWage
                MOVE ZERO TO PHERSS
                MOVE ZERO TO PHERMed
                MOVE ZERO TO PHFUTAWage
                MOVE ZERO TO PHFUTA
                MOVE ZERO TO PHSUTAWage
                MOVE ZERO TO PHSUTA
             END-IF
             MOVE ZERO TO StateSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > StateCount OR StateSub > ZERO
                IF STState(WSSub) = PHState
                   MOVE WSSub TO StateSub
                END-IF
             END-PERFORM
             IF StateSub = ZERO AND StateCount < 60
                ADD 1 TO StateCount
                MOVE StateCount TO StateSub
                MOVE PHState TO STState(StateSub)
                MOVE ZERO TO STGross(StateSub)
                MOVE ZERO TO STSS(StateSub)
                MOVE ZERO TO STMed(StateSub)
                MOVE ZERO TO STFUTA(StateSub)
                MOVE ZERO TO STSUTA(StateSub)
             END-IF
             IF StateSub > ZERO
                ADD PHGross TO STGross(StateSub)
                ADD PHERSS TO STSS(StateSub)
                ADD PHERMed TO STMed(StateSub)
                ADD PHFUTA TO STFUTA(StateSub)
                ADD PHSUTA TO STSUTA(StateSub)
                ADD PHGross TO TotGross
                ADD PHSSWage TO TotSSWage
                ADD PHERSS TO TotSS
                ADD PHERMed TO TotMed
                ADD PHFUTAWage TO TotFUTAWage
                ADD PHFUTA TO TotFUTA
                ADD PHSUTAWage TO TotSUTAWage
                ADD PHSUTA TO TotSUTA
             END-IF.

          PrintReport.
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Employer Payroll Tax Liability   Year "
                DELIMITED BY SIZE
                EntryYear DELIMITED BY SIZE
                "  Quarter " DELIMITED BY SIZE
                EntryQtr DELIMITED BY SIZE
                "   Run: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "By state" TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             MOVE "State" TO LineBuffer(1:5)
             MOVE "Gross Wages" TO LineBuffer(9:11)
             MOVE "Soc Security" TO LineBuffer(22:12)
             MOVE "Medicare" TO LineBuffer(40:8)
             MOVE "Federal Unemp" TO LineBuffer(49:13)
             MOVE "State Unemp" TO LineBuffer(65:11)
             MOVE "Total Tax" TO LineBuffer(81:9)
             WRITE ReportLine FROM LineBuffer
             PERFORM PrintStateLine VARYING StateSub FROM 1 BY 1
                UNTIL StateSub > StateCount
             COMPUTE TotTax = TotSS + TotMed + TotFUTA + TotSUTA
             MOVE "ALL" TO PrLabel
             MOVE TotGross TO PrAmt1
             MOVE TotSS TO PrAmt2
             MOVE TotMed TO PrAmt3
             MOVE TotFUTA TO PrAmt4
             MOVE TotSUTA TO PrAmt5
             MOVE TotTax TO PrAmt6
             PERFORM PrintAmountLine
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "By tax type" TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             MOVE "Tax" TO LineBuffer(1:3)
             MOVE "Taxable Wages" TO LineBuffer(21:13)
             MOVE "Tax" TO LineBuffer(45:3)
             WRITE ReportLine FROM LineBuffer
             MOVE "Social security" TO PrLabel
             MOVE TotSSWage TO PrAmt1
             MOVE TotSS TO PrAmt2
             PERFORM PrintTypeLine
             MOVE "Medicare" TO PrLabel
             COMPUTE PrAmt1 = TotGross - NoTaxGross
             MOVE TotMed TO PrAmt2
             PERFORM PrintTypeLine
             MOVE "Federal unemployment" TO PrLabel
             MOVE TotFUTAWage TO PrAmt1
             MOVE TotFUTA TO PrAmt2
             PERFORM PrintTypeLine
             MOVE "State unemployment" TO PrLabel
             MOVE TotSUTAWage TO PrAmt1
             MOVE TotSUTA TO PrAmt2
             PERFORM PrintTypeLine
             MOVE "TOTAL" TO PrLabel
             MOVE ZERO TO PrAmt1
             MOVE TotTax TO PrAmt2
             PERFORM PrintTypeLine
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE TotGross TO Dollar
             STRING "Gross wages " DELIMITED BY SIZE
                Dollar DELIMITED BY SIZE
                " - the quarter's total on WithholdQtr.txt"
                DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             IF NoTaxCount > ZERO
                MOVE NoTaxCount TO CountDisp
                MOVE NoTaxGross TO Dollar
                MOVE SPACE TO LineBuffer
                STRING CountDisp DELIMITED BY SIZE
                   " detail lines (" DELIMITED BY SIZE
                   Dollar DELIMITED BY SIZE
                   " gross) carry no employer tax"
                   DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE ReportLine FROM LineBuffer
             END-IF
             CLOSE ReportFile.

          PrintStateLine.
             MOVE STState(StateSub) TO PrLabel
             MOVE STGross(StateSub) TO PrAmt1
             MOVE STSS(StateSub) TO PrAmt2
             MOVE STMed(StateSub) TO PrAmt3
             MOVE STFUTA(StateSub) TO PrAmt4
             MOVE STSUTA(StateSub) TO PrAmt5
             COMPUTE PrAmt6 = STSS(StateSub) + STMed(StateSub)
                + STFUTA(StateSub) + STSUTA(StateSub)
             PERFORM PrintAmountLine.

          PrintAmountLine.
             MOVE SPACE TO LineBuffer
             MOVE PrLabel(1:5) TO LineBuffer(1:5)
             MOVE PrAmt1 TO Dollar
             MOVE Dollar TO LineBuffer(7:13)
             MOVE PrAmt2 TO Dollar
             MOVE Dollar TO LineBuffer(21:13)
             MOVE PrAmt3 TO Dollar
             MOVE Dollar TO LineBuffer(35:13)
             MOVE PrAmt4 TO Dollar
             MOVE Dollar TO LineBuffer(49:13)
             MOVE PrAmt5 TO Dollar
             MOVE Dollar TO LineBuffer(63:13)
             MOVE PrAmt6 TO Dollar
             MOVE Dollar TO LineBuffer(77:13)
             WRITE ReportLine FROM LineBuffer.

          PrintTypeLine.
             MOVE SPACE TO LineBuffer
             MOVE PrLabel TO LineBuffer(1:20)
             IF PrAmt1 NOT = ZERO
                MOVE PrAmt1 TO Dollar
                MOVE Dollar TO LineBuffer(21:13)
             END-IF
             MOVE PrAmt2 TO Dollar
             MOVE Dollar TO LineBuffer(35:13)
             WRITE ReportLine FROM LineBuffer.
