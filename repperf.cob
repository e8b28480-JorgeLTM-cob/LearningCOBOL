       IDENTIFICATION DIVISION.
          PROGRAM-ID.   repperf.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 31st, 2021.
      * Modification History
      *   2021-10-31 Brownies - new program: the sales rep performance
      *              report.  Takes a YYYYMM month and reads the
      *              transaction log (the commrpt token parse) for
      *              that month and for the year to date, each
      *              archived month's rtarch_YYYYMM.txt from the
      *              trancut cutover ahead of the live log.  Every
      *              rep on repmast.txt, and any rep stamped on the
      *              log that is not, gets month-to-date and
      *              year-to-date sales - the merchandise Subtotal=,
      *              net of voids and returns, before tax and freight
      *              - against the quota on repquota.txt (REPQUOTA)
      *              for the month and the sum of the year's months,
      *              with the percent attained.  Then, from the
      *              territories on terrmast.txt (TERRMAST), the sales
      *              to customers in each rep's states and branches
      *              that were booked under a different Rep= stamp,
      *              by the rep they were booked to.  A log line with
      *              no rep stamp belongs to HSE, as in commrpt.
      *              Report goes to RepPerformance.txt; start and end
      *              go to the common job log.
      *   2021-11-02 Brownies - transaction-log record widened to
      *              360 for the Canadian GST/HST and PST/QST
      *              stamps.
      *   2021-11-04 Brownies - transaction-log record widened to
      *              400 for the Promo= stamp.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL RTransFile ASSIGN TO "roundtrans.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL ArchInFile ASSIGN DYNAMIC ArchInName
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL RepFile ASSIGN TO "repmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RepMastCode.
             SELECT OPTIONAL QuotaFile ASSIGN TO "repquota.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RQKey.
             SELECT OPTIONAL TerrFile ASSIGN TO "terrmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TTKey.
             SELECT ReportFile ASSIGN TO "RepPerformance.txt"
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
             FD QuotaFile.
                COPY REPQUOTA.
             FD TerrFile.
                COPY TERRMAST.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 EntryMonth  PIC 9(6).
             01 EntryParts REDEFINES EntryMonth.
                02 EntryYear PIC 9(4).
                02 EntryMm   PIC 9(2).
             01 YearStart   PIC 9(6).
             01 ScanMonth   PIC 9(6).
             01 ScanParts REDEFINES ScanMonth.
                02 ScanYear  PIC 9(4).
                02 ScanMm    PIC 9(2).
             01 RTransEOF   PIC X VALUE 'N'.
             01 ArchEOF     PIC X.
             01 ListEOF     PIC X.
             01 ArchInName  PIC X(30).
             01 LineDate    PIC 9(8).
             01 LineMonth   PIC 9(6).
             01 LineToken   PIC X(30).
             01 LinePtr     PIC 9(3).
             01 LineLen     PIC 9(3).
             01 WorkRep     PIC X(3).
             01 WorkState   PIC X(2).
             01 WorkBranch  PIC X(3).
             01 WorkSub     PIC S9(7)V99.
             01 TerrRep     PIC X(3).
             01 WSSub       PIC 9(2).
             01 RepSub      PIC 9(2).
             01 FindRep     PIC X(3).
             01 RepTable.
                02 RepEntry OCCURS 50 TIMES.
                   03 RTRep      PIC X(3).
                   03 RTMtdSales PIC S9(9)V99.
                   03 RTYtdSales PIC S9(9)V99.
                   03 RTMtdQuota PIC 9(9)V99.
                   03 RTYtdQuota PIC 9(9)V99.
             01 RepCount    PIC 9(2) VALUE ZERO.
             01 PairTable.
                02 PairEntry OCCURS 100 TIMES.
                   03 PTTerrRep  PIC X(3).
                   03 PTBookRep  PIC X(3).
                   03 PTMtdSales PIC S9(9)V99.
                   03 PTYtdSales PIC S9(9)V99.
             01 PairCount   PIC 9(3) VALUE ZERO.
             01 PairSub     PIC 9(3).
             01 PSub        PIC 9(3).
             01 TerrMtd     PIC S9(9)V99.
             01 TerrYtd     PIC S9(9)V99.
             01 TerrLines   PIC 9(3).
             01 PctAttained PIC S9(5)V9.
             01 PctDisp     PIC ZZZZ9.9-.
             01 ReadCount   PIC 9(7) VALUE ZERO.
             01 RepFound    PIC X.
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "repperf".
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
             DISPLAY "Performance month (YYYYMM, 0 = this month): "
                WITH NO ADVANCING
             ACCEPT EntryMonth
             IF EntryMonth = ZERO
                MOVE FUNCTION CURRENT-DATE(1:6) TO EntryMonth
             END-IF
             IF EntryMonth NOT NUMERIC OR EntryMm < 1 OR EntryMm > 12
                DISPLAY "Month is not valid - run ended"
             ELSE
                MOVE EntryYear TO YearStart(1:4)
                MOVE "01" TO YearStart(5:2)
                OPEN INPUT RepFile
                OPEN INPUT QuotaFile
                OPEN INPUT TerrFile
                PERFORM LoadReps
                MOVE YearStart TO ScanMonth
                PERFORM ScanMonthArchive
                   UNTIL ScanMonth > EntryMonth
                PERFORM TallyLiveLog
                PERFORM LoadQuotas VARYING RepSub FROM 1 BY 1
                   UNTIL RepSub > RepCount
                PERFORM PrintReport
                CLOSE RepFile
                CLOSE QuotaFile
                CLOSE TerrFile
                DISPLAY "Report written to RepPerformance.txt"
             END-IF
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             MOVE RepCount TO JLWriteCt
             MOVE ZERO TO JLRejCt
             MOVE "OK" TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          LoadReps.
      * every rep on the master shows, sales or not, so a rep with
      * a quota and nothing sold is seen
             MOVE 'N' TO ListEOF
             MOVE LOW-VALUES TO RepMastCode
             START RepFile KEY IS NOT LESS THAN RepMastCode
                INVALID KEY MOVE 'Y' TO ListEOF
             END-START
             PERFORM UNTIL ListEOF = 'Y'
                READ RepFile NEXT RECORD
                   AT END MOVE 'Y' TO ListEOF
                   NOT AT END
                      MOVE RepMastCode TO FindRep
                      PERFORM TallyRep
                END-READ
             END-PERFORM.

          ScanMonthArchive.
             MOVE SPACE TO ArchInName
             STRING "rtarch_" DELIMITED BY SIZE
                ScanMonth DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
                INTO ArchInName
             END-STRING
             MOVE 'N' TO ArchEOF
             OPEN INPUT ArchInFile
             PERFORM UNTIL ArchEOF = 'Y'
                READ ArchInFile
                   AT END MOVE 'Y' TO ArchEOF
                   NOT AT END
                      IF ArchInLine(1:7) NOT = "TRAILER"
                         MOVE ArchInLine TO RTransLine
                         PERFORM TallyOneLine
                      END-IF
                END-READ
             END-PERFORM
             CLOSE ArchInFile
             ADD 1 TO ScanMm.

          TallyLiveLog.
             OPEN INPUT RTransFile
             PERFORM UNTIL RTransEOF = 'Y'
                READ RTransFile
                   AT END MOVE 'Y' TO RTransEOF
                   NOT AT END
                      PERFORM TallyOneLine
                END-READ
             END-PERFORM
             CLOSE RTransFile.

          TallyOneLine.
             IF RTransLine(1:8) NOT NUMERIC
                CONTINUE
             ELSE
                MOVE RTransLine(1:8) TO LineDate
                MOVE LineDate(1:6) TO LineMonth
                IF LineMonth >= YearStart AND LineMonth <= EntryMonth
                   ADD 1 TO ReadCount
                   MOVE SPACE TO WorkRep
                   MOVE SPACE TO WorkState
                   MOVE SPACE TO WorkBranch
                   MOVE ZERO TO WorkSub
                   COMPUTE LineLen = FUNCTION LENGTH(
                      FUNCTION TRIM(RTransLine TRAILING))
                   MOVE 1 TO LinePtr
                   PERFORM GetPerfToken WITH TEST BEFORE
                      UNTIL LinePtr > LineLen
                   IF WorkRep = SPACE
                      MOVE "HSE" TO WorkRep
                   END-IF
                   MOVE WorkRep TO FindRep
                   PERFORM TallyRep
                   IF RepSub > ZERO
                      ADD WorkSub TO RTYtdSales(RepSub)
                      IF LineMonth = EntryMonth
                         ADD WorkSub TO RTMtdSales(RepSub)
                      END-IF
                   END-IF
                   PERFORM FindTerritoryRep
                   IF TerrRep NOT = SPACE AND TerrRep NOT = WorkRep
                      PERFORM TallyPair
                   END-IF
                END-IF
             END-IF.

          GetPerfToken.
             MOVE SPACE TO LineToken
             UNSTRING RTransLine DELIMITED BY ALL " "
                INTO LineToken
                WITH POINTER LinePtr
             END-UNSTRING
             EVALUATE TRUE
                WHEN LineToken(1:4) = "Rep="
                   MOVE LineToken(5:3) TO WorkRep
                WHEN LineToken(1:6) = "State="
                   MOVE LineToken(7:2) TO WorkState
                WHEN LineToken(1:7) = "Branch="
                   MOVE LineToken(8:3) TO WorkBranch
                WHEN LineToken(1:9) = "Subtotal="
                   COMPUTE WorkSub =
                      FUNCTION NUMVAL-C(LineToken(10:21))
             END-EVALUATE.

          FindTerritoryRep.
      * the customer's branch, when assigned, decides the territory;
      * otherwise the state does
             MOVE SPACE TO TerrRep
             IF WorkBranch NOT = SPACE
                MOVE 'B' TO TTType
                MOVE WorkBranch TO TTCode
                READ TerrFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE TTRep TO TerrRep
                END-READ
             END-IF
             IF TerrRep = SPACE AND WorkState NOT = SPACE
                MOVE 'S' TO TTType
                MOVE WorkState TO TTCode
                READ TerrFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE TTRep TO TerrRep
                END-READ
             END-IF.

          TallyRep.
             MOVE ZERO TO RepSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > RepCount OR RepSub > ZERO
                IF RTRep(WSSub) = FindRep
                   MOVE WSSub TO RepSub
                END-IF
             END-PERFORM
             IF RepSub = ZERO AND RepCount < 50
                ADD 1 TO RepCount
                MOVE RepCount TO RepSub
                MOVE FindRep TO RTRep(RepSub)
                MOVE ZERO TO RTMtdSales(RepSub)
                MOVE ZERO TO RTYtdSales(RepSub)
                MOVE ZERO TO RTMtdQuota(RepSub)
                MOVE ZERO TO RTYtdQuota(RepSub)
             END-IF.

          TallyPair.
             MOVE ZERO TO PairSub
             PERFORM VARYING PSub FROM 1 BY 1
                UNTIL PSub > PairCount OR PairSub > ZERO
                IF PTTerrRep(PSub) = TerrRep
                   AND PTBookRep(PSub) = WorkRep
                   MOVE PSub TO PairSub
                END-IF
             END-PERFORM
             IF PairSub = ZERO AND PairCount < 100
                ADD 1 TO PairCount
                MOVE PairCount TO PairSub
                MOVE TerrRep TO PTTerrRep(PairSub)
                MOVE WorkRep TO PTBookRep(PairSub)
                MOVE ZERO TO PTMtdSales(PairSub)
                MOVE ZERO TO PTYtdSales(PairSub)
             END-IF
             IF PairSub > ZERO
                ADD WorkSub TO PTYtdSales(PairSub)
                IF LineMonth = EntryMonth
                   ADD WorkSub TO PTMtdSales(PairSub)
                END-IF
             END-IF.

          LoadQuotas.
      * the year-to-date quota is the sum of the year's months on
      * file through the report month
             MOVE 'N' TO ListEOF
             MOVE RTRep(RepSub) TO RQRep
             MOVE YearStart TO RQMonth
             START QuotaFile KEY IS NOT LESS THAN RQKey
                INVALID KEY MOVE 'Y' TO ListEOF
             END-START
             PERFORM UNTIL ListEOF = 'Y'
                READ QuotaFile NEXT RECORD
                   AT END MOVE 'Y' TO ListEOF
                   NOT AT END
                      IF RQRep NOT = RTRep(RepSub)
                         OR RQMonth > EntryMonth
                         MOVE 'Y' TO ListEOF
                      ELSE
                         ADD RQQuota TO RTYtdQuota(RepSub)
                         IF RQMonth = EntryMonth
                            MOVE RQQuota TO RTMtdQuota(RepSub)
                         END-IF
                      END-IF
                END-READ
             END-PERFORM.

          PrintReport.
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Sales Rep Performance   Month: " DELIMITED BY SIZE
                EntryMonth DELIMITED BY SIZE
                "   Year from: " DELIMITED BY SIZE
                YearStart DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Rep  Name" TO LineBuffer
             MOVE "MTD Sales" TO LineBuffer(33:9)
             MOVE "MTD Quota" TO LineBuffer(47:9)
             MOVE "Pct" TO LineBuffer(59:3)
             MOVE "YTD Sales" TO LineBuffer(70:9)
             MOVE "YTD Quota" TO LineBuffer(84:9)
             MOVE "Pct" TO LineBuffer(96:3)
             WRITE ReportLine FROM LineBuffer
             PERFORM PrintRepLine VARYING RepSub FROM 1 BY 1
                UNTIL RepSub > RepCount
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Territory sales booked under another rep"
                TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Territory  Booked to" TO LineBuffer
             MOVE "MTD Sales" TO LineBuffer(41:9)
             MOVE "YTD Sales" TO LineBuffer(56:9)
             WRITE ReportLine FROM LineBuffer
             IF PairCount = ZERO
                MOVE "  (none)" TO LineBuffer
                WRITE ReportLine FROM LineBuffer
             END-IF
             PERFORM PrintTerritory VARYING RepSub FROM 1 BY 1
                UNTIL RepSub > RepCount
             CLOSE ReportFile.

          PrintRepLine.
             MOVE 'N' TO RepFound
             MOVE RTRep(RepSub) TO RepMastCode
             READ RepFile
                INVALID KEY MOVE "(not on rep master)" TO RepName
                NOT INVALID KEY MOVE 'Y' TO RepFound
             END-READ
             MOVE SPACE TO LineBuffer
             MOVE RTRep(RepSub) TO LineBuffer(1:3)
             MOVE RepName TO LineBuffer(6:20)
             MOVE RTMtdSales(RepSub) TO DollarMinus
             MOVE DollarMinus TO LineBuffer(28:14)
             MOVE RTMtdQuota(RepSub) TO Dollar
             MOVE Dollar TO LineBuffer(43:13)
             IF RTMtdQuota(RepSub) > ZERO
                COMPUTE PctAttained ROUNDED =
                   RTMtdSales(RepSub) * 100 / RTMtdQuota(RepSub)
                MOVE PctAttained TO PctDisp
                MOVE PctDisp TO LineBuffer(56:8)
             END-IF
             MOVE RTYtdSales(RepSub) TO DollarMinus
             MOVE DollarMinus TO LineBuffer(65:14)
             MOVE RTYtdQuota(RepSub) TO Dollar
             MOVE Dollar TO LineBuffer(80:13)
             IF RTYtdQuota(RepSub) > ZERO
                COMPUTE PctAttained ROUNDED =
                   RTYtdSales(RepSub) * 100 / RTYtdQuota(RepSub)
                MOVE PctAttained TO PctDisp
                MOVE PctDisp TO LineBuffer(93:8)
             END-IF
             WRITE ReportLine FROM LineBuffer.

          PrintTerritory.
             MOVE ZERO TO TerrMtd
             MOVE ZERO TO TerrYtd
             MOVE ZERO TO TerrLines
             PERFORM PrintPairLine VARYING PairSub FROM 1 BY 1
                UNTIL PairSub > PairCount
             IF TerrLines > 1
                MOVE SPACE TO LineBuffer
                STRING RTRep(RepSub) DELIMITED BY SIZE
                   " total" DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                MOVE TerrMtd TO DollarMinus
                MOVE DollarMinus TO LineBuffer(36:14)
                MOVE TerrYtd TO DollarMinus
                MOVE DollarMinus TO LineBuffer(51:14)
                WRITE ReportLine FROM LineBuffer
             END-IF.

          PrintPairLine.
             IF PTTerrRep(PairSub) = RTRep(RepSub)
                ADD 1 TO TerrLines
                ADD PTMtdSales(PairSub) TO TerrMtd
                ADD PTYtdSales(PairSub) TO TerrYtd
                MOVE PTBookRep(PairSub) TO RepMastCode
                READ RepFile
                   INVALID KEY MOVE SPACE TO RepName
                END-READ
                MOVE SPACE TO LineBuffer
                MOVE PTTerrRep(PairSub) TO LineBuffer(1:3)
                MOVE PTBookRep(PairSub) TO LineBuffer(12:3)
                MOVE RepName TO LineBuffer(16:20)
                MOVE PTMtdSales(PairSub) TO DollarMinus
                MOVE DollarMinus TO LineBuffer(36:14)
                MOVE PTYtdSales(PairSub) TO DollarMinus
                MOVE DollarMinus TO LineBuffer(51:14)
                WRITE ReportLine FROM LineBuffer
             END-IF.
