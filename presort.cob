       IDENTIFICATION DIVISION.
          PROGRAM-ID. PRESORT.
          AUTHOR. Brownies.
          DATE-WRITTEN. December 8th, 2021.
      * Modification History
      *   2021-12-08 Brownies - new subprogram, in the JOBLOG mold:
      *              the bulk-mail presort behind the labels and
      *              letters presort option, so both runs qualify
      *              pieces and fill in the postage statement the
      *              same way.  LAction:
      *                I - start a mailing: clear the tallies and
      *                    load the minimums and rates off
      *                    postrate.txt
      *                T - tally one finished piece under its ZIP
      *                Q - qualify one piece: LLevel comes back 1
      *                    (5-digit tray), 2 (3-digit tray) or 3
      *                    (mixed residual), LTray the 5-digit ZIP,
      *                    the 3-digit prefix or MIXED, and
      *                    LTrayCount the pieces that tray holds
      *                S - write the postage statement for the
      *                    mailing to postage.txt
      *              A 5-digit ZIP with at least the 5-digit minimum
      *              gets its own tray; what is left under a 3-digit
      *              prefix makes a 3-digit tray if it reaches the
      *              3-digit minimum; the rest, and any piece with
      *              no usable ZIP, rides in the mixed tray at the
      *              residual rate.  postrate.txt is one line -
      *              the two minimums and the three piece rates -
      *              and without it the minimums are 10 and the
      *              statement leaves the postage to the counter.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL RateFile ASSIGN TO "postrate.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT StatementFile ASSIGN TO "postage.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD RateFile.
                01 RateData.
                   02 PRMin5      PIC 9(3).
                   02 PRMin3      PIC 9(3).
                   02 PRRate5     PIC 9V9(3).
                   02 PRRate3     PIC 9V9(3).
                   02 PRRateMixed PIC 9V9(3).
             FD StatementFile.
                01 StatementLine PIC X(80).
          WORKING-STORAGE SECTION.
             01 WSMin5      PIC 9(3).
             01 WSMin3      PIC 9(3).
             01 WSRate5     PIC 9V9(3).
             01 WSRate3     PIC 9V9(3).
             01 WSRateMixed PIC 9V9(3).
             01 WSRatesFound PIC X.
             01 WSZipTable.
                02 WSZipEntry OCCURS 2000 TIMES.
                   03 WSZip5  PIC X(5).
                   03 WSZipCt PIC 9(5).
             01 WSZipCount  PIC 9(4) VALUE ZERO.
             01 WSPfxTable.
                02 WSPfxResid PIC 9(5) OCCURS 1000 TIMES.
             01 WSSub       PIC 9(4).
             01 WSFound     PIC 9(4).
             01 WSPfx       PIC 9(4).
             01 WSBadZipCt  PIC 9(5) VALUE ZERO.
             01 WSQualified PIC X VALUE 'N'.
             01 WSPieces5   PIC 9(7).
             01 WSPieces3   PIC 9(7).
             01 WSPiecesMix PIC 9(7).
             01 WSTrays5    PIC 9(5).
             01 WSTrays3    PIC 9(5).
             01 WSTraysMix  PIC 9(5).
             01 WSPostage5  PIC 9(7)V99.
             01 WSPostage3  PIC 9(7)V99.
             01 WSPostageMix PIC 9(7)V99.
             01 WSPostageTot PIC 9(7)V99.
             01 WSPiecesTot PIC 9(7).
             01 WSRunDate   PIC X(8).
             01 WSLine      PIC X(80).
             01 WSLevelName PIC X(14).
             01 WSPieceEd   PIC Z,ZZZ,ZZ9.
             01 WSTrayEd    PIC ZZ,ZZ9.
             01 WSRateEd    PIC 9.999.
             01 WSMoneyEd   PIC $$,$$$,$$9.99.
          LINKAGE SECTION.
             01 LAction    PIC X(1).
             01 LProgName  PIC X(12).
             01 LZip       PIC X(10).
             01 LLevel     PIC X(1).
             01 LTray      PIC X(5).
             01 LTrayCount PIC 9(5).
       PROCEDURE DIVISION USING LAction, LProgName, LZip, LLevel,
             LTray, LTrayCount.
          MainPara.
             EVALUATE LAction
                WHEN 'I'
                   PERFORM StartMailing
                WHEN 'T'
                   PERFORM TallyPiece
                WHEN 'Q'
                   IF WSQualified NOT = 'Y'
                      PERFORM QualifyGroups
                   END-IF
                   PERFORM QualifyPiece
                WHEN 'S'
                   IF WSQualified NOT = 'Y'
                      PERFORM QualifyGroups
                   END-IF
                   PERFORM WriteStatement
             END-EVALUATE
          EXIT PROGRAM.

          StartMailing.
             MOVE ZERO TO WSZipCount
             MOVE ZERO TO WSBadZipCt
             MOVE 'N' TO WSQualified
             PERFORM VARYING WSSub FROM 1 BY 1 UNTIL WSSub > 1000
                MOVE ZERO TO WSPfxResid(WSSub)
             END-PERFORM
             MOVE 10 TO WSMin5
             MOVE 10 TO WSMin3
             MOVE ZERO TO WSRate5
             MOVE ZERO TO WSRate3
             MOVE ZERO TO WSRateMixed
             MOVE 'N' TO WSRatesFound
             OPEN INPUT RateFile
             READ RateFile
                AT END MOVE 'N' TO WSRatesFound
                NOT AT END
                   IF PRMin5 NUMERIC AND PRMin5 > ZERO
                      MOVE PRMin5 TO WSMin5
                   END-IF
                   IF PRMin3 NUMERIC AND PRMin3 > ZERO
                      MOVE PRMin3 TO WSMin3
                   END-IF
                   IF PRRate5 NUMERIC AND PRRate3 NUMERIC
                      AND PRRateMixed NUMERIC
                      MOVE PRRate5 TO WSRate5
                      MOVE PRRate3 TO WSRate3
                      MOVE PRRateMixed TO WSRateMixed
                      MOVE 'Y' TO WSRatesFound
                   END-IF
             END-READ
             CLOSE RateFile.

          TallyPiece.
      * a ZIP the 5-digit table has no room for still counts
      * toward its 3-digit prefix
             IF LZip(1:5) NOT NUMERIC
                ADD 1 TO WSBadZipCt
             ELSE
                PERFORM FindZip
                EVALUATE TRUE
                   WHEN WSFound > ZERO
                      ADD 1 TO WSZipCt(WSFound)
                   WHEN WSZipCount < 2000
                      ADD 1 TO WSZipCount
                      MOVE LZip(1:5) TO WSZip5(WSZipCount)
                      MOVE 1 TO WSZipCt(WSZipCount)
                   WHEN OTHER
                      MOVE LZip(1:3) TO WSPfx
                      ADD 1 TO WSPfxResid(WSPfx + 1)
                END-EVALUATE
             END-IF.

          FindZip.
             MOVE ZERO TO WSFound
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > WSZipCount OR WSFound > ZERO
                IF WSZip5(WSSub) = LZip(1:5)
                   MOVE WSSub TO WSFound
                END-IF
             END-PERFORM.

          QualifyGroups.
      * 5-digit groups short of the minimum fall back to their
      * prefix; prefixes short of theirs fall to the mixed tray
             MOVE 'Y' TO WSQualified
             MOVE ZERO TO WSPieces5
             MOVE ZERO TO WSPieces3
             MOVE ZERO TO WSPiecesMix
             MOVE ZERO TO WSTrays5
             MOVE ZERO TO WSTrays3
             MOVE ZERO TO WSTraysMix
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > WSZipCount
                IF WSZipCt(WSSub) >= WSMin5
                   ADD 1 TO WSTrays5
                   ADD WSZipCt(WSSub) TO WSPieces5
                ELSE
                   MOVE WSZip5(WSSub)(1:3) TO WSPfx
                   ADD WSZipCt(WSSub) TO WSPfxResid(WSPfx + 1)
                END-IF
             END-PERFORM
             PERFORM VARYING WSSub FROM 1 BY 1 UNTIL WSSub > 1000
                IF WSPfxResid(WSSub) >= WSMin3
                   ADD 1 TO WSTrays3
                   ADD WSPfxResid(WSSub) TO WSPieces3
                ELSE
                   ADD WSPfxResid(WSSub) TO WSPiecesMix
                END-IF
             END-PERFORM
             ADD WSBadZipCt TO WSPiecesMix
             IF WSPiecesMix > ZERO
                MOVE 1 TO WSTraysMix
             END-IF.

          QualifyPiece.
             MOVE '3' TO LLevel
             MOVE "MIXED" TO LTray
             MOVE WSPiecesMix TO LTrayCount
             IF LZip(1:5) NUMERIC
                PERFORM FindZip
                MOVE LZip(1:3) TO WSPfx
                EVALUATE TRUE
                   WHEN WSFound > ZERO
                        AND WSZipCt(WSFound) >= WSMin5
                      MOVE '1' TO LLevel
                      MOVE LZip(1:5) TO LTray
                      MOVE WSZipCt(WSFound) TO LTrayCount
                   WHEN WSPfxResid(WSPfx + 1) >= WSMin3
                      MOVE '2' TO LLevel
                      MOVE LZip(1:3) TO LTray
                      MOVE WSPfxResid(WSPfx + 1) TO LTrayCount
                END-EVALUATE
             END-IF.

          WriteStatement.
             MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
             OPEN OUTPUT StatementFile
             MOVE SPACE TO WSLine
             STRING "POSTAGE STATEMENT - PRESORTED MAILING  "
                DELIMITED BY SIZE
                FUNCTION TRIM(LProgName) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WSRunDate DELIMITED BY SIZE
                INTO WSLine
             END-STRING
             WRITE StatementLine FROM WSLine
             MOVE SPACE TO WSLine
             STRING "Minimum pieces : 5-digit " DELIMITED BY SIZE
                WSMin5 DELIMITED BY SIZE
                "  3-digit " DELIMITED BY SIZE
                WSMin3 DELIMITED BY SIZE
                INTO WSLine
             END-STRING
             WRITE StatementLine FROM WSLine
             MOVE SPACE TO StatementLine
             WRITE StatementLine
             MOVE SPACE TO WSLine
             MOVE "Rate level" TO WSLine(1:10)
             MOVE "Trays" TO WSLine(18:5)
             MOVE "Pieces" TO WSLine(28:6)
             MOVE "Rate" TO WSLine(38:4)
             MOVE "Postage" TO WSLine(52:7)
             WRITE StatementLine FROM WSLine
             COMPUTE WSPostage5 ROUNDED = WSPieces5 * WSRate5
             COMPUTE WSPostage3 ROUNDED = WSPieces3 * WSRate3
             COMPUTE WSPostageMix ROUNDED =
                WSPiecesMix * WSRateMixed
             MOVE "5-digit" TO WSLevelName
             PERFORM WriteLevelLine5
             MOVE "3-digit" TO WSLevelName
             PERFORM WriteLevelLine3
             MOVE "Mixed/residual" TO WSLevelName
             PERFORM WriteLevelLineMix
             COMPUTE WSPiecesTot = WSPieces5 + WSPieces3
                + WSPiecesMix
             COMPUTE WSPostageTot = WSPostage5 + WSPostage3
                + WSPostageMix
             MOVE SPACE TO WSLine
             MOVE "Total" TO WSLine(1:14)
             COMPUTE WSTrayEd = WSTrays5 + WSTrays3 + WSTraysMix
             MOVE WSTrayEd TO WSLine(17:6)
             MOVE WSPiecesTot TO WSPieceEd
             MOVE WSPieceEd TO WSLine(25:9)
             IF WSRatesFound = 'Y'
                MOVE WSPostageTot TO WSMoneyEd
                MOVE WSMoneyEd TO WSLine(46:13)
             END-IF
             WRITE StatementLine FROM WSLine
             IF WSRatesFound NOT = 'Y'
                MOVE SPACE TO WSLine
                STRING "No rates on postrate.txt - postage to be "
                   DELIMITED BY SIZE
                   "figured at the counter" DELIMITED BY SIZE
                   INTO WSLine
                END-STRING
                WRITE StatementLine FROM WSLine
             END-IF
             CLOSE StatementFile.

          WriteLevelLine5.
             MOVE WSTrays5 TO WSTrayEd
             MOVE WSPieces5 TO WSPieceEd
             MOVE WSRate5 TO WSRateEd
             MOVE WSPostage5 TO WSMoneyEd
             PERFORM WriteLevelLine.

          WriteLevelLine3.
             MOVE WSTrays3 TO WSTrayEd
             MOVE WSPieces3 TO WSPieceEd
             MOVE WSRate3 TO WSRateEd
             MOVE WSPostage3 TO WSMoneyEd
             PERFORM WriteLevelLine.

          WriteLevelLineMix.
             MOVE WSTraysMix TO WSTrayEd
             MOVE WSPiecesMix TO WSPieceEd
             MOVE WSRateMixed TO WSRateEd
             MOVE WSPostageMix TO WSMoneyEd
             PERFORM WriteLevelLine.

          WriteLevelLine.
             MOVE SPACE TO WSLine
             MOVE WSLevelName TO WSLine(1:14)
             MOVE WSTrayEd TO WSLine(17:6)
             MOVE WSPieceEd TO WSLine(25:9)
             IF WSRatesFound = 'Y'
                MOVE WSRateEd TO WSLine(37:5)
                MOVE WSMoneyEd TO WSLine(46:13)
             END-IF
             WRITE StatementLine FROM WSLine.
