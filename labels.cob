      *              the last names differ), and the pieces saved
      *              finally show up in the trailer instead of just
      *              on the report.
      *   2021-12-08 Brownies - presort option for the bulk-mail
      *              rates: the finished labels go to labelpc.tmp
      *              and are tallied through the shared PRESORT
      *              subprogram, then sorted again into tray order -
      *              5-digit trays, 3-digit trays, then the mixed
      *              residual - with a tray tag ahead of each tray
      *              in labels.txt.  PRESORT writes the postage
      *              statement (pieces and trays per rate level)
      *              to postage.txt for the mail clerk.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT SortWork ASSIGN TO "labelwk.tmp".
             SELECT PieceFile ASSIGN TO "labelpc.tmp"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT TrayWork ASSIGN TO "labeltray.tmp".
       DATA DIVISION.
          FILE SECTION.
             FD CustomerFile.
                   02 SWStreetAddr PIC X(20).
                   02 SWCity       PIC X(15).
                   02 SWState      PIC X(2).
             FD PieceFile.
                01 PieceRec.
                   02 PCZip   PIC X(10).
                   02 PCName  PIC X(47).
                   02 PCLine1 PIC X(40).
                   02 PCLine2 PIC X(40).
             SD TrayWork.
                01 TrayWorkRec.
                   02 TWLevel PIC X(1).
                   02 TWTray  PIC X(5).
                   02 TWZip   PIC X(10).
                   02 TWName  PIC X(47).
                   02 TWLine1 PIC X(40).
                   02 TWLine2 PIC X(40).
                   02 TWTrayCount PIC 9(5).
          WORKING-STORAGE SECTION.
             01 ListEOF     PIC X VALUE 'N'.
             01 SortEOF     PIC X VALUE 'N'.
             01 NoMailCount PIC 9(5) VALUE ZERO.
             01 BadAddrCount PIC 9(5) VALUE ZERO.
             01 HouseholdMode PIC X VALUE 'N'.
             01 PresortMode PIC X VALUE 'N'.
             01 PieceEOF    PIC X VALUE 'N'.
             01 TrayEOF     PIC X VALUE 'N'.
             01 PrevTray    PIC X(6) VALUE LOW-VALUES.
             01 TrayNumber  PIC 9(4) VALUE ZERO.
             01 TrayLevelName PIC X(14).
             01 PSAction    PIC X(1).
             01 PSProgName  PIC X(12) VALUE "labels".
             01 PSZip       PIC X(10).
             01 PSLevel     PIC X(1).
             01 PSTray      PIC X(5).
             01 PSTrayCount PIC 9(5).
             01 CurrAddrKey PIC X(47).
             01 PrevAddrKey2 PIC X(47) VALUE LOW-VALUES.
             01 HaveGroup   PIC X VALUE 'N'.
             ACCEPT HouseholdMode
             MOVE FUNCTION UPPER-CASE(HouseholdMode)
                TO HouseholdMode
             DISPLAY "Presort for bulk-mail rates? (Y/N): "
                WITH NO ADVANCING
             ACCEPT PresortMode
             MOVE FUNCTION UPPER-CASE(PresortMode)
                TO PresortMode
             SORT SortWork ON ASCENDING KEY SWZip, SWStreetAddr,
                   SWCity, SWState
                INPUT PROCEDURE IS ReleaseActiveCust
                OUTPUT PROCEDURE IS PrintLabels
             IF PresortMode = 'Y'
                PERFORM PresortLabels
             END-IF
             DISPLAY "Labels printed : " LabelCount
             IF HouseholdMode = 'Y'
                DISPLAY "Pieces saved   : " PiecesSaved
             END-IF
             DISPLAY "Label file written to labels.txt"
             IF PresortMode = 'Y'
                DISPLAY "Trays tagged   : " TrayNumber
                DISPLAY "Postage statement written to postage.txt"
             END-IF
             MOVE "END" TO JLPhase
             COMPUTE JLReadCt = LabelCount
             COMPUTE JLWriteCt = LabelCount
             CLOSE CustomerFile.

          PrintLabels.
             IF PresortMode = 'Y'
                OPEN OUTPUT PieceFile
                MOVE 'I' TO PSAction
                CALL "PRESORT" USING PSAction, PSProgName, PSZip,
                   PSLevel, PSTray, PSTrayCount
             ELSE
                OPEN OUTPUT LabelFile
             END-IF
             PERFORM UNTIL SortEOF = 'Y'
                RETURN SortWork
                   AT END MOVE 'Y' TO SortEOF
             IF HouseholdMode = 'Y' AND HaveGroup = 'Y'
                PERFORM FlushHousehold
             END-IF
             IF PresortMode = 'Y'
                CLOSE PieceFile
             ELSE
                PERFORM WriteLabelTrailer
                CLOSE LabelFile
             END-IF.

          WriteLabelTrailer.
             IF HouseholdMode = 'Y'
                MOVE SPACE TO LineBuffer
                STRING "Pieces saved by householding : "
                END-STRING
                WRITE LabelLine FROM LineBuffer
             END-IF
             PERFORM PrintPrefixCounts.

          PresortLabels.
      * the pieces come back in tray order and each tray gets its
      * tag ahead of it; the statement totals what was tallied
             OPEN OUTPUT LabelFile
             SORT TrayWork ON ASCENDING KEY TWLevel, TWTray, TWZip
                INPUT PROCEDURE IS QualifyPieces
                OUTPUT PROCEDURE IS PrintTrays
             PERFORM WriteLabelTrailer
             CLOSE LabelFile
             MOVE 'S' TO PSAction
             CALL "PRESORT" USING PSAction, PSProgName, PSZip,
                PSLevel, PSTray, PSTrayCount.

          QualifyPieces.
             OPEN INPUT PieceFile
             PERFORM UNTIL PieceEOF = 'Y'
                READ PieceFile
                   AT END MOVE 'Y' TO PieceEOF
                   NOT AT END
                      MOVE 'Q' TO PSAction
                      MOVE PCZip TO PSZip
                      CALL "PRESORT" USING PSAction, PSProgName,
                         PSZip, PSLevel, PSTray, PSTrayCount
                      MOVE PSLevel TO TWLevel
                      MOVE PSTray TO TWTray
                      MOVE PSTrayCount TO TWTrayCount
                      MOVE PCZip TO TWZip
                      MOVE PCName TO TWName
                      MOVE PCLine1 TO TWLine1
                      MOVE PCLine2 TO TWLine2
                      RELEASE TrayWorkRec
                END-READ
             END-PERFORM
             CLOSE PieceFile.

          PrintTrays.
             PERFORM UNTIL TrayEOF = 'Y'
                RETURN TrayWork
                   AT END MOVE 'Y' TO TrayEOF
                   NOT AT END
                      IF TWLevel NOT = PrevTray(1:1)
                         OR TWTray NOT = PrevTray(2:5)
                         PERFORM PrintTrayTag
                      END-IF
                      MOVE TWName TO FormattedName
                      MOVE TWLine1 TO AddrLine1
                      MOVE TWLine2 TO AddrLine2
                      PERFORM WriteLabelLines
                END-RETURN
             END-PERFORM.

          PrintTrayTag.
             MOVE TWLevel TO PrevTray(1:1)
             MOVE TWTray TO PrevTray(2:5)
             ADD 1 TO TrayNumber
             EVALUATE TWLevel
                WHEN '1' MOVE "5-DIGIT" TO TrayLevelName
                WHEN '2' MOVE "3-DIGIT" TO TrayLevelName
                WHEN OTHER MOVE "MIXED RESIDUAL" TO TrayLevelName
             END-EVALUATE
             MOVE ALL "=" TO LineBuffer
             WRITE LabelLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "TRAY " DELIMITED BY SIZE
                TrayNumber DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                FUNCTION TRIM(TrayLevelName) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                TWTray DELIMITED BY SIZE
                "  PIECES " DELIMITED BY SIZE
                TWTrayCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE LabelLine FROM LineBuffer
             MOVE ALL "=" TO LineBuffer
             WRITE LabelLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE LabelLine FROM LineBuffer.

          GroupOneMember.
             MOVE SPACE TO CurrAddrKey
             END-EVALUATE
             MOVE GrpZip TO TallyZip
             PERFORM TallyZipPrefix
             CALL "ADDRFMT" USING GrpStreet, GrpCity,
                GrpState, GrpZip, AddrBlock
             PERFORM PutLabel
             ADD 1 TO LabelCount
             COMPUTE PiecesSaved = PiecesSaved + GrpMembers - 1.

             PERFORM TallyZipPrefix
             CALL "NAMEFMT" USING SWFirstName, NoMiddleName,
                SWLastName, FormattedName
             CALL "ADDRFMT" USING SWStreetAddr, SWCity,
                SWState, SWZip, AddrBlock
             PERFORM PutLabel
             ADD 1 TO LabelCount.

          PutLabel.
      * presorted labels wait on labelpc.tmp for their trays
             IF PresortMode = 'Y'
                MOVE TallyZip TO PCZip
                MOVE FormattedName TO PCName
                MOVE AddrLine1 TO PCLine1
                MOVE AddrLine2 TO PCLine2
                WRITE PieceRec
                MOVE 'T' TO PSAction
                MOVE TallyZip TO PSZip
                CALL "PRESORT" USING PSAction, PSProgName, PSZip,
                   PSLevel, PSTray, PSTrayCount
             ELSE
                PERFORM WriteLabelLines
             END-IF.

          WriteLabelLines.
             WRITE LabelLine FROM FormattedName
             WRITE LabelLine FROM AddrLine1
             IF AddrLine2 NOT = SPACE
                WRITE LabelLine FROM AddrLine2
             END-IF
             MOVE SPACE TO LineBuffer
             WRITE LabelLine FROM LineBuffer.

          TallyZipPrefix.
             IF TallyZip(1:3) NOT = PrevPrefix
