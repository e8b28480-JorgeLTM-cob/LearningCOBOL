      *              separator already did; the archive pages held
      *              only the marker and the dashes, so a letter
      *              reprint came back empty.
      *   2021-12-08 Brownies - presort option for the bulk-mail
      *              rates, in any selection: each letter's address
      *              waits on letterpc.tmp, tallied through the
      *              shared PRESORT subprogram, and the letters are
      *              then merged in tray order - 5-digit trays,
      *              3-digit trays, then the mixed residual - with a
      *              tray tag page ahead of each tray in Letters.txt
      *              (not the archive).  PRESORT writes the postage
      *              statement to postage.txt for the mail clerk.
      *   2021-12-16 Brownies - selection 4 merges from the student
      *              master (studmast.txt, STUDREC) by the academic
      *              standing gradebat decided for a term: D the
      *              dean's list, W warning, P probation, X
      *              dismissal - the dean's-list and probation
      *              letters training used to type.  Student
      *              templates can also carry [STUDID], [TERM],
      *              [GPA] (cumulative), [TERMGPA] and [STANDING].
      *              The student master holds no postal address, so
      *              [STREET] and [CITYLINE] merge blank and the
      *              household and presort options are not offered.
      *              Student letters file in the archive behind a
      *              =STUD marker, apart from the customer pages.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
             SELECT OPTIONAL StudFile ASSIGN TO "studmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS StudID.
             SELECT TemplateFile ASSIGN DYNAMIC TemplateFileName
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT SortWork ASSIGN TO "letterwk.tmp".
             SELECT PieceFile ASSIGN TO "letterpc.tmp"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT TrayWork ASSIGN TO "lettertray.tmp".
             SELECT OPTIONAL ArchiveFile
                ASSIGN DYNAMIC ArchFileName
                ORGANIZATION IS LINE SEQUENTIAL
          FILE SECTION.
             FD CustomerFile.
                COPY CUSTREC.
             FD StudFile.
                COPY STUDREC.
             FD TemplateFile.
                01 TemplateLine PIC X(80).
             FD IDListFile.
                      03 SWZip        PIC X(10).
                   02 SWFirstName PIC X(15).
                   02 SWLastName  PIC X(15).
             FD PieceFile.
                01 PieceRec.
                   02 PCIDNum  PIC 9(5).
                   02 PCName   PIC X(47).
                   02 PCStreet PIC X(20).
                   02 PCCity   PIC X(15).
                   02 PCState  PIC X(2).
                   02 PCZip    PIC X(10).
             SD TrayWork.
                01 TrayWorkRec.
                   02 TWLevel  PIC X(1).
                   02 TWTray   PIC X(5).
                   02 TWZip    PIC X(10).
                   02 TWIDNum  PIC 9(5).
                   02 TWName   PIC X(47).
                   02 TWStreet PIC X(20).
                   02 TWCity   PIC X(15).
                   02 TWState  PIC X(2).
                   02 TWTrayCount PIC 9(5).
          WORKING-STORAGE SECTION.
             01 TemplateFileName PIC X(30).
             01 LetterType   PIC X(12).
             01 SelectMode   PIC 9.
             01 SelectState  PIC X(2).
             01 SelectStand  PIC X(1).
             01 SelectTerm   PIC X(6).
             01 StudEOF      PIC X.
             01 StudMatch    PIC X.
             01 MarkName     PIC X(10).
             01 MarkLen      PIC 99.
             01 MarkValue    PIC X(47).
             01 StudGPADisp  PIC 9.99.
             01 TplEOF       PIC X VALUE 'N'.
             01 ListEOF      PIC X.
             01 IDListEOF    PIC X.
             01 NoMailCount  PIC 9(5) VALUE ZERO.
             01 BadAddrCount PIC 9(5) VALUE ZERO.
             01 HouseholdMode PIC X VALUE 'N'.
             01 PresortMode PIC X VALUE 'N'.
             01 LtrIDNum    PIC 9(5).
             01 PieceEOF    PIC X VALUE 'N'.
             01 TrayEOF     PIC X VALUE 'N'.
             01 PrevTray    PIC X(6) VALUE LOW-VALUES.
             01 TrayNumber  PIC 9(4) VALUE ZERO.
             01 TrayLevelName PIC X(14).
             01 PSAction    PIC X(1).
             01 PSProgName  PIC X(12) VALUE "letters".
             01 PSZip       PIC X(10).
             01 PSLevel     PIC X(1).
             01 PSTray      PIC X(5).
             01 PSTrayCount PIC 9(5).
             01 SortEOF     PIC X VALUE 'N'.
             01 CurrAddrKey PIC X(47).
             01 PrevAddrKey PIC X(47) VALUE LOW-VALUES.
                DISPLAY "1 : All active customers"
                DISPLAY "2 : One state"
                DISPLAY "3 : ID list from letterids.txt"
                DISPLAY "4 : Students by academic standing"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT SelectMode
                IF SelectMode = 2
                   MOVE FUNCTION UPPER-CASE(SelectState)
                      TO SelectState
                END-IF
                IF SelectMode = 4
                   DISPLAY "D = dean's list, W = warning, "
                      "P = probation, X = dismissal : "
                      WITH NO ADVANCING
                   ACCEPT SelectStand
                   MOVE FUNCTION UPPER-CASE(SelectStand)
                      TO SelectStand
                   DISPLAY "Term (as on grades.txt) : "
                      WITH NO ADVANCING
                   ACCEPT SelectTerm
                END-IF
                IF SelectMode < 3
                   DISPLAY "One letter per household? (Y/N): "
                      WITH NO ADVANCING
                   ACCEPT HouseholdMode
                   MOVE FUNCTION UPPER-CASE(HouseholdMode)
                      TO HouseholdMode
                END-IF
                IF SelectMode NOT = 4
                   DISPLAY "Presort for bulk-mail rates? (Y/N): "
                      WITH NO ADVANCING
                   ACCEPT PresortMode
                   MOVE FUNCTION UPPER-CASE(PresortMode)
                      TO PresortMode
                END-IF
                IF PresortMode = 'Y'
                   OPEN OUTPUT PieceFile
                   MOVE 'I' TO PSAction
                   CALL "PRESORT" USING PSAction, PSProgName, PSZip,
                      PSLevel, PSTray, PSTrayCount
                END-IF
                MOVE SPACE TO ArchFileName
                STRING "ltrarch_" DELIMITED BY SIZE
                   RunDate DELIMITED BY SIZE
                   INTO ArchFileName
                END-STRING
                OPEN EXTEND ArchiveFile
                IF SelectMode = 4
                   OPEN INPUT StudFile
                ELSE
                   OPEN INPUT CustomerFile
                END-IF
                OPEN OUTPUT LetterFile
                EVALUATE TRUE
                   WHEN SelectMode = 3
                      PERFORM MergeFromIDList
                   WHEN SelectMode = 4
                      PERFORM MergeFromStudents
                   WHEN HouseholdMode = 'Y'
                      SORT SortWork ON ASCENDING KEY SWAddrKey
                         INPUT PROCEDURE IS ReleaseForHousehold
                   WHEN OTHER
                      PERFORM MergeFromCustomerFile
                END-EVALUATE
                IF PresortMode = 'Y'
                   CLOSE PieceFile
                   PERFORM PresortLetters
                END-IF
                IF HouseholdMode = 'Y'
                   MOVE SPACE TO WorkLine
                   STRING "Pieces saved by householding : "
                PERFORM WriteLetterPage
                CLOSE LetterFile
                CLOSE ArchiveFile
                IF SelectMode = 4
                   CLOSE StudFile
                ELSE
                   CLOSE CustomerFile
                END-IF
                DISPLAY "Letters printed : " LetterCount
                DISPLAY "Output written to Letters.txt"
                IF PresortMode = 'Y'
                   DISPLAY "Trays tagged    : " TrayNumber
                   DISPLAY "Postage statement written to "
                      "postage.txt"
                END-IF
             END-IF
             MOVE "END" TO JLPhase
             MOVE LetterCount TO JLReadCt
             MOVE GrpCity TO City
             MOVE GrpState TO State
             MOVE GrpZip TO Zip
             MOVE ZERO TO LtrIDNum
             IF PresortMode = 'Y'
                PERFORM QueueLetter
             ELSE
                PERFORM EmitLetter
             END-IF
             COMPUTE PiecesSaved = PiecesSaved + GrpMembers - 1.

          MergeFromIDList.
             END-PERFORM
             CLOSE IDListFile.

          MergeFromStudents.
             MOVE 'N' TO StudEOF
             MOVE LOW-VALUES TO StudID
             START StudFile KEY IS NOT LESS THAN StudID
                INVALID KEY MOVE 'Y' TO StudEOF
             END-START
             PERFORM UNTIL StudEOF = 'Y'
                READ StudFile NEXT RECORD
                   AT END MOVE 'Y' TO StudEOF
                   NOT AT END
                      IF StudStandTerm = SelectTerm
                         PERFORM CheckStudentStanding
                         IF StudMatch = 'Y'
                            PERFORM PrintStudentLetter
                         END-IF
                      END-IF
                END-READ
             END-PERFORM.

          CheckStudentStanding.
             MOVE 'N' TO StudMatch
             EVALUATE TRUE
                WHEN SelectStand = 'D' AND StudOnDeansList
                   MOVE 'Y' TO StudMatch
                WHEN SelectStand = 'W' AND StandWarning
                   MOVE 'Y' TO StudMatch
                WHEN SelectStand = 'P' AND StandProbation
                   MOVE 'Y' TO StudMatch
                WHEN SelectStand = 'X' AND StandDismissed
                   MOVE 'Y' TO StudMatch
             END-EVALUATE.

          PrintStudentLetter.
      * the student master has a name and no postal address
             MOVE StudName TO FormattedName
             MOVE SPACE TO StreetAddr
             MOVE SPACE TO City
             MOVE SPACE TO State
             MOVE SPACE TO Zip
             MOVE StudID TO LtrIDNum
             PERFORM EmitLetter.

          WriteLetterPage.
             WRITE LetterLine FROM PageLine
             WRITE ArchiveLine FROM PageLine.

          PrintOneLetter.
             CALL "NAMEFMT" USING FirstName, NoMiddleName,
                LastName, FormattedName
             MOVE IDNum TO LtrIDNum
             IF PresortMode = 'Y'
                PERFORM QueueLetter
             ELSE
                PERFORM EmitLetter
             END-IF.

          QueueLetter.
      * presorted letters wait on letterpc.tmp for their trays
             MOVE LtrIDNum TO PCIDNum
             MOVE FormattedName TO PCName
             MOVE StreetAddr TO PCStreet
             MOVE City TO PCCity
             MOVE State TO PCState
             MOVE Zip TO PCZip
             WRITE PieceRec
             MOVE 'T' TO PSAction
             MOVE Zip TO PSZip
             CALL "PRESORT" USING PSAction, PSProgName, PSZip,
                PSLevel, PSTray, PSTrayCount.

          EmitLetter.
      * an IDNum of zero is a household letter, which has no
      * single customer to file under
             ADD 1 TO LetterCount
             MOVE SPACE TO PageLine
             EVALUATE TRUE
                WHEN SelectMode = 4
                   STRING "=STUD " DELIMITED BY SIZE
                      StudID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RunDate DELIMITED BY SIZE
                      INTO PageLine
                   END-STRING
                WHEN LtrIDNum = ZERO
                   STRING "=CUST 00000 " DELIMITED BY SIZE
                      RunDate DELIMITED BY SIZE
                      " HOUSEHOLD" DELIMITED BY SIZE
                      INTO PageLine
                   END-STRING
                WHEN OTHER
                   STRING "=CUST " DELIMITED BY SIZE
                      LtrIDNum DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RunDate DELIMITED BY SIZE
                      INTO PageLine
                   END-STRING
             END-EVALUATE
             WRITE ArchiveLine FROM PageLine
             IF SelectMode = 4
                MOVE SPACE TO CityLine
             ELSE
                CALL "ADDRFMT" USING NoStreet, City, State, Zip,
                   AddrBlock
                MOVE AddrLine1 TO CityLine
             END-IF
             IF LetterCount > 1
                MOVE ALL "-" TO WorkLine
                MOVE WorkLine TO PageLine
                VARYING TplSub FROM 1 BY 1
                UNTIL TplSub > TplCount.

          PresortLetters.
      * the letters are merged in tray order, each tray behind its
      * tag page; the statement totals what was tallied
             SORT TrayWork ON ASCENDING KEY TWLevel, TWTray, TWZip
                INPUT PROCEDURE IS QualifyPieces
                OUTPUT PROCEDURE IS PrintTrays
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
                      MOVE PCIDNum TO TWIDNum
                      MOVE PCName TO TWName
                      MOVE PCStreet TO TWStreet
                      MOVE PCCity TO TWCity
                      MOVE PCState TO TWState
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
                      MOVE TWIDNum TO LtrIDNum
                      MOVE TWName TO FormattedName
                      MOVE TWStreet TO StreetAddr
                      MOVE TWCity TO City
                      MOVE TWState TO State
                      MOVE TWZip TO Zip
                      PERFORM EmitLetter
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
             MOVE ALL "=" TO WorkLine
             WRITE LetterLine FROM WorkLine
             MOVE SPACE TO WorkLine
             STRING "TRAY " DELIMITED BY SIZE
                TrayNumber DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                FUNCTION TRIM(TrayLevelName) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                TWTray DELIMITED BY SIZE
                "  PIECES " DELIMITED BY SIZE
                TWTrayCount DELIMITED BY SIZE
                INTO WorkLine
             END-STRING
             WRITE LetterLine FROM WorkLine
             MOVE ALL "=" TO WorkLine
             WRITE LetterLine FROM WorkLine.

          PrintTemplateLine.
             MOVE TplLine(TplSub) TO WorkLine
             PERFORM SubstituteName
             PERFORM SubstituteStreet
             PERFORM SubstituteCityLine
             PERFORM SubstituteDate
             IF SelectMode = 4
                PERFORM SubstituteStudentMarks
             END-IF
             MOVE WorkLine TO PageLine
             PERFORM WriteLetterPage.

                END-STRING
             END-IF.

          SubstituteStudentMarks.
             MOVE "[STUDID]" TO MarkName
             MOVE 8 TO MarkLen
             MOVE StudID TO MarkValue
             PERFORM SubstituteMarker
             MOVE "[TERM]" TO MarkName
             MOVE 6 TO MarkLen
             MOVE StudStandTerm TO MarkValue
             PERFORM SubstituteMarker
             MOVE "[GPA]" TO MarkName
             MOVE 5 TO MarkLen
             MOVE StudGPA TO StudGPADisp
             MOVE StudGPADisp TO MarkValue
             PERFORM SubstituteMarker
             MOVE "[TERMGPA]" TO MarkName
             MOVE 9 TO MarkLen
             MOVE StudTermGPA TO StudGPADisp
             MOVE StudGPADisp TO MarkValue
             PERFORM SubstituteMarker
             MOVE "[STANDING]" TO MarkName
             MOVE 10 TO MarkLen
             EVALUATE TRUE
                WHEN StandWarning
                   MOVE "academic warning" TO MarkValue
                WHEN StandProbation
                   MOVE "academic probation" TO MarkValue
                WHEN StandDismissed
                   MOVE "academic dismissal" TO MarkValue
                WHEN OTHER
                   MOVE "good standing" TO MarkValue
             END-EVALUATE
             PERFORM SubstituteMarker.

          SubstituteMarker.
      * the student markers all merge the same way: MarkName is the
      * marker, MarkLen its length, MarkValue what replaces it
             MOVE ZERO TO MarkTally
             INSPECT WorkLine TALLYING MarkTally
                FOR ALL MarkName(1:MarkLen)
             IF MarkTally > ZERO
                MOVE SPACE TO Part1
                MOVE SPACE TO Part2
                MOVE ZERO TO Part1Len
                UNSTRING WorkLine DELIMITED BY MarkName(1:MarkLen)
                   INTO Part1 COUNT IN Part1Len, Part2
                END-UNSTRING
                MOVE SPACE TO WorkLine
                MOVE 1 TO MergePtr
                IF Part1Len > ZERO
                   STRING Part1(1:Part1Len) DELIMITED BY SIZE
                      INTO WorkLine
                      WITH POINTER MergePtr
                   END-STRING
                END-IF
                STRING FUNCTION TRIM(MarkValue)
                   DELIMITED BY SIZE
                   Part2 DELIMITED BY SIZE
                   INTO WorkLine
                   WITH POINTER MergePtr
                END-STRING
             END-IF.

          SubstituteDate.
             MOVE ZERO TO MarkTally
             INSPECT WorkLine TALLYING MarkTally FOR ALL "[DATE]"
