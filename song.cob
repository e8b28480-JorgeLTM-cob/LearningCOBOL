      *              the files it appears in with per-file counts,
      *              first eight files kept with a (more) mark -
      *              goes to combined.txt beside concordance.txt.
      *   2021-12-12 Brownies - song structure: every line is kept,
      *              lower-cased and trimmed of punctuation, and the
      *              song is split into sections at blank lines and
      *              at each return of the longest repeated run of
      *              lines.  Sections that repeat are the chorus (the
      *              run itself, or failing that the block sung most
      *              often) and refrains R1, R2...; the rest are
      *              verses V1, V2..., or B for a bridge - a one-off
      *              of a different length from the first verse that
      *              falls between later choruses.  The structure
      *              line (e.g. V1 C V2 C B C), repeat counts and the
      *              repeated lines are shown, and in batch mode the
      *              structure goes on each file's history line.  A
      *              new option takes the word statistics and top-N
      *              list from unique lines only, so a chorus sung
      *              five times no longer swamps the frequencies.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             FD SONG.
                01 ALINE PIC X(70).
             FD HistoryFile.
                01 HistoryLine PIC X(800).
             FD FileListFile.
                01 FileListLine PIC X(100).
             FD ConcordFile.
             01 LineSub        PIC 9(2).
             01 ConcordBuf     PIC X(100).
             01 ConcordPtr     PIC 9(3).
             01 UniqueLines    PIC X VALUE 'N'.
             01 NormLine       PIC X(70).
             01 RepeatLine     PIC X.
             01 SkippedLines   PIC 9(4) VALUE ZERO.
             01 SongLineTable.
                02 SongLineEntry OCCURS 400 TIMES.
                   03 SLText   PIC X(70).
                   03 SLRepeat PIC X.
             01 SongLineCount  PIC 9(3) VALUE ZERO.
             01 SongLineFull   PIC X VALUE 'N'.
             01 SLSub          PIC 9(3).
             01 SectTable.
                02 SectEntry OCCURS 100 TIMES.
                   03 SCStart  PIC 9(3).
                   03 SCLen    PIC 9(3).
                   03 SCChorus PIC X.
                   03 SCGroup  PIC 9(3).
                   03 SCLabel  PIC X(4).
             01 SectCount      PIC 9(3) VALUE ZERO.
             01 SectSub        PIC 9(3).
             01 SectSub2       PIC 9(3).
             01 GroupTable.
                02 GroupEntry OCCURS 100 TIMES.
                   03 GRCount  PIC 9(3).
                   03 GRFirst  PIC 9(3).
                   03 GRLabel  PIC X(4).
             01 GroupCount     PIC 9(3).
             01 GroupSub       PIC 9(3).
             01 ChorusStart    PIC 9(3).
             01 ChorusLen      PIC 9(3).
             01 ChorusGroup    PIC 9(3).
             01 ChorusTimes    PIC 9(3).
             01 ChorusLines    PIC 9(3).
             01 ChorusSeen     PIC 9(3).
             01 LastChorusSect PIC 9(3).
             01 VerseNum       PIC 9(3).
             01 RefrainNum     PIC 9(3).
             01 FirstVerseLen  PIC 9(3).
             01 LabelNum       PIC ZZ9.
             01 RunI           PIC 9(3).
             01 RunJ           PIC 9(3).
             01 RunFrom        PIC 9(3).
             01 RunA           PIC 9(3).
             01 RunB           PIC 9(3).
             01 RunLen         PIC 9(3).
             01 RunStop        PIC X.
             01 ScanPos        PIC 9(4).
             01 AtChorus       PIC X.
             01 SectEnd        PIC X.
             01 SameSect       PIC X.
             01 StructBuf      PIC X(200).
             01 StructPtr      PIC 9(3).
             01 StructLen      PIC 9(3).
             01 HistStruct     PIC X(200).
             01 RepTable.
                02 RepEntry OCCURS 20 TIMES.
                   03 RLLine   PIC 9(3).
                   03 RLCount  PIC 9(3).
             01 RepLineCount   PIC 9(3).
             01 RepSub         PIC 9(3).
             01 RepTally       PIC 9(3).
       PROCEDURE DIVISION.
          MainLine.
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             DISPLAY "How many top words to list (01-99): "
                WITH NO ADVANCING.
             ACCEPT TopN.
             DISPLAY "Word statistics on unique lines only (repeats "
                "skipped)? (Y/N): " WITH NO ADVANCING.
             ACCEPT UniqueLines.
             DISPLAY "Write a concordance report? (Y/N): "
                WITH NO ADVANCING.
             ACCEPT WantConcord.
             MOVE 'N' TO WordTableFull
             MOVE ZERO TO LineNum
             MOVE ZERO TO StopHits
             MOVE ZERO TO SkippedLines
             MOVE ZERO TO SongLineCount
             MOVE 'N' TO SongLineFull
             MOVE 'N' TO EOF
             OPEN INPUT SONG
             PERFORM LESEN WITH TEST AFTER UNTIL EOF = 'Y'
             CLOSE SONG
             PERFORM AnalyseStructure
             IF TOTWOR > ZERO
                COMPUTE PERCENT = 100 * TOTREP / TOTWOR
             ELSE
             IF BatchMode = 'Y'
                DISPLAY FUNCTION TRIM(SongFileName) "  "
                   TOTREP "  " TOTWOR "  " RESULT "%"
                DISPLAY "  structure: " FUNCTION TRIM(StructBuf)
             ELSE
                IF UniqueLines = 'Y'
                   DISPLAY "Word statistics cover unique lines only - "
                      SkippedLines " repeated lines left out"
                END-IF
                DISPLAY "The number of words in the song is: " TOTWOR
                DISPLAY "Search word counts:"
                PERFORM ShowOnePatCount VARYING PatSub FROM 1 BY 1
                   DISPLAY "Stop-word occurrences excluded: " StopHits
                END-IF
                PERFORM ShowTopWords
                PERFORM ShowStructure
             END-IF
             IF WantConcord = 'Y'
                PERFORM WriteConcordance
                AT END MOVE 'Y' TO EOF
                NOT AT END
                   ADD 1 TO LineNum
                   PERFORM StoreSongLine
                   IF RepeatLine = 'Y' AND UniqueLines = 'Y'
                      ADD 1 TO SkippedLines
                   ELSE
                      PERFORM CountOneLine
                   END-IF
             END-READ.

          CountOneLine.
             MOVE ZERO TO REP
             MOVE ZERO TO BLANKS
             MOVE ZERO TO TOTCHAR
             MOVE ZERO TO I
             IF CaseSensitive NOT = 'Y'
                MOVE FUNCTION LOWER-CASE(MYLINE) TO MYLINE
             END-IF
             IF WholeWordOnly NOT = 'Y'
                PERFORM TallyOnePattern
                   VARYING PatSub FROM 1 BY 1
                   UNTIL PatSub > PatCount
             END-IF
             INSPECT MYLINE TALLYING BLANKS FOR ALL SPACES
             COMPUTE TOTCHAR = 70 - BLANKS
             COMPUTE WordLineLen =
                FUNCTION LENGTH(FUNCTION TRIM(MYLINE TRAILING))
             MOVE 1 TO WordPtr
             PERFORM AUFSPALTEN WITH TEST BEFORE
                UNTIL WordPtr > WordLineLen
             ADD I TO TOTWOR.

          StoreSongLine.
      * every line is kept lower-cased, without its leading blanks
      * or trailing punctuation, for the structure pass; a line
      * already in the table is flagged as a repeat
             MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(MYLINE LEADING))
                TO AWORD
             COMPUTE TrailIdx = FUNCTION LENGTH(FUNCTION TRIM(AWORD))
             PERFORM StripTrailingPunct WITH TEST BEFORE
                UNTIL TrailIdx = ZERO
             MOVE AWORD TO NormLine
             MOVE 'N' TO RepeatLine
             IF NormLine NOT = SPACE
                PERFORM VARYING SLSub FROM 1 BY 1
                   UNTIL SLSub > SongLineCount OR RepeatLine = 'Y'
                   IF SLText(SLSub) = NormLine
                      MOVE 'Y' TO RepeatLine
                   END-IF
                END-PERFORM
             END-IF
             IF SongLineCount < 400
                ADD 1 TO SongLineCount
                MOVE NormLine TO SLText(SongLineCount)
                MOVE RepeatLine TO SLRepeat(SongLineCount)
             ELSE
                IF SongLineFull NOT = 'Y'
                   DISPLAY "Line table full at 400 lines - the song "
                      "structure covers the first 400 only"
                   MOVE 'Y' TO SongLineFull
                END-IF
             END-IF.

          AnalyseStructure.
             MOVE ZERO TO ChorusStart
             MOVE ZERO TO ChorusLen
             MOVE ZERO TO SectCount
             PERFORM FindChorusRun VARYING RunI FROM 1 BY 1
                UNTIL RunI > SongLineCount
             MOVE 1 TO ScanPos
             PERFORM SplitOneSection WITH TEST BEFORE
                UNTIL ScanPos > SongLineCount
             MOVE ZERO TO GroupCount
             PERFORM GroupOneSection VARYING SectSub FROM 1 BY 1
                UNTIL SectSub > SectCount
             PERFORM LabelSections
             PERFORM BuildStructLine
             PERFORM CountRepeatedLines.

          FindChorusRun.
      * the chorus is taken as the longest run of two or more
      * lines that comes back later in the song, the earliest
      * such run winning a tie
             IF SLText(RunI) NOT = SPACE
                COMPUTE RunFrom = RunI + 1
                PERFORM TryRunPair VARYING RunJ FROM RunFrom BY 1
                   UNTIL RunJ > SongLineCount
             END-IF.

          TryRunPair.
             IF SLText(RunJ) = SLText(RunI)
                MOVE ZERO TO RunLen
                MOVE 'N' TO RunStop
                PERFORM ExtendRun WITH TEST BEFORE
                   UNTIL RunStop = 'Y'
                IF RunLen > 1 AND RunLen > ChorusLen
                   MOVE RunLen TO ChorusLen
                   MOVE RunI TO ChorusStart
                END-IF
             END-IF.

          ExtendRun.
             COMPUTE RunA = RunI + RunLen
             COMPUTE RunB = RunJ + RunLen
             IF RunA >= RunJ OR RunB > SongLineCount
                MOVE 'Y' TO RunStop
             ELSE
                IF SLText(RunA) = SPACE
                   OR SLText(RunA) NOT = SLText(RunB)
                   MOVE 'Y' TO RunStop
                ELSE
                   ADD 1 TO RunLen
                END-IF
             END-IF.

          SplitOneSection.
      * a section runs to the next blank line or the next return
      * of the chorus run, whichever comes first
             IF SLText(ScanPos) = SPACE
                ADD 1 TO ScanPos
             ELSE
                IF SectCount = 100
                   COMPUTE ScanPos = SongLineCount + 1
                ELSE
                   ADD 1 TO SectCount
                   MOVE ScanPos TO SCStart(SectCount)
                   PERFORM CheckChorusAt
                   IF AtChorus = 'Y'
                      MOVE 'Y' TO SCChorus(SectCount)
                      MOVE ChorusLen TO SCLen(SectCount)
                      ADD ChorusLen TO ScanPos
                   ELSE
                      MOVE 'N' TO SCChorus(SectCount)
                      MOVE ZERO TO SCLen(SectCount)
                      MOVE 'N' TO SectEnd
                      PERFORM ExtendSection WITH TEST BEFORE
                         UNTIL SectEnd = 'Y'
                   END-IF
                END-IF
             END-IF.

          ExtendSection.
             ADD 1 TO SCLen(SectCount)
             ADD 1 TO ScanPos
             IF ScanPos > SongLineCount
                MOVE 'Y' TO SectEnd
             ELSE
                IF SLText(ScanPos) = SPACE
                   MOVE 'Y' TO SectEnd
                ELSE
                   PERFORM CheckChorusAt
                   MOVE AtChorus TO SectEnd
                END-IF
             END-IF.

          CheckChorusAt.
             MOVE 'N' TO AtChorus
             IF ChorusLen > ZERO
                AND ScanPos + ChorusLen - 1 <= SongLineCount
                MOVE 'Y' TO AtChorus
                PERFORM VARYING RunLen FROM 0 BY 1
                   UNTIL RunLen >= ChorusLen OR AtChorus = 'N'
                   COMPUTE RunA = ChorusStart + RunLen
                   COMPUTE RunB = ScanPos + RunLen
                   IF SLText(RunA) NOT = SLText(RunB)
                      MOVE 'N' TO AtChorus
                   END-IF
                END-PERFORM
             END-IF.

          GroupOneSection.
      * sections with the same lines share a group, numbered in
      * order of first appearance
             MOVE ZERO TO SCGroup(SectSub)
             PERFORM VARYING SectSub2 FROM 1 BY 1
                UNTIL SectSub2 >= SectSub OR SCGroup(SectSub) > ZERO
                PERFORM CompareSections
                IF SameSect = 'Y'
                   MOVE SCGroup(SectSub2) TO SCGroup(SectSub)
                END-IF
             END-PERFORM
             IF SCGroup(SectSub) = ZERO
                ADD 1 TO GroupCount
                MOVE GroupCount TO SCGroup(SectSub)
                MOVE ZERO TO GRCount(GroupCount)
                MOVE SectSub TO GRFirst(GroupCount)
                MOVE SPACE TO GRLabel(GroupCount)
             END-IF
             ADD 1 TO GRCount(SCGroup(SectSub)).

          CompareSections.
             MOVE 'N' TO SameSect
             IF SCLen(SectSub2) = SCLen(SectSub)
                MOVE 'Y' TO SameSect
                PERFORM VARYING RunLen FROM 0 BY 1
                   UNTIL RunLen >= SCLen(SectSub) OR SameSect = 'N'
                   COMPUTE RunA = SCStart(SectSub2) + RunLen
                   COMPUTE RunB = SCStart(SectSub) + RunLen
                   IF SLText(RunA) NOT = SLText(RunB)
                      MOVE 'N' TO SameSect
                   END-IF
                END-PERFORM
             END-IF.

          LabelSections.
             MOVE ZERO TO ChorusGroup
             PERFORM VARYING SectSub FROM 1 BY 1
                UNTIL SectSub > SectCount OR ChorusGroup > ZERO
                IF SCChorus(SectSub) = 'Y'
                   MOVE SCGroup(SectSub) TO ChorusGroup
                END-IF
             END-PERFORM
             IF ChorusGroup = ZERO
                PERFORM VARYING GroupSub FROM 1 BY 1
                   UNTIL GroupSub > GroupCount
                   IF GRCount(GroupSub) > 1
                      IF ChorusGroup = ZERO
                         MOVE GroupSub TO ChorusGroup
                      ELSE
                         IF GRCount(GroupSub) > GRCount(ChorusGroup)
                            MOVE GroupSub TO ChorusGroup
                         END-IF
                      END-IF
                   END-IF
                END-PERFORM
             END-IF
             MOVE ZERO TO ChorusTimes
             MOVE ZERO TO ChorusLines
             MOVE ZERO TO LastChorusSect
             IF ChorusGroup > ZERO
                MOVE GRCount(ChorusGroup) TO ChorusTimes
                MOVE SCLen(GRFirst(ChorusGroup)) TO ChorusLines
                PERFORM VARYING SectSub FROM 1 BY 1
                   UNTIL SectSub > SectCount
                   IF SCGroup(SectSub) = ChorusGroup
                      MOVE SectSub TO LastChorusSect
                   END-IF
                END-PERFORM
             END-IF
             MOVE ZERO TO VerseNum
             MOVE ZERO TO RefrainNum
             MOVE ZERO TO ChorusSeen
             MOVE ZERO TO FirstVerseLen
             PERFORM LabelOneSection VARYING SectSub FROM 1 BY 1
                UNTIL SectSub > SectCount.

          LabelOneSection.
             MOVE SCGroup(SectSub) TO GroupSub
             MOVE SPACE TO SCLabel(SectSub)
             EVALUATE TRUE
                WHEN GroupSub = ChorusGroup
                   MOVE "C" TO SCLabel(SectSub)
                   ADD 1 TO ChorusSeen
                WHEN GRCount(GroupSub) > 1
                   IF GRLabel(GroupSub) = SPACE
                      ADD 1 TO RefrainNum
                      MOVE RefrainNum TO LabelNum
                      STRING "R" DELIMITED BY SIZE
                         FUNCTION TRIM(LabelNum) DELIMITED BY SIZE
                         INTO GRLabel(GroupSub)
                      END-STRING
                   END-IF
                   MOVE GRLabel(GroupSub) TO SCLabel(SectSub)
                WHEN ChorusSeen > 1 AND SectSub < LastChorusSect
                   AND SCLen(SectSub) NOT = FirstVerseLen
                   MOVE "B" TO SCLabel(SectSub)
                WHEN OTHER
                   ADD 1 TO VerseNum
                   IF VerseNum = 1
                      MOVE SCLen(SectSub) TO FirstVerseLen
                   END-IF
                   MOVE VerseNum TO LabelNum
                   STRING "V" DELIMITED BY SIZE
                      FUNCTION TRIM(LabelNum) DELIMITED BY SIZE
                      INTO SCLabel(SectSub)
                   END-STRING
             END-EVALUATE.

          BuildStructLine.
             MOVE SPACE TO StructBuf
             MOVE 1 TO StructPtr
             PERFORM VARYING SectSub FROM 1 BY 1
                UNTIL SectSub > SectCount OR StructPtr > 190
                STRING FUNCTION TRIM(SCLabel(SectSub))
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO StructBuf
                   WITH POINTER StructPtr
                END-STRING
             END-PERFORM
             IF SectSub <= SectCount
                STRING "..." DELIMITED BY SIZE
                   INTO StructBuf
                   WITH POINTER StructPtr
                END-STRING
             END-IF
             IF SectCount = ZERO
                MOVE "(no lyrics)" TO StructBuf
             END-IF
      * the history copy is hyphen-joined so it stays one field
             MOVE StructBuf TO HistStruct
             COMPUTE StructLen =
                FUNCTION LENGTH(FUNCTION TRIM(StructBuf TRAILING))
             INSPECT HistStruct(1:StructLen)
                REPLACING ALL SPACE BY "-".

          CountRepeatedLines.
             MOVE ZERO TO RepLineCount
             PERFORM VARYING SLSub FROM 1 BY 1
                UNTIL SLSub > SongLineCount
                IF SLRepeat(SLSub) = 'N' AND SLText(SLSub) NOT = SPACE
                   MOVE ZERO TO RepTally
                   PERFORM VARYING RunJ FROM SLSub BY 1
                      UNTIL RunJ > SongLineCount
                      IF SLText(RunJ) = SLText(SLSub)
                         ADD 1 TO RepTally
                      END-IF
                   END-PERFORM
                   IF RepTally > 1
                      ADD 1 TO RepLineCount
                      IF RepLineCount <= 20
                         MOVE SLSub TO RLLine(RepLineCount)
                         MOVE RepTally TO RLCount(RepLineCount)
                      END-IF
                   END-IF
                END-IF
             END-PERFORM.

          ShowStructure.
             DISPLAY "Song structure: " FUNCTION TRIM(StructBuf)
             PERFORM VARYING SectSub FROM 1 BY 1
                UNTIL SectSub > SectCount
                COMPUTE RunA = SCStart(SectSub) + SCLen(SectSub) - 1
                DISPLAY "  " SCLabel(SectSub) " lines "
                   SCStart(SectSub) "-" RunA "  "
                   SLText(SCStart(SectSub))(1:45)
             END-PERFORM
             IF ChorusGroup > ZERO
                DISPLAY "Chorus C: " ChorusLines " lines, sung "
                   ChorusTimes " times"
             ELSE
                DISPLAY "No repeated section - no chorus found"
             END-IF
             PERFORM VARYING GroupSub FROM 1 BY 1
                UNTIL GroupSub > GroupCount
                IF GRLabel(GroupSub) NOT = SPACE
                   DISPLAY "Refrain " GRLabel(GroupSub) ": "
                      SCLen(GRFirst(GroupSub)) " lines, sung "
                      GRCount(GroupSub) " times"
                END-IF
             END-PERFORM
             DISPLAY "Lines repeated within the song: " RepLineCount
             PERFORM VARYING RepSub FROM 1 BY 1
                UNTIL RepSub > RepLineCount OR RepSub > 20
                DISPLAY "  " RLCount(RepSub) "x  "
                   SLText(RLLine(RepSub))(1:60)
             END-PERFORM.

          AUFSPALTEN.
             MOVE SPACE TO AWORD
             UNSTRING MYLINE DELIMITED BY SPACE
             END-STRING
             PERFORM LogOnePattern VARYING PatSub FROM 1 BY 1
                UNTIL PatSub > PatCount
             IF UniqueLines = 'Y'
                STRING " UNIQUE SKIPPED=" DELIMITED BY SIZE
                   SkippedLines DELIMITED BY SIZE
                   INTO HistoryLine
                   WITH POINTER HistPtr
                END-STRING
             END-IF
             IF BatchMode = 'Y'
                STRING " STRUCT=" DELIMITED BY SIZE
                   FUNCTION TRIM(HistStruct) DELIMITED BY SIZE
                   " CHORUS=" DELIMITED BY SIZE
                   ChorusTimes DELIMITED BY SIZE
                   "x" DELIMITED BY SIZE
                   ChorusLines DELIMITED BY SIZE
                   " REPLINES=" DELIMITED BY SIZE
                   RepLineCount DELIMITED BY SIZE
                   INTO HistoryLine
                   WITH POINTER HistPtr
                END-STRING
             END-IF
             WRITE HistoryLine
             CLOSE HistoryFile.

