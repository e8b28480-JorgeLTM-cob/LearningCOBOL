       IDENTIFICATION DIVISION.
          PROGRAM-ID.   audvfy.
          AUTHOR.      Brownies.
          DATE-WRITTEN December 4th, 2021.
      * Modification History
      *   2021-12-04 Brownies - new program: verifies the tamper
      *              chain on the audit trail, in the custvfy mold,
      *              for the outside auditors' completeness question.
      *              Walks every archive on the audcut index
      *              audarchx.txt in the order cut, then the live
      *              audit.txt, and checks each entry's AuditSeq
      *              follows the one before (GAP when numbers are
      *              missing, ORDER when one repeats or runs back)
      *              and its AuditCheck is the AUDHASH value of the
      *              entry folded into the previous check (ALTERED
      *              when it is not).  An unchained entry after the
      *              chain began is an insertion (INSERTED); those
      *              before it are the pre-chain trail and are only
      *              counted.  An archive's TRAILER count must match
      *              what it holds, and the last entry must agree
      *              with the chain-control file audchain.txt, so
      *              lines cut off the bottom of audit.txt show as
      *              TAIL.  Report goes to AuditVerify.txt; start and
      *              end go to the common job log; any finding ends
      *              with RETURN-CODE 8.  Run by the nightly chain
      *              and by audcut after every cutover.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL AudIndexFile ASSIGN TO "audarchx.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL VerifyFile ASSIGN DYNAMIC VerifyFileName
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL ChainFile ASSIGN TO "audchain.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO "AuditVerify.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD AudIndexFile.
                01 AudIndexData.
                   02 AXFileName PIC X(30).
                   02 AXCutMonth PIC 9(6).
                   02 AXCount    PIC 9(7).
                   02 AXFirstSeq PIC 9(9).
                   02 AXLastSeq  PIC 9(9).
                   02 AXRunDate  PIC X(8).
             FD VerifyFile.
                COPY AUDREC.
             FD ChainFile.
                01 ChainData.
                   02 CHLastSeq   PIC 9(9).
                   02 CHLastCheck PIC 9(9).
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 VerifyFileName PIC X(30).
             01 IndexEOF     PIC X VALUE 'N'.
             01 VerifyEOF    PIC X.
             01 ChainFound   PIC X.
             01 ArchMode     PIC X.
             01 TrailerSeen  PIC X.
             01 ChainStarted PIC X VALUE 'N'.
             01 ExpectSeq    PIC 9(9) VALUE 1.
             01 PrevCheck    PIC 9(9) VALUE ZERO.
             01 WorkCheck    PIC 9(9).
             01 TrailerCount PIC 9(7).
             01 FileEntries  PIC 9(7).
             01 FileLine     PIC 9(7).
             01 FileCount    PIC 9(5) VALUE ZERO.
             01 EntryCount   PIC 9(9) VALUE ZERO.
             01 ChainedCount PIC 9(9) VALUE ZERO.
             01 LegacyCount  PIC 9(9) VALUE ZERO.
             01 GapCount     PIC 9(7) VALUE ZERO.
             01 OrderCount   PIC 9(7) VALUE ZERO.
             01 AlterCount   PIC 9(7) VALUE ZERO.
             01 InsertCount  PIC 9(7) VALUE ZERO.
             01 FileBadCount PIC 9(7) VALUE ZERO.
             01 TailCount    PIC 9(7) VALUE ZERO.
             01 ProblemCount PIC 9(7) VALUE ZERO.
             01 LastSeq      PIC 9(9).
             01 ProbSeq      PIC 9(9).
             01 ProbType     PIC X(9).
             01 ProbText     PIC X(50).
             01 SeqDisp      PIC Z(8)9.
             01 SeqDisp2     PIC Z(8)9.
             01 CountDisp    PIC Z(8)9.
             01 RunDate      PIC X(8).
             01 LineBuffer   PIC X(100).
             01 JLProgName PIC X(12) VALUE "audvfy".
             01 JLPhase    PIC X(5).
             01 JLReadCt   PIC 9(7).
             01 JLWriteCt  PIC 9(7).
             01 JLRejCt    PIC 9(7).
             01 JLFinal    PIC X(8).
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
             OPEN OUTPUT ReportFile
             PERFORM PrintHeadings
      * the archives first, in the order audcut cut them, then
      * the live trail - that is the order the chain was written
             MOVE 'Y' TO ArchMode
             OPEN INPUT AudIndexFile
             PERFORM UNTIL IndexEOF = 'Y'
                READ AudIndexFile
                   AT END MOVE 'Y' TO IndexEOF
                   NOT AT END
                      MOVE AXFileName TO VerifyFileName
                      PERFORM VerifyOneFile
                END-READ
             END-PERFORM
             CLOSE AudIndexFile
             MOVE 'N' TO ArchMode
             MOVE "audit.txt" TO VerifyFileName
             PERFORM VerifyOneFile
             PERFORM CheckTail
             COMPUTE ProblemCount = GapCount + OrderCount
                + AlterCount + InsertCount + FileBadCount
                + TailCount
             PERFORM PrintTotals
             CLOSE ReportFile
             DISPLAY "Files checked   : " FileCount
             DISPLAY "Chained entries : " ChainedCount
             DISPLAY "Findings        : " ProblemCount
             DISPLAY "Report written to AuditVerify.txt"
             MOVE "END" TO JLPhase
             MOVE EntryCount TO JLReadCt
             MOVE ChainedCount TO JLWriteCt
             MOVE ProblemCount TO JLRejCt
             IF ProblemCount > ZERO
                MOVE "FAIL" TO JLFinal
             ELSE
                MOVE "OK" TO JLFinal
             END-IF
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
             IF ProblemCount > ZERO
                MOVE 8 TO RETURN-CODE
             END-IF
          STOP RUN.

          PrintHeadings.
             MOVE SPACE TO LineBuffer
             STRING "Audit Trail Chain Verification     Date: "
                DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Finding   File                 Line    "
                DELIMITED BY SIZE
                "      Seq  Detail" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          VerifyOneFile.
             ADD 1 TO FileCount
             MOVE ZERO TO FileEntries
             MOVE ZERO TO FileLine
             MOVE 'N' TO TrailerSeen
             MOVE 'N' TO VerifyEOF
             OPEN INPUT VerifyFile
             PERFORM UNTIL VerifyEOF = 'Y'
                READ VerifyFile
                   AT END MOVE 'Y' TO VerifyEOF
                   NOT AT END
                      ADD 1 TO FileLine
                      PERFORM VerifyOneEntry
                END-READ
             END-PERFORM
             CLOSE VerifyFile
             IF ArchMode = 'Y'
                PERFORM CheckArchiveFile
             END-IF.

          CheckArchiveFile.
             MOVE ZERO TO ProbSeq
             IF FileEntries = ZERO AND AXCount > ZERO
                ADD 1 TO FileBadCount
                MOVE "MISSING" TO ProbType
                MOVE "archive on the index is missing or empty"
                   TO ProbText
                PERFORM PrintProblem
             ELSE
                IF TrailerSeen = 'N'
                   ADD 1 TO FileBadCount
                   MOVE "TRAILER" TO ProbType
                   MOVE "archive has no TRAILER line - cut short"
                      TO ProbText
                   PERFORM PrintProblem
                END-IF
                IF FileEntries NOT = AXCount
                   ADD 1 TO FileBadCount
                   MOVE "COUNT" TO ProbType
                   MOVE "entry count differs from the archive index"
                      TO ProbText
                   PERFORM PrintProblem
                END-IF
             END-IF.

          VerifyOneEntry.
             IF ArchMode = 'Y' AND AuditAction = "TRAILER"
                PERFORM CheckTrailer
             ELSE
                ADD 1 TO FileEntries
                ADD 1 TO EntryCount
                IF AuditSeq NOT NUMERIC
                   PERFORM NoteUnchained
                ELSE
                   PERFORM CheckChainedEntry
                END-IF
             END-IF.

          CheckTrailer.
             MOVE 'Y' TO TrailerSeen
             MOVE ZERO TO TrailerCount
             IF AuditTimeStamp(1:7) NUMERIC
                MOVE AuditTimeStamp(1:7) TO TrailerCount
             END-IF
             IF TrailerCount NOT = FileEntries
                ADD 1 TO FileBadCount
                MOVE ZERO TO ProbSeq
                MOVE "TRAILER" TO ProbType
                MOVE "TRAILER count differs from the entries above"
                   TO ProbText
                PERFORM PrintProblem
             END-IF.

          NoteUnchained.
      * entries from before the chain are expected at the very
      * start; one turning up later was put in by hand
             IF ChainStarted = 'N'
                ADD 1 TO LegacyCount
             ELSE
                ADD 1 TO InsertCount
                MOVE ZERO TO ProbSeq
                MOVE "INSERTED" TO ProbType
                MOVE "entry with no chain number inside the chain"
                   TO ProbText
                PERFORM PrintProblem
             END-IF.

          CheckChainedEntry.
             ADD 1 TO ChainedCount
             MOVE 'Y' TO ChainStarted
             MOVE AuditSeq TO ProbSeq
             EVALUATE TRUE
                WHEN AuditSeq = ExpectSeq
                   CALL "AUDHASH" USING AuditChained, PrevCheck,
                      WorkCheck
                   IF WorkCheck NOT = AuditCheck
                      ADD 1 TO AlterCount
                      MOVE "ALTERED" TO ProbType
                      MOVE "check value wrong - this or the prior entry"
                         TO ProbText
                      PERFORM PrintProblem
                   END-IF
                WHEN AuditSeq > ExpectSeq
                   ADD 1 TO GapCount
                   MOVE ExpectSeq TO SeqDisp2
                   MOVE "GAP" TO ProbType
                   MOVE SPACE TO ProbText
                   STRING "entries from " DELIMITED BY SIZE
                      SeqDisp2 DELIMITED BY SIZE
                      " up to this one missing" DELIMITED BY SIZE
                      INTO ProbText
                   END-STRING
                   PERFORM PrintProblem
                WHEN OTHER
                   ADD 1 TO OrderCount
                   MOVE "ORDER" TO ProbType
                   MOVE "chain number repeats or runs backward"
                      TO ProbText
                   PERFORM PrintProblem
             END-EVALUATE
      * carry on from this entry's own values so one bad line is
      * reported once, not on every line after it
             COMPUTE ExpectSeq = AuditSeq + 1
             MOVE AuditCheck TO PrevCheck.

          CheckTail.
             MOVE 'N' TO ChainFound
             OPEN INPUT ChainFile
             READ ChainFile
                AT END MOVE 'N' TO ChainFound
                NOT AT END MOVE 'Y' TO ChainFound
             END-READ
             CLOSE ChainFile
             MOVE "audchain.txt" TO VerifyFileName
             MOVE ZERO TO FileLine
             COMPUTE LastSeq = ExpectSeq - 1
             MOVE LastSeq TO ProbSeq
             EVALUATE TRUE
                WHEN ChainFound = 'N'
                   IF ChainStarted = 'Y'
                      ADD 1 TO TailCount
                      MOVE "TAIL" TO ProbType
                      MOVE "chain-control file audchain.txt missing"
                         TO ProbText
                      PERFORM PrintProblem
                   END-IF
                WHEN CHLastSeq NOT = LastSeq
                   ADD 1 TO TailCount
                   MOVE CHLastSeq TO SeqDisp2
                   MOVE "TAIL" TO ProbType
                   MOVE SPACE TO ProbText
                   STRING "trail ends short of the last entry "
                      DELIMITED BY SIZE
                      SeqDisp2 DELIMITED BY SIZE
                      INTO ProbText
                   END-STRING
                   PERFORM PrintProblem
                WHEN CHLastCheck NOT = PrevCheck
                   ADD 1 TO TailCount
                   MOVE "TAIL" TO ProbType
                   MOVE "last check value differs from audchain.txt"
                      TO ProbText
                   PERFORM PrintProblem
             END-EVALUATE.

          PrintProblem.
             MOVE ProbSeq TO SeqDisp
             MOVE SPACE TO LineBuffer
             STRING ProbType DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                VerifyFileName(1:20) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FileLine DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                SeqDisp DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                ProbText DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          PrintTotals.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE FileCount TO CountDisp
             MOVE SPACE TO LineBuffer
             STRING "Files checked       " DELIMITED BY SIZE
                CountDisp DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE ChainedCount TO CountDisp
             MOVE SPACE TO LineBuffer
             STRING "Chained entries     " DELIMITED BY SIZE
                CountDisp DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE LegacyCount TO CountDisp
             MOVE SPACE TO LineBuffer
             STRING "Pre-chain entries   " DELIMITED BY SIZE
                CountDisp DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Gaps: " DELIMITED BY SIZE
                GapCount DELIMITED BY SIZE
                "  Order: " DELIMITED BY SIZE
                OrderCount DELIMITED BY SIZE
                "  Altered: " DELIMITED BY SIZE
                AlterCount DELIMITED BY SIZE
                "  Inserted: " DELIMITED BY SIZE
                InsertCount DELIMITED BY SIZE
                "  File: " DELIMITED BY SIZE
                FileBadCount DELIMITED BY SIZE
                "  Tail: " DELIMITED BY SIZE
                TailCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             IF ProblemCount = ZERO
                MOVE "AUDIT CHAIN IS INTACT" TO LineBuffer
             ELSE
                MOVE "AUDIT CHAIN IS BROKEN" TO LineBuffer
             END-IF
             WRITE ReportLine FROM LineBuffer.
