       IDENTIFICATION DIVISION.
          PROGRAM-ID.   emailrpt.
          AUTHOR.      Brownies.
          DATE-WRITTEN December 10th, 2021.
      * Modification History
      *   2021-12-10 Brownies - new program: the daily email delivery
      *              report.  Reads the day's lines off emaillog.txt
      *              (EMAILLOG copybook, written by EMAILOUT for every
      *              statement, dunning notice and invoice of a
      *              customer who asked for email) and lists to
      *              EmailDelivery.txt what was queued on the email
      *              spool - emailed only, or emailed and printed -
      *              and what fell back to print and why, with counts
      *              by program and by reason.  The date asked for
      *              defaults to today, which is how the nightly
      *              chain runs it; any fallback ends the run with
      *              the warning return code so the summary shows it.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL EmailLogFile ASSIGN TO "emaillog.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO "EmailDelivery.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD EmailLogFile.
                COPY EMAILLOG.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 ReportDate   PIC 9(8).
             01 LogEOF       PIC X.
             01 PassWanted   PIC X(1).
             01 LineBuffer   PIC X(100).
             01 ReadCount    PIC 9(7) VALUE ZERO.
             01 QueuedCount  PIC 9(5) VALUE ZERO.
             01 BothCount    PIC 9(5) VALUE ZERO.
             01 FallCount    PIC 9(5) VALUE ZERO.
             01 SectionCount PIC 9(5).
             01 RouteDisp    PIC X(11).
             01 ProgTable.
                02 ProgEntry OCCURS 10 TIMES.
                   03 PTName   PIC X(12).
                   03 PTQueued PIC 9(5).
                   03 PTFell   PIC 9(5).
             01 ProgCount    PIC 9(2) VALUE ZERO.
             01 ReasonTable.
                02 ReasonEntry OCCURS 10 TIMES.
                   03 RTText  PIC X(30).
                   03 RTCount PIC 9(5).
             01 ReasonCount  PIC 9(2) VALUE ZERO.
             01 WSSub        PIC 9(2).
             01 FoundSub     PIC 9(2).
             01 JLProgName PIC X(12) VALUE "emailrpt".
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
             DISPLAY "Report date (YYYYMMDD, 0 = today) : "
                WITH NO ADVANCING
             ACCEPT ReportDate
             IF ReportDate NOT NUMERIC OR ReportDate = ZERO
                MOVE FUNCTION CURRENT-DATE(1:8) TO ReportDate
             END-IF
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "EMAIL DELIVERY REPORT  " DELIMITED BY SIZE
                ReportDate(5:2) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                ReportDate(7:2) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                ReportDate(1:4) DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO ReportLine
             WRITE ReportLine
             MOVE "QUEUED FOR EMAIL" TO ReportLine
             WRITE ReportLine
             MOVE 'Q' TO PassWanted
             PERFORM ListOnePass
             MOVE SPACE TO ReportLine
             WRITE ReportLine
             MOVE "FELL BACK TO PRINT" TO ReportLine
             WRITE ReportLine
             MOVE 'P' TO PassWanted
             PERFORM ListOnePass
             PERFORM PrintTotals
             CLOSE ReportFile
             DISPLAY "Queued for email    : " QueuedCount
             DISPLAY "  of those also printed : " BothCount
             DISPLAY "Fell back to print  : " FallCount
             DISPLAY "Report written to EmailDelivery.txt"
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             COMPUTE JLWriteCt = QueuedCount + FallCount
             MOVE FallCount TO JLRejCt
             IF FallCount > ZERO
                MOVE "WARN" TO JLFinal
             ELSE
                MOVE "OK" TO JLFinal
             END-IF
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
             IF FallCount > ZERO
                MOVE 4 TO RETURN-CODE
             END-IF
          STOP RUN.

          ListOnePass.
      * the log is read once for the queued section and once for
      * the fallbacks, so each section comes out in time order
             MOVE ZERO TO SectionCount
             MOVE "Time    Program      ID     Document     Route"
                TO LineBuffer
             MOVE "Address / reason" TO LineBuffer(54:16)
             WRITE ReportLine FROM LineBuffer
             MOVE 'N' TO LogEOF
             OPEN INPUT EmailLogFile
             PERFORM UNTIL LogEOF = 'Y'
                READ EmailLogFile
                   AT END MOVE 'Y' TO LogEOF
                   NOT AT END
                      IF ELDate = ReportDate
                         PERFORM ListOneEntry
                      END-IF
                END-READ
             END-PERFORM
             CLOSE EmailLogFile
             IF SectionCount = ZERO
                MOVE "  (none)" TO ReportLine
                WRITE ReportLine
             END-IF.

          ListOneEntry.
             EVALUATE TRUE
                WHEN PassWanted = 'Q' AND ELEmailOnly
                   MOVE "EMAIL" TO RouteDisp
                   ADD 1 TO QueuedCount
                   PERFORM WriteEntryLine
                WHEN PassWanted = 'Q' AND ELEmailBoth
                   MOVE "EMAIL+PRINT" TO RouteDisp
                   ADD 1 TO QueuedCount
                   ADD 1 TO BothCount
                   PERFORM WriteEntryLine
                WHEN PassWanted = 'P' AND ELFellBack
                   MOVE "PRINT" TO RouteDisp
                   ADD 1 TO FallCount
                   PERFORM WriteEntryLine
                   PERFORM TallyReason
             END-EVALUATE.

          WriteEntryLine.
             ADD 1 TO SectionCount
             ADD 1 TO ReadCount
             PERFORM TallyProgram
             MOVE SPACE TO LineBuffer
             STRING ELTime(1:2) DELIMITED BY SIZE
                ":" DELIMITED BY SIZE
                ELTime(3:2) DELIMITED BY SIZE
                "   " DELIMITED BY SIZE
                ELProgName DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                ELIDNum DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                ELDocRef DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                RouteDisp DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             IF ELFellBack
                MOVE ELReason TO LineBuffer(54:30)
             ELSE
                MOVE ELEmail TO LineBuffer(54:30)
             END-IF
             WRITE ReportLine FROM LineBuffer.

          TallyProgram.
             MOVE ZERO TO FoundSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > ProgCount OR FoundSub > ZERO
                IF PTName(WSSub) = ELProgName
                   MOVE WSSub TO FoundSub
                END-IF
             END-PERFORM
             IF FoundSub = ZERO AND ProgCount < 10
                ADD 1 TO ProgCount
                MOVE ProgCount TO FoundSub
                MOVE ELProgName TO PTName(FoundSub)
                MOVE ZERO TO PTQueued(FoundSub)
                MOVE ZERO TO PTFell(FoundSub)
             END-IF
             IF FoundSub > ZERO
                IF ELFellBack
                   ADD 1 TO PTFell(FoundSub)
                ELSE
                   ADD 1 TO PTQueued(FoundSub)
                END-IF
             END-IF.

          TallyReason.
             MOVE ZERO TO FoundSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > ReasonCount OR FoundSub > ZERO
                IF RTText(WSSub) = ELReason
                   MOVE WSSub TO FoundSub
                END-IF
             END-PERFORM
             IF FoundSub = ZERO AND ReasonCount < 10
                ADD 1 TO ReasonCount
                MOVE ReasonCount TO FoundSub
                MOVE ELReason TO RTText(FoundSub)
                MOVE ZERO TO RTCount(FoundSub)
             END-IF
             IF FoundSub > ZERO
                ADD 1 TO RTCount(FoundSub)
             END-IF.

          PrintTotals.
             MOVE SPACE TO ReportLine
             WRITE ReportLine
             MOVE "BY PROGRAM             Queued  Printed" TO ReportLine
             WRITE ReportLine
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > ProgCount
                MOVE SPACE TO LineBuffer
                STRING "  " DELIMITED BY SIZE
                   PTName(WSSub) DELIMITED BY SIZE
                   "         " DELIMITED BY SIZE
                   PTQueued(WSSub) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   PTFell(WSSub) DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE ReportLine FROM LineBuffer
             END-PERFORM
             MOVE SPACE TO ReportLine
             WRITE ReportLine
             MOVE "FALLBACK REASONS" TO ReportLine
             WRITE ReportLine
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > ReasonCount
                MOVE SPACE TO LineBuffer
                STRING "  " DELIMITED BY SIZE
                   RTText(WSSub) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RTCount(WSSub) DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE ReportLine FROM LineBuffer
             END-PERFORM
             MOVE SPACE TO ReportLine
             WRITE ReportLine
             MOVE SPACE TO LineBuffer
             STRING "Queued " DELIMITED BY SIZE
                QueuedCount DELIMITED BY SIZE
                " (also printed " DELIMITED BY SIZE
                BothCount DELIMITED BY SIZE
                ")   Fell back to print " DELIMITED BY SIZE
                FallCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.
