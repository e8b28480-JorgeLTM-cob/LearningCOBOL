       IDENTIFICATION DIVISION.
          PROGRAM-ID.   ptoyend.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 16th, 2021.
      * Modification History
      *   2021-11-16 Brownies - new program: the year-end carryover
      *              of paid time off on the PTO master (emppto.txt).
      *              Takes the year being closed; for each employee
      *              still running in that year the vacation and sick
      *              balances over their carryover limit are
      *              forfeited, the year's hours earned and taken are
      *              cleared for the new year's annual cap, and the
      *              employee moves to the next year - so a second
      *              run for the same year finds nothing to do.  The
      *              carryover register goes to PTOCarry.txt for the
      *              office; start and end go to the common job log.
      *   2021-11-18 Brownies - the employee record now comes from
      *              the shared EMPREC copybook, which adds the pay
      *              type and pay frequency.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL PTOFile ASSIGN TO "emppto.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PTEmpID.
             SELECT EmpFile ASSIGN TO "empmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EmpID.
             SELECT ReportFile ASSIGN TO "PTOCarry.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD PTOFile.
                COPY EMPPTO.
             FD EmpFile.
                COPY EMPREC.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 CloseYear   PIC 9(4).
             01 Confirm     PIC X.
             01 PTOEOF      PIC X VALUE 'N'.
             01 EmpFound    PIC X.
             01 ReadCount   PIC 9(7) VALUE ZERO.
             01 CarryCount  PIC 9(7) VALUE ZERO.
             01 SkipCount   PIC 9(7) VALUE ZERO.
             01 VacForfeit  PIC 9(4)V99.
             01 SickForfeit PIC 9(4)V99.
             01 OldVacBal   PIC S9(4)V99.
             01 OldSickBal  PIC S9(4)V99.
             01 TotVacForfeit  PIC 9(7)V99 VALUE ZERO.
             01 TotSickForfeit PIC 9(7)V99 VALUE ZERO.
             01 BalDisp1    PIC ZZZ9.99-.
             01 BalDisp2    PIC ZZZ9.99-.
             01 BalDisp3    PIC ZZZ9.99-.
             01 BalDisp4    PIC ZZZ9.99-.
             01 HrsDisp1    PIC ZZZ9.99.
             01 HrsDisp2    PIC ZZZ9.99.
             01 TotDisp1    PIC ZZZ,ZZ9.99.
             01 TotDisp2    PIC ZZZ,ZZ9.99.
             01 CountDisp   PIC Z,ZZZ,ZZ9.
             01 RunDate     PIC X(8).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "ptoyend".
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
             DISPLAY "Year being closed (YYYY) : " WITH NO ADVANCING
             ACCEPT CloseYear
             DISPLAY "Carry PTO from " CloseYear " into "
                "the new year? (Y/N): " WITH NO ADVANCING
             ACCEPT Confirm
             IF Confirm = 'Y' OR Confirm = 'y'
                OPEN I-O PTOFile
                OPEN INPUT EmpFile
                OPEN OUTPUT ReportFile
                PERFORM PrintHeadings
                PERFORM UNTIL PTOEOF = 'Y'
                   READ PTOFile NEXT RECORD
                      AT END MOVE 'Y' TO PTOEOF
                      NOT AT END
                         PERFORM CarryOneEmployee
                   END-READ
                END-PERFORM
                PERFORM PrintTotals
                CLOSE ReportFile
                CLOSE EmpFile
                CLOSE PTOFile
                DISPLAY "Employees carried : " CarryCount
                DISPLAY "Already in a later year : " SkipCount
                DISPLAY "Register written to PTOCarry.txt"
                MOVE "OK" TO JLFinal
             ELSE
                DISPLAY "Carryover cancelled - nothing changed"
                MOVE "CANCEL" TO JLFinal
             END-IF
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             MOVE CarryCount TO JLWriteCt
             MOVE SkipCount TO JLRejCt
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          PrintHeadings.
             MOVE SPACE TO LineBuffer
             STRING "PTO Year-End Carryover  Year " DELIMITED BY SIZE
                CloseYear DELIMITED BY SIZE
                "     Date: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Emp   Name                 " DELIMITED BY SIZE
                "Vac Bal  Forfeit  Carried  " DELIMITED BY SIZE
                "Sick Bal  Forfeit  Carried" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          CarryOneEmployee.
             ADD 1 TO ReadCount
             IF PTYear > CloseYear
                ADD 1 TO SkipCount
             ELSE
                MOVE PTVacBal TO OldVacBal
                MOVE PTSickBal TO OldSickBal
                MOVE ZERO TO VacForfeit
                MOVE ZERO TO SickForfeit
                IF PTVacCarry > ZERO AND PTVacBal > PTVacCarry
                   COMPUTE VacForfeit = PTVacBal - PTVacCarry
                   MOVE PTVacCarry TO PTVacBal
                END-IF
                IF PTSickCarry > ZERO AND PTSickBal > PTSickCarry
                   COMPUTE SickForfeit = PTSickBal - PTSickCarry
                   MOVE PTSickCarry TO PTSickBal
                END-IF
                MOVE ZERO TO PTVacEarned
                MOVE ZERO TO PTVacTaken
                MOVE ZERO TO PTSickEarned
                MOVE ZERO TO PTSickTaken
                COMPUTE PTYear = CloseYear + 1
                MOVE RunDate TO PTSetDate
                REWRITE PTOData
                   INVALID KEY
                      DISPLAY "PTO not carried for employee "
                         PTEmpID
                END-REWRITE
                ADD 1 TO CarryCount
                ADD VacForfeit TO TotVacForfeit
                ADD SickForfeit TO TotSickForfeit
                PERFORM PrintOneCarry
             END-IF.

          PrintOneCarry.
             MOVE 'Y' TO EmpFound
             MOVE PTEmpID TO EmpID
             READ EmpFile
                INVALID KEY MOVE 'N' TO EmpFound
             END-READ
             IF EmpFound = 'N'
                MOVE "** not on the master **" TO EmpName
             END-IF
             MOVE OldVacBal TO BalDisp1
             MOVE VacForfeit TO HrsDisp1
             MOVE PTVacBal TO BalDisp2
             MOVE OldSickBal TO BalDisp3
             MOVE SickForfeit TO HrsDisp2
             MOVE PTSickBal TO BalDisp4
             MOVE SPACE TO LineBuffer
             STRING PTEmpID DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                EmpName DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                BalDisp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                HrsDisp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                BalDisp2 DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                BalDisp3 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                HrsDisp2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                BalDisp4 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          PrintTotals.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE CarryCount TO CountDisp
             MOVE TotVacForfeit TO TotDisp1
             MOVE TotSickForfeit TO TotDisp2
             MOVE SPACE TO LineBuffer
             STRING "Carried " DELIMITED BY SIZE
                CountDisp DELIMITED BY SIZE
                "   Vacation forfeited " DELIMITED BY SIZE
                TotDisp1 DELIMITED BY SIZE
                "   Sick forfeited " DELIMITED BY SIZE
                TotDisp2 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             IF SkipCount > ZERO
                MOVE SkipCount TO CountDisp
                MOVE SPACE TO LineBuffer
                STRING "Already in a later year, not changed: "
                   DELIMITED BY SIZE
                   CountDisp DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE ReportLine FROM LineBuffer
             END-IF.
