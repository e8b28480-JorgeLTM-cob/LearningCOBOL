       IDENTIFICATION DIVISION.
          PROGRAM-ID.   ptorpt.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 16th, 2021.
      * Modification History
      *   2021-11-16 Brownies - new program: the paid-time-off
      *              balance report for the office, off the PTO
      *              master (emppto.txt) the payroll run keeps.  One
      *              line per employee with the year's vacation and
      *              sick hours earned and taken and the balance
      *              left, a balance below zero flagged SHORT, and
      *              the vacation balance valued at the employee's
      *              pay rate, with totals at the foot.  Report goes
      *              to PTOBalance.txt; start and end go to the
      *              common job log.
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
             SELECT ReportFile ASSIGN TO "PTOBalance.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD PTOFile.
                COPY EMPPTO.
             FD EmpFile.
                COPY EMPREC.
             FD ReportFile.
                01 ReportLine PIC X(120).
          WORKING-STORAGE SECTION.
             01 PTOEOF      PIC X VALUE 'N'.
             01 EmpFound    PIC X.
             01 PTOCount    PIC 9(7) VALUE ZERO.
             01 ShortCount  PIC 9(7) VALUE ZERO.
             01 VacValue    PIC S9(9)V99.
             01 TotVacBal   PIC S9(7)V99 VALUE ZERO.
             01 TotSickBal  PIC S9(7)V99 VALUE ZERO.
             01 TotVacValue PIC S9(9)V99 VALUE ZERO.
             01 HrsDisp1    PIC ZZZ9.99.
             01 HrsDisp2    PIC ZZZ9.99.
             01 HrsDisp3    PIC ZZZ9.99.
             01 HrsDisp4    PIC ZZZ9.99.
             01 BalDisp1    PIC ZZZ9.99-.
             01 BalDisp2    PIC ZZZ9.99-.
             01 TotDisp1    PIC ZZZ,ZZ9.99-.
             01 TotDisp2    PIC ZZZ,ZZ9.99-.
             01 Disp1       PIC X(14).
             01 ShortFlag   PIC X(6).
             01 CountDisp   PIC Z,ZZZ,ZZ9.
             01 RunDate     PIC X(8).
             01 LineBuffer  PIC X(120).
             01 JLProgName PIC X(12) VALUE "ptorpt".
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
             OPEN INPUT PTOFile
             OPEN INPUT EmpFile
             OPEN OUTPUT ReportFile
             PERFORM PrintHeadings
             PERFORM UNTIL PTOEOF = 'Y'
                READ PTOFile NEXT RECORD
                   AT END MOVE 'Y' TO PTOEOF
                   NOT AT END
                      PERFORM PrintOnePTO
                END-READ
             END-PERFORM
             PERFORM PrintTotals
             CLOSE ReportFile
             CLOSE EmpFile
             CLOSE PTOFile
             DISPLAY "Employees with PTO : " PTOCount
             DISPLAY "Report written to PTOBalance.txt"
             MOVE "END" TO JLPhase
             MOVE PTOCount TO JLReadCt
             MOVE PTOCount TO JLWriteCt
             MOVE ShortCount TO JLRejCt
             IF ShortCount > ZERO
                MOVE "WARN" TO JLFinal
                MOVE 4 TO RETURN-CODE
             ELSE
                MOVE "OK" TO JLFinal
             END-IF
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          PrintHeadings.
             MOVE SPACE TO LineBuffer
             STRING "Paid Time Off Balances     Date: "
                DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "                                  "
                DELIMITED BY SIZE
                "-------- Vacation --------  "
                DELIMITED BY SIZE
                "---------- Sick ----------" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Emp   Name                 Dept Year "
                DELIMITED BY SIZE
                " Earned   Taken  Balance  " DELIMITED BY SIZE
                " Earned   Taken  Balance " DELIMITED BY SIZE
                "  Vacation Value" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          PrintOnePTO.
             ADD 1 TO PTOCount
             MOVE 'Y' TO EmpFound
             MOVE PTEmpID TO EmpID
             READ EmpFile
                INVALID KEY MOVE 'N' TO EmpFound
             END-READ
             IF EmpFound = 'N'
                MOVE "** not on the master **" TO EmpName
                MOVE SPACE TO EmpDept
                MOVE ZERO TO EmpPayRate
             END-IF
             COMPUTE VacValue ROUNDED = PTVacBal * EmpPayRate
             ADD PTVacBal TO TotVacBal
             ADD PTSickBal TO TotSickBal
             ADD VacValue TO TotVacValue
             MOVE SPACE TO ShortFlag
             IF PTVacBal < ZERO OR PTSickBal < ZERO
                MOVE " SHORT" TO ShortFlag
                ADD 1 TO ShortCount
             END-IF
             MOVE PTVacEarned TO HrsDisp1
             MOVE PTVacTaken TO HrsDisp2
             MOVE PTVacBal TO BalDisp1
             MOVE PTSickEarned TO HrsDisp3
             MOVE PTSickTaken TO HrsDisp4
             MOVE PTSickBal TO BalDisp2
             MOVE VacValue TO DollarMinus
             MOVE DollarMinus TO Disp1
             MOVE SPACE TO LineBuffer
             STRING PTEmpID DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                EmpName DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                EmpDept DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                PTYear DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                HrsDisp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                HrsDisp2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                BalDisp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                HrsDisp3 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                HrsDisp4 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                BalDisp2 DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                ShortFlag DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          PrintTotals.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE PTOCount TO CountDisp
             MOVE TotVacBal TO TotDisp1
             MOVE TotSickBal TO TotDisp2
             MOVE TotVacValue TO DollarMinus
             MOVE DollarMinus TO Disp1
             MOVE SPACE TO LineBuffer
             STRING "TOTAL " DELIMITED BY SIZE
                CountDisp DELIMITED BY SIZE
                " employees   Vacation hours " DELIMITED BY SIZE
                TotDisp1 DELIMITED BY SIZE
                "   Sick hours " DELIMITED BY SIZE
                TotDisp2 DELIMITED BY SIZE
                "   Value " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             IF ShortCount > ZERO
                MOVE ShortCount TO CountDisp
                MOVE SPACE TO LineBuffer
                STRING "Employees with a balance below zero: "
                   DELIMITED BY SIZE
                   CountDisp DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE ReportLine FROM LineBuffer
             END-IF.
