       IDENTIFICATION DIVISION.
          PROGRAM-ID.   retropay.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 22nd, 2021.
      * Modification History
      *   2021-11-22 Brownies - new program: the retro-pay run.  For
      *              every rate change keyed in empmaint and not yet
      *              looked at, goes back through payhist.txt over the
      *              periods paid on or after its effective date and
      *              works out what each is short: the effective
      *              hours paid (overtime at time and a half, time
      *              off at straight time) times the rate now in
      *              effect for the period less the rate it was paid
      *              at.  A payhist line from before the rate was
      *              kept on it is taken at its gross over those
      *              hours.  The difference goes to empretro.txt for
      *              the next payroll run to pay as a retro line, the
      *              rate changes are marked done, and the periods are
      *              listed on RetroPay.txt.  Salaried employees are
      *              paid their salary whatever the rate and are
      *              passed over; a finally-paid employee's retro is
      *              flagged for the office to pay by hand.  Start and
      *              end go to the common job log.
      *   2021-12-18 Brownies - payhist.txt now declared through the
      *              shared PAYHIST copybook at the full line length;
      *              the 139-byte record read the expense field of
      *              each line as an extra bogus record.
      *   2021-12-20 Brownies - payroll now pays each week's hours at
      *              that week's rate and keeps the average hourly
      *              rate actually paid on payhist, so the rate due
      *              for a period is worked out the same way: the
      *              period's lines on emphours.txt, picked by its
      *              frequency as payroll picked them (a final
      *              period takes those after the previous period on
      *              payhist), each at the rate now in effect for
      *              its week, any vacation payout at the period-end
      *              rate, averaged over the effective hours.  A raise
      *              starting part way through a period that was
      *              already paid split no longer shows as retro;
      *              one back-dated into it is owed only on the weeks
      *              it covers.  A period with no lines left on
      *              emphours.txt is taken at the period-end rate as
      *              before.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL RateFile ASSIGN TO "emprate.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RHKey.
             SELECT OPTIONAL RetroFile ASSIGN TO "empretro.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RTKey.
             SELECT EmpFile ASSIGN TO "empmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EmpID.
             SELECT OPTIONAL PayHistFile ASSIGN TO "payhist.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL HoursFile ASSIGN TO "emphours.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO "RetroPay.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD RateFile.
                COPY EMPRATE.
             FD RetroFile.
                COPY EMPRETRO.
             FD EmpFile.
                COPY EMPREC.
             FD PayHistFile.
                COPY PAYHIST.
             FD HoursFile.
                01 HoursData.
                   02 HrsEmpID    PIC 9(4).
                   02 HrsWeekDate PIC 9(8).
                   02 HrsWorked   PIC 9(3)V99.
                   02 HrsPTO.
                      03 HrsVacation PIC 9(3)V99.
                      03 HrsSick     PIC 9(3)V99.
                      03 HrsHoliday  PIC 9(3)V99.
             FD ReportFile.
                01 ReportLine PIC X(120).
          WORKING-STORAGE SECTION.
             01 PendTable.
                02 PendEntry OCCURS 500 TIMES.
                   03 PdEmpID    PIC 9(4).
                   03 PdFromDate PIC 9(8).
             01 PdCount     PIC 9(3) VALUE ZERO.
             01 PdSub       PIC 9(3).
             01 PdFound     PIC 9(3).
             01 PdKey       PIC 9(4).
      * each employee's latest period seen so far on payhist, which
      * bounds the hours lines of the next
             01 LpTable.
                02 LpEntry OCCURS 500 TIMES.
                   03 LpEmpID  PIC 9(4).
                   03 LpWeek   PIC 9(8).
             01 LpCount     PIC 9(3) VALUE ZERO.
             01 LpSub       PIC 9(3).
             01 LpFound     PIC 9(3).
             01 PrevWeek    PIC 9(8).
             01 HoursEOF    PIC X.
             01 InPeriod    PIC X.
             01 RateDate    PIC 9(8).
             01 LineReg     PIC 9(3)V99.
             01 LineOT      PIC 9(3)V99.
             01 LineEff     PIC 9(4)V99.
             01 LineEffTotal PIC 9(4)V99.
             01 LineDollars PIC 9(6)V99.
             01 DueDollars  PIC 9(7)V99.
             01 PayoutHours PIC 9(4)V99.
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 RateEOF     PIC X.
             01 HistEOF     PIC X VALUE 'N'.
             01 EmpFound    PIC X.
             01 RetroFound  PIC X.
             01 EffHours    PIC 9(4)V99.
             01 PaidRate    PIC 9(3)V99.
             01 NewRate     PIC 9(3)V99.
             01 Difference  PIC S9(6)V99.
             01 Owing       PIC S9(6)V99.
             01 TotOwing    PIC S9(7)V99 VALUE ZERO.
             01 ChangeCount PIC 9(7) VALUE ZERO.
             01 HistCount   PIC 9(7) VALUE ZERO.
             01 LineCount   PIC 9(7) VALUE ZERO.
             01 HandCount   PIC 9(7) VALUE ZERO.
             01 HrsDisp     PIC ZZZ9.99.
             01 RateDisp1   PIC ZZ9.99.
             01 RateDisp2   PIC ZZ9.99.
             01 Disp1       PIC X(14).
             01 Disp2       PIC X(14).
             01 HandFlag    PIC X(12).
             01 CountDisp   PIC Z,ZZZ,ZZ9.
             01 RunDate     PIC 9(8).
             01 LineBuffer  PIC X(120).
             01 JLProgName PIC X(12) VALUE "retropay".
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
             OPEN I-O RateFile
             OPEN I-O RetroFile
             OPEN INPUT EmpFile
             OPEN OUTPUT ReportFile
             PERFORM PrintHeadings
             PERFORM LoadPendingChanges
             IF PdCount = ZERO
                MOVE SPACE TO LineBuffer
                MOVE "No rate changes waiting for retro pay"
                   TO LineBuffer
                WRITE ReportLine FROM LineBuffer
             ELSE
                OPEN INPUT PayHistFile
                PERFORM UNTIL HistEOF = 'Y'
                   READ PayHistFile
                      AT END MOVE 'Y' TO HistEOF
                      NOT AT END
                         ADD 1 TO HistCount
                         PERFORM CheckOneHistLine
                         PERFORM NoteLastPeriod
                   END-READ
                END-PERFORM
                CLOSE PayHistFile
                PERFORM MarkChangesDone
                PERFORM PrintTotals
             END-IF
             CLOSE ReportFile
             CLOSE EmpFile
             CLOSE RetroFile
             CLOSE RateFile
             DISPLAY "Rate changes looked at : " ChangeCount
             DISPLAY "Periods with retro     : " LineCount
             DISPLAY "Report written to RetroPay.txt"
             MOVE "END" TO JLPhase
             MOVE HistCount TO JLReadCt
             MOVE LineCount TO JLWriteCt
             MOVE HandCount TO JLRejCt
             IF HandCount > ZERO
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
             STRING "Retroactive Pay     Date: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Emp   Name                 Period   F "
                DELIMITED BY SIZE
                "  Hours   Paid    New      Difference"
                DELIMITED BY SIZE
                "      Now Owing" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          LoadPendingChanges.
      * the earliest back-dated change still waiting, per employee
             MOVE 'N' TO RateEOF
             MOVE LOW-VALUES TO RHKey
             START RateFile KEY IS NOT LESS THAN RHKey
                INVALID KEY MOVE 'Y' TO RateEOF
             END-START
             PERFORM UNTIL RateEOF = 'Y'
                READ RateFile NEXT RECORD
                   AT END MOVE 'Y' TO RateEOF
                   NOT AT END
                      IF RHRetroDue
                         ADD 1 TO ChangeCount
                         PERFORM AddPending
                      END-IF
                END-READ
             END-PERFORM.

          AddPending.
             MOVE RHEmpID TO PdKey
             PERFORM FindPending
             IF PdFound = ZERO
                IF PdCount < 500
                   ADD 1 TO PdCount
                   MOVE RHEmpID TO PdEmpID(PdCount)
                   MOVE RHEffDate TO PdFromDate(PdCount)
                ELSE
                   DISPLAY "Too many rate changes - employee "
                      RHEmpID " left for the next run"
                   SUBTRACT 1 FROM ChangeCount
                END-IF
             ELSE
                IF RHEffDate < PdFromDate(PdFound)
                   MOVE RHEffDate TO PdFromDate(PdFound)
                END-IF
             END-IF.

          FindPending.
      * the table entry for PdKey, zero when the employee has no
      * change waiting
             MOVE ZERO TO PdFound
             PERFORM VARYING PdSub FROM 1 BY 1
                UNTIL PdSub > PdCount OR PdFound NOT = ZERO
                IF PdEmpID(PdSub) = PdKey
                   MOVE PdSub TO PdFound
                END-IF
             END-PERFORM.

          CheckOneHistLine.
             MOVE PHEmpID TO PdKey
             PERFORM FindPending
             IF PdFound NOT = ZERO
                IF PHWeek NOT < PdFromDate(PdFound)
                   PERFORM WorkOneLine
                END-IF
             END-IF.

          WorkOneLine.
             MOVE 'Y' TO EmpFound
             MOVE PHEmpID TO EmpID
             READ EmpFile
                INVALID KEY MOVE 'N' TO EmpFound
             END-READ
             IF EmpFound = 'Y' AND EmpHourly
                COMPUTE EffHours = PHRegHrs + (PHOTHrs * 1.5)
                IF PHPTO NUMERIC
                   COMPUTE EffHours = EffHours
                      + PHVacHrs + PHSickHrs + PHHolHrs
                END-IF
                MOVE ZERO TO PaidRate
                IF PHRate NUMERIC AND PHRate > ZERO
                   MOVE PHRate TO PaidRate
                ELSE
                   IF EffHours > ZERO
                      COMPUTE PaidRate ROUNDED = PHGross / EffHours
                   END-IF
                END-IF
                IF PaidRate > ZERO
                   PERFORM GetRateDue
                   COMPUTE Difference ROUNDED =
                      EffHours * (NewRate - PaidRate)
                   PERFORM PostRetroLine
                END-IF
             END-IF.

          GetRateDue.
      * the average rate the period should have paid, priced the
      * way payroll priced it: every hours line at its own week's
      * rate, the rest of the effective hours (a vacation payout)
      * at the period-end rate
             PERFORM FindLastPeriod
             MOVE ZERO TO DueDollars
             MOVE ZERO TO LineEffTotal
             MOVE 'N' TO HoursEOF
             OPEN INPUT HoursFile
             PERFORM UNTIL HoursEOF = 'Y'
                READ HoursFile
                   AT END MOVE 'Y' TO HoursEOF
                   NOT AT END
                      IF HrsEmpID = PHEmpID
                         PERFORM CheckLineInPeriod
                         IF InPeriod = 'Y'
                            PERFORM PriceHoursLine
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE HoursFile
             MOVE PHWeek TO RateDate
             PERFORM GetRateInEffect
             IF LineEffTotal > ZERO AND EffHours > ZERO
                IF EffHours > LineEffTotal
                   COMPUTE PayoutHours = EffHours - LineEffTotal
                   COMPUTE LineDollars ROUNDED = PayoutHours * NewRate
                   ADD LineDollars TO DueDollars
                END-IF
                COMPUTE NewRate ROUNDED = DueDollars / EffHours
             END-IF.

          CheckLineInPeriod.
      * the same test payroll made of the line for the period: the
      * week inside a weekly or biweekly period, in the half month
      * of a semimonthly one, and after the previous period paid
      * for a final check
             MOVE 'N' TO InPeriod
             EVALUATE PHFreq
                WHEN 'F'
                   IF HrsWeekDate > PrevWeek
                      AND HrsWeekDate NOT > PHWeek
                      MOVE 'Y' TO InPeriod
                   END-IF
                WHEN 'M'
                   IF HrsWeekDate(1:6) = PHWeek(1:6)
                      IF (PHWeek(7:2) = "15"
                         AND HrsWeekDate(7:2) <= "15")
                         OR (PHWeek(7:2) NOT = "15"
                         AND HrsWeekDate(7:2) > "15"
                         AND HrsWeekDate <= PHWeek)
                         MOVE 'Y' TO InPeriod
                      END-IF
                   END-IF
                WHEN OTHER
                   CALL "DATECALC" USING PHWeek, HrsWeekDate, "D",
                      DCResult, DCStatus
                   IF DCStatus = '0' AND DCResult >= ZERO
                      IF (PHFreq = 'B' AND DCResult < 14)
                         OR (PHFreq NOT = 'B' AND DCResult < 7)
                         MOVE 'Y' TO InPeriod
                      END-IF
                   END-IF
             END-EVALUATE.

          PriceHoursLine.
             IF HrsPTO NOT NUMERIC
                MOVE ZERO TO HrsPTO
             END-IF
             IF HrsWorked > 40
                MOVE 40 TO LineReg
                COMPUTE LineOT = HrsWorked - 40
             ELSE
                MOVE HrsWorked TO LineReg
                MOVE ZERO TO LineOT
             END-IF
             COMPUTE LineEff = LineReg + (LineOT * 1.5)
                + HrsVacation + HrsSick + HrsHoliday
             MOVE HrsWeekDate TO RateDate
             PERFORM GetRateInEffect
             COMPUTE LineDollars ROUNDED = LineEff * NewRate
             ADD LineEff TO LineEffTotal
             ADD LineDollars TO DueDollars.

          FindLastPeriod.
             MOVE ZERO TO PrevWeek
             MOVE ZERO TO LpFound
             PERFORM VARYING LpSub FROM 1 BY 1
                UNTIL LpSub > LpCount OR LpFound > ZERO
                IF LpEmpID(LpSub) = PHEmpID
                   MOVE LpSub TO LpFound
                   MOVE LpWeek(LpSub) TO PrevWeek
                END-IF
             END-PERFORM.

          NoteLastPeriod.
             PERFORM FindLastPeriod
             IF LpFound = ZERO
                IF LpCount < 500
                   ADD 1 TO LpCount
                   MOVE LpCount TO LpFound
                   MOVE PHEmpID TO LpEmpID(LpFound)
                END-IF
             END-IF
             IF LpFound > ZERO
                MOVE PHWeek TO LpWeek(LpFound)
             END-IF.

          GetRateInEffect.
      * the rate now on the history for RateDate
             MOVE EmpPayRate TO NewRate
             MOVE 'N' TO RateEOF
             MOVE PHEmpID TO RHEmpID
             MOVE ZERO TO RHEffDate
             START RateFile KEY IS NOT LESS THAN RHKey
                INVALID KEY MOVE 'Y' TO RateEOF
             END-START
             PERFORM UNTIL RateEOF = 'Y'
                READ RateFile NEXT RECORD
                   AT END MOVE 'Y' TO RateEOF
                   NOT AT END
                      IF RHEmpID NOT = PHEmpID
                         OR RHEffDate > RateDate
                         MOVE 'Y' TO RateEOF
                      ELSE
                         MOVE RHPayRate TO NewRate
                      END-IF
                END-READ
             END-PERFORM.

          PostRetroLine.
      * the period's difference is worked out whole each time, so
      * a second change over the same period replaces the first
             MOVE 'Y' TO RetroFound
             MOVE PHEmpID TO RTEmpID
             MOVE PHWeek TO RTWeek
             MOVE PHFreq TO RTFreq
             IF RTFreq = SPACE
                MOVE 'W' TO RTFreq
             END-IF
             READ RetroFile
                INVALID KEY MOVE 'N' TO RetroFound
             END-READ
             IF RetroFound = 'Y' OR Difference NOT = ZERO
                MOVE EffHours TO RTHours
                MOVE PaidRate TO RTPaidRate
                MOVE NewRate TO RTNewRate
                MOVE Difference TO RTDue
                MOVE RunDate TO RTSetDate
                IF RetroFound = 'Y'
                   REWRITE RetroData
                      INVALID KEY DISPLAY "Retro not saved for "
                         "employee " RTEmpID
                   END-REWRITE
                ELSE
                   MOVE ZERO TO RTPaid
                   MOVE ZERO TO RTLastPaid
                   MOVE ZERO TO RTPaidWeek
                   MOVE SPACE TO RTPaidFreq
                   WRITE RetroData
                      INVALID KEY DISPLAY "Retro not saved for "
                         "employee " RTEmpID
                   END-WRITE
                END-IF
                COMPUTE Owing = RTDue - RTPaid
                ADD Owing TO TotOwing
                ADD 1 TO LineCount
                PERFORM PrintOneLine
             END-IF.

          PrintOneLine.
             MOVE SPACE TO HandFlag
             IF EmpFinalPaid AND Owing NOT = ZERO
                MOVE " PAY BY HAND" TO HandFlag
                ADD 1 TO HandCount
             END-IF
             MOVE EffHours TO HrsDisp
             MOVE PaidRate TO RateDisp1
             MOVE NewRate TO RateDisp2
             MOVE Difference TO DollarMinus
             MOVE DollarMinus TO Disp1
             MOVE Owing TO DollarMinus
             MOVE DollarMinus TO Disp2
             MOVE SPACE TO LineBuffer
             STRING PHEmpID DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                EmpName DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                RTWeek DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                RTFreq DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                HrsDisp DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                RateDisp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                RateDisp2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                HandFlag DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          MarkChangesDone.
             MOVE 'N' TO RateEOF
             MOVE LOW-VALUES TO RHKey
             START RateFile KEY IS NOT LESS THAN RHKey
                INVALID KEY MOVE 'Y' TO RateEOF
             END-START
             PERFORM UNTIL RateEOF = 'Y'
                READ RateFile NEXT RECORD
                   AT END MOVE 'Y' TO RateEOF
                   NOT AT END
                      IF RHRetroDue
                         MOVE RHEmpID TO PdKey
                         PERFORM FindPending
                         IF PdFound NOT = ZERO
                            MOVE 'D' TO RHRetro
                            REWRITE RateHistData
                               INVALID KEY CONTINUE
                            END-REWRITE
                         END-IF
                      END-IF
                END-READ
             END-PERFORM.

          PrintTotals.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE LineCount TO CountDisp
             MOVE TotOwing TO DollarMinus
             MOVE DollarMinus TO Disp1
             MOVE SPACE TO LineBuffer
             STRING "Periods " DELIMITED BY SIZE
                CountDisp DELIMITED BY SIZE
                "   Owing with the next payroll " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             IF HandCount > ZERO
                MOVE HandCount TO CountDisp
                MOVE SPACE TO LineBuffer
                STRING "Finally paid - not on any payroll run: "
                   DELIMITED BY SIZE
                   CountDisp DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE ReportLine FROM LineBuffer
             END-IF.
