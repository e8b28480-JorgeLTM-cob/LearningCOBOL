      *              detail and drops that week's detail so the
      *              re-post does not double it.  The register
      *              shows the run-control status it posted under.
      *   2021-11-12 Brownies - each run journals the payroll to
      *              gljournal.txt in the glextrct layout, appended as
      *              its own batch dated the week ending: debit 6100
      *              Wages Expense a line per department, credit 2300
      *              Withholding Payable a line per state, 2350
      *              Deductions Payable a line per deduction code, and
      *              1010 Direct Deposit Clearing / 1000 Cash for the
      *              net paid by deposit and by paper check, behind a
      *              balancing TRLR trailer.  The week's lines are kept
      *              on paygl.txt; a supervisor's reversal puts them
      *              back into the journal debit for credit ahead of
      *              the re-post's lines, in the one batch, and drops
      *              them from paygl.txt.  The reversal work file is
      *              widened to the whole payhist.txt record, which it
      *              was cutting short.
      *   2021-11-14 Brownies - employer payroll taxes each run: the
      *              social security and Medicare match and federal
      *              and state unemployment, at the PAYTAX rates, the
      *              state's from sutarate.txt.  The capped taxes stop
      *              at their annual wage base, measured against the
      *              YTD gross on the employee master before the week
      *              is added.  The taxable wages and each tax go on
      *              the payhist.txt detail (so a reversal's backed-out
      *              YTD re-caps the re-post correctly), the employee's
      *              employer tax shows on the register with
      *              department and company totals, and the company's
      *              by tax type at the foot.
      *   2021-11-16 Brownies - paid time off: the vacation, sick
      *              and holiday hours timentry now puts beside the
      *              worked hours are paid at the regular rate and
      *              kept out of the overtime count.  Vacation and
      *              sick taken come off the employee's balance on
      *              the paid-time-off master (emppto.txt), then the
      *              week's accrual goes on up to the annual cap, and
      *              the stub shows the hours taken and the balances
      *              left.  The PTO hours taken and earned go on the
      *              payhist.txt detail so a reversal puts the
      *              balances back; an hours line keyed before PTO
      *              was carried pays as worked hours only.
      *   2021-11-18 Brownies - the employee record now comes from
      *              the shared EMPREC copybook, which adds the pay
      *              type and pay frequency.  The operator now names
      *              the frequency and the period ending date for the
      *              run, and only that frequency's employees are
      *              paid: hourly employees off the emphours.txt
      *              lines for weeks ending in the period (overtime
      *              still counted week by week, one check for the
      *              period), salaried employees their salary with or
      *              without a line.  Lines for other frequencies or
      *              periods are left unpaid and counted.  payrctl.txt
      *              is keyed by period ending date and frequency
      *              (moved across by payrcmig), and the frequency
      *              goes on the payhist.txt and paygl.txt lines, so
      *              a biweekly re-post cannot double up and a
      *              reversal touches only its own run.
      *   2021-11-20 Brownies - terminated employees (empmaint) are
      *              left out of the regular runs, their hours lines
      *              counted as not in the run, and paid once by the
      *              new final-pay run (frequency F, dated the day it
      *              is paid): every hours line still on file for
      *              them, the final salary keyed for a salaried
      *              employee, and their vacation balance paid out at
      *              the regular rate with no accrual.  A final check
      *              is always paper, never the deposit file.  The
      *              employee is then marked finally paid and the
      *              employment audit trail (empaudit.txt) gets a
      *              FINAL PAY line; reversing a final run makes the
      *              final pay due again.
      *   2021-11-22 Brownies - each period is paid at the rate in
      *              effect on its ending date off the pay-rate
      *              history (emprate.txt), falling back to the
      *              master's rate for an employee with no history.
      *              Retro pay worked out by retropay and still owing
      *              (empretro.txt) is paid with the employee's next
      *              check as its own line on the stub - held over if
      *              a recovery would take the gross below zero.  The
      *              rate paid and the retro paid go on the payhist
      *              line; reversing the run puts the retro back as
      *              owing, and reversing a period cancels any retro
      *              on it not yet paid.
      *   2021-11-24 Brownies - job costing.  The day's hours an
      *              installer booked to customer jobs in timentry
      *              (jobhours.txt) are costed once the run has paid
      *              them, at the employee's loaded rate - the rate
      *              the period was paid at grossed up by the
      *              employer's payroll tax on the check - onto
      *              jobcost.txt for jobcrpt; reversing the run takes
      *              its costed lines back off.  The final-pay run now
      *              takes only hours lines dated after the latest
      *              period already on payhist.txt for the employee,
      *              not every line left on emphours.txt.
      *   2021-11-26 Brownies - expense reimbursements.  The claims a
      *              supervisor has approved in expentry (empexp.txt)
      *              are paid with the employee's check as a
      *              reimbursement, not wages: added to the net and
      *              the deposit after withholding and deductions,
      *              kept out of the gross, the withholding, the
      *              employer taxes and YTD gross.  Each claim is
      *              marked paid by the run; the amount shows on the
      *              stub, under the employee on the register and in
      *              the company total, goes on the payhist line, and
      *              is journaled debit to the expense account for
      *              its category - 6410 mileage, 6420 tools, 6490
      *              other.  Reversing the run puts the claims back to
      *              approved for the re-post.
      *   2021-12-18 Brownies - the payhist.txt layout moved to the
      *              shared PAYHIST copybook, so every reader now
      *              declares the whole line this run writes.
      *   2021-12-20 Brownies - each week's hours are paid at the
      *              rate in effect for that week, not the one in
      *              effect at the end of the period: a biweekly or
      *              semimonthly check with a raise starting part way
      *              through paid the new rate on the weeks before
      *              it.  Every hours line is priced as it is
      *              gathered - regular, overtime at time and a half
      *              and time off at straight time, at the line's
      *              rate - and the gross is those dollars plus any
      *              vacation payout at the period-end rate.  The
      *              payhist rate is the average hourly rate actually
      *              paid, the figure retropay sets the period's due
      *              against, and the job-cost loading uses it too.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WHState.
             SELECT OPTIONAL SutaFile ASSIGN TO "sutarate.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUState.
             SELECT OPTIONAL PTOFile ASSIGN TO "emppto.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PTEmpID.
             SELECT StubFile ASSIGN TO "PayStubs.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL PayHistFile ASSIGN TO "payhist.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL JobHoursFile ASSIGN TO "jobhours.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL JobCostFile ASSIGN TO "jobcost.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL RateFile ASSIGN TO "emprate.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RHKey.
             SELECT OPTIONAL RetroFile ASSIGN TO "empretro.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RTKey.
             SELECT OPTIONAL ExpenseFile ASSIGN TO "empexp.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EXClaimNo
                ALTERNATE RECORD KEY IS EXEmpID WITH DUPLICATES.
             SELECT OPTIONAL DedFile ASSIGN TO "empded.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
             SELECT OPTIONAL RunCtlFile ASSIGN TO "payrctl.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PRKey.
             SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT RevTempFile ASSIGN TO "payrev.tmp"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL JournalFile ASSIGN TO "gljournal.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL EmpAuditFile ASSIGN TO "empaudit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL PayGLFile ASSIGN TO "paygl.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT SortWork ASSIGN TO "payrolwk.tmp".
       DATA DIVISION.
          FILE SECTION.
             FD EmpFile.
                COPY EMPREC.
             FD WithFile.
                01 WithRateData.
                   02 WHState PIC X(2).
                   02 WHRate  PIC V999.
             FD SutaFile.
                01 SutaRateData.
                   02 SUState PIC X(2).
                   02 SURate  PIC V9(4).
                   02 SUBase  PIC 9(7)V99.
             FD PTOFile.
                COPY EMPPTO.
             FD JobHoursFile.
                COPY JOBHRS.
             FD JobCostFile.
                COPY JOBCOST.
             FD RateFile.
                COPY EMPRATE.
             FD RetroFile.
                COPY EMPRETRO.
             FD ExpenseFile.
                COPY EMPEXP.
             FD StubFile.
                01 StubLine PIC X(80).
             FD HoursFile.
                   02 HrsEmpID    PIC 9(4).
                   02 HrsWeekDate PIC 9(8).
                   02 HrsWorked   PIC 9(3)V99.
                   02 HrsPTO.
                      03 HrsVacation PIC 9(3)V99.
                      03 HrsSick     PIC 9(3)V99.
                      03 HrsHoliday  PIC 9(3)V99.
             FD RegisterFile.
                01 RegisterLine PIC X(100).
             FD PayHistFile.
                COPY PAYHIST.
             FD DedFile.
                01 DeductionData.
                   02 DedKey.
                01 DedRegLine PIC X(80).
             FD RunCtlFile.
                01 RunCtlData.
                   02 PRKey.
                      03 PRWeek PIC 9(8).
                      03 PRFreq PIC X(1).
                   02 PRRunDate PIC 9(8).
                   02 PREmpCt   PIC 9(5).
                   02 PRGross   PIC S9(9)V99.
                      88 OperDisabled  VALUE 'D'.
                   02 OperPwdChg PIC X(1).
             FD RevTempFile.
                01 RevTempLine PIC X(146).
             FD DepositFile.
                01 DepositRecord.
                   02 DepRecType PIC X(1).
                   02 DepTrailer REDEFINES DepBody.
                      03 DepCount PIC 9(5).
                      03 DepTotal PIC 9(9)V99.
             FD JournalFile.
                01 JournalData.
                   02 GLDate    PIC 9(8).
                   02 GLAccount PIC X(6).
                   02 GLDesc    PIC X(20).
                   02 GLDebit   PIC S9(9)V99.
                   02 GLCredit  PIC S9(9)V99.
             FD EmpAuditFile.
                COPY EMPAUDIT.
             FD PayGLFile.
                01 PayGLData.
                   02 PGWeek    PIC 9(8).
                   02 PGAccount PIC X(6).
                   02 PGDesc    PIC X(20).
                   02 PGDebit   PIC S9(9)V99.
                   02 PGCredit  PIC S9(9)V99.
                   02 PGFreq    PIC X(1).
             SD SortWork.
                01 SortWorkRec.
                   02 SWDept    PIC X(4).
                      03 SWDed OCCURS 5 TIMES.
                         04 SWDedCode PIC X(4).
                         04 SWDedAmt  PIC 9(6)V99.
                   02 SWERTax   PIC 9(6)V99.
                   02 SWPTO.
                      03 SWVacHrs  PIC 9(3)V99.
                      03 SWSickHrs PIC 9(3)V99.
                      03 SWHolHrs  PIC 9(3)V99.
                      03 SWHasPTO  PIC X(1).
                      03 SWVacBal  PIC S9(4)V99.
                      03 SWSickBal PIC S9(4)V99.
                      03 SWPayoutHrs PIC 9(4)V99.
                   02 SWRetro   PIC S9(6)V99.
                   02 SWExpense PIC 9(5)V99.
          WORKING-STORAGE SECTION.
             01 HoursEOF    PIC X VALUE 'N'.
             01 SortEOF     PIC X VALUE 'N'.
             01 EffHours    PIC 9(4)V99.
             01 WithAmount  PIC 9(6)V99.
             01 GrossPay    PIC 9(6)V99.
             01 PayRate     PIC 9(3)V99.
             01 RateDate    PIC 9(8).
             01 PaidRate    PIC 9(3)V99.
             01 LineReg     PIC 9(3)V99.
             01 LineOT      PIC 9(3)V99.
             01 LineDollars PIC 9(6)V99.
             01 RetroPay    PIC S9(6)V99.
             01 RetroEOF    PIC X.
             01 RateEOF     PIC X.
             01 RetroFreq   PIC X(1).
      * approved expense claims paid on the check outside gross,
      * and the run's totals by category for the journal
             01 ExpensePay  PIC 9(5)V99.
             01 ExpEOF      PIC X.
             01 CompExpense PIC S9(9)V99 VALUE ZERO.
             01 ExpMileTotal  PIC S9(9)V99 VALUE ZERO.
             01 ExpToolTotal  PIC S9(9)V99 VALUE ZERO.
             01 ExpOtherTotal PIC S9(9)V99 VALUE ZERO.
             01 NetPay      PIC 9(6)V99.
             01 GSOperand1  PIC S9(7)V99.
             01 GSOperand2  PIC S9(7)V99.
             01 DeptNet     PIC S9(8)V99 VALUE ZERO.
             01 CompGross   PIC S9(9)V99 VALUE ZERO.
             01 CompNet     PIC S9(9)V99 VALUE ZERO.
             01 DeptERTax   PIC S9(8)V99 VALUE ZERO.
             01 CompERTax   PIC S9(9)V99 VALUE ZERO.
      * the employer's taxes on the employee being paid, and the
      * company's by type for the foot of the register
             COPY PAYTAX.
             01 SUFound     PIC X.
             01 UseSutaRate PIC V9(4).
             01 UseSutaBase PIC 9(7)V99.
             01 CapBase     PIC 9(7)V99.
             01 CapWage     PIC 9(6)V99.
             01 SSWage      PIC 9(6)V99.
             01 FUTAWage    PIC 9(6)V99.
             01 SUTAWage    PIC 9(6)V99.
             01 ERSSAmt     PIC 9(5)V99.
             01 ERMedAmt    PIC 9(5)V99.
             01 FUTAAmt     PIC 9(5)V99.
             01 SUTAAmt     PIC 9(5)V99.
             01 ERTaxAmt    PIC 9(6)V99.
             01 CompERSS    PIC S9(9)V99 VALUE ZERO.
             01 CompERMed   PIC S9(9)V99 VALUE ZERO.
             01 CompFUTA    PIC S9(9)V99 VALUE ZERO.
             01 CompSUTA    PIC S9(9)V99 VALUE ZERO.
      * the week's paid time off: hours paid at the regular rate,
      * and the hours earned on the PTO master
             01 PTOHours    PIC 9(3)V99.
             01 PTOFound    PIC X.
             01 VacEarn     PIC 9(3)V99.
             01 SickEarn    PIC 9(3)V99.
             01 PayoutHours PIC 9(4)V99.
             01 PaySalary   PIC 9(6)V99.
             01 SalaryDisp  PIC ZZZ,ZZ9.99.
             01 BalDisp     PIC ZZZ9.99-.
             01 BalDisp2    PIC ZZZ9.99-.
             01 HoursDisp3  PIC ZZ9.99.
             01 EmpCount    PIC 9(5) VALUE ZERO.
             01 ExcCount    PIC 9(5) VALUE ZERO.
             01 HoursDisp   PIC ZZ9.99.
                   03 DRCode  PIC X(4).
                   03 DRTotal PIC S9(9)V99.
             01 DedRegCount PIC 9(2) VALUE ZERO.
             01 DedRegOther PIC S9(9)V99 VALUE ZERO.
             01 DRSub       PIC 9(2).
             01 DepEntryCt  PIC 9(5) VALUE ZERO.
             01 DepDollars  PIC 9(9)V99 VALUE ZERO.
             01 PaperCt     PIC 9(5) VALUE ZERO.
      * the run: its pay frequency and period ending date, and the
      * period's hours gathered one entry per employee
             01 RunWeek     PIC 9(8) VALUE ZERO.
             01 RunFreq     PIC X(1).
                88 RunWeekly      VALUE 'W'.
                88 RunBiweekly    VALUE 'B'.
                88 RunSemimonthly VALUE 'M'.
                88 RunFinal       VALUE 'F'.
             01 RunFreqName PIC X(11).
             01 PeriodOK    PIC X.
             01 InRun       PIC X.
             01 DCDate1     PIC 9(8).
             01 DCDate2     PIC 9(8).
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 NextDay     PIC 9(8).
             01 HtTable.
                02 HtEntry OCCURS 500 TIMES.
                   03 HtEmpID  PIC 9(4).
                   03 HtWorked PIC 9(3)V99.
                   03 HtReg    PIC 9(3)V99.
                   03 HtOT     PIC 9(3)V99.
                   03 HtVac    PIC 9(3)V99.
                   03 HtSick   PIC 9(3)V99.
                   03 HtHol    PIC 9(3)V99.
                   03 HtPay    PIC 9(6)V99.
                   03 HtSalary PIC 9(6)V99.
                   03 HtLoadRate PIC 9(3)V99.
             01 HtCount     PIC 9(3) VALUE ZERO.
             01 HtSub       PIC 9(3).
             01 HtFound     PIC 9(3).
             01 LpTable.
                02 LpEntry OCCURS 500 TIMES.
                   03 LpEmpID  PIC 9(4).
                   03 LpWeek   PIC 9(8).
             01 LpCount     PIC 9(3) VALUE ZERO.
             01 LpSub       PIC 9(3).
             01 LpFound     PIC 9(3).
             01 LpEOF       PIC X.
             01 JobEOF      PIC X.
             01 JobCostCt   PIC 9(5) VALUE ZERO.
             01 SkipHrsCount PIC 9(5) VALUE ZERO.
             01 EmpEOF      PIC X.
             01 CtlFound    PIC X.
             01 RunRefused  PIC X VALUE 'N'.
             01 CtlStatusText PIC X(20).
             01 RevEOF      PIC X.
             01 RevEmpFound PIC X.
             01 RevCount    PIC 9(5).
      * the payroll journal: the accounts it books to, the week's
      * wages by department and withholding by state, and the lines
      * of the posting being reversed, debit for credit
             01 WagesAcct   PIC X(6) VALUE "6100".
             01 WithPayAcct PIC X(6) VALUE "2300".
             01 DedPayAcct  PIC X(6) VALUE "2350".
             01 DDClearAcct PIC X(6) VALUE "1010".
             01 CashAcct    PIC X(6) VALUE "1000".
             01 MileAcct    PIC X(6) VALUE "6410".
             01 ToolAcct    PIC X(6) VALUE "6420".
             01 OthExpAcct  PIC X(6) VALUE "6490".
             01 JDeptTable.
                02 JDeptEntry OCCURS 50 TIMES.
                   03 JDept      PIC X(4).
                   03 JDeptGross PIC S9(9)V99.
             01 JDeptCount  PIC 9(2) VALUE ZERO.
             01 JDeptOther  PIC S9(9)V99 VALUE ZERO.
             01 JStateTable.
                02 JStateEntry OCCURS 60 TIMES.
                   03 JState     PIC X(2).
                   03 JStateWith PIC S9(9)V99.
             01 JStateCount PIC 9(2) VALUE ZERO.
             01 JStateOther PIC S9(9)V99 VALUE ZERO.
             01 JSub        PIC 9(3).
             01 JFound      PIC 9(3).
             01 RvTable.
                02 RvEntry OCCURS 200 TIMES.
                   03 RvAccount PIC X(6).
                   03 RvDesc    PIC X(20).
                   03 RvDebit   PIC S9(9)V99.
                   03 RvCredit  PIC S9(9)V99.
             01 RvCount     PIC 9(3) VALUE ZERO.
             01 WeekWasReversed PIC X VALUE 'N'.
             01 PayGLEOF    PIC X.
             01 JnlDebit    PIC S9(9)V99 VALUE ZERO.
             01 JnlCredit   PIC S9(9)V99 VALUE ZERO.
             01 JnlLines    PIC 9(5) VALUE ZERO.
             01 PaperNet    PIC S9(9)V99.
             01 Disp1       PIC X(14).
             01 Disp2       PIC X(14).
             01 Disp3       PIC X(14).
             01 RunDate     PIC X(8).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "payroll".
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             PERFORM GetRunPeriod
             IF PeriodOK = 'N'
                MOVE 'Y' TO RunRefused
             ELSE
                PERFORM CheckRunControl
             END-IF
             IF RunRefused = 'Y'
                IF PeriodOK = 'N'
                   DISPLAY "No run period - run refused"
                ELSE
                   DISPLAY FUNCTION TRIM(RunFreqName) " period "
                      RunWeek " is already posted - run refused"
                END-IF
                MOVE "END" TO JLPhase
                MOVE "FAIL" TO JLFinal
                CALL "JOBLOG" USING JLProgName, JLPhase,
                INPUT PROCEDURE IS ComputeAndRelease
                OUTPUT PROCEDURE IS PrintRegister
             PERFORM WriteRunControl
             PERFORM WritePayJournal
             DISPLAY "Employees paid : " EmpCount
             DISPLAY "Exceptions     : " ExcCount
             DISPLAY "Hours lines not in this run : " SkipHrsCount
             DISPLAY "Job hours lines costed : " JobCostCt
             DISPLAY "Deposit entries: " DepEntryCt
             DISPLAY "Paper checks   : " PaperCt
             DISPLAY "Deposit file written to deposit.txt"
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          GetRunPeriod.
      * a semimonthly period ends on the 15th or the month end
             MOVE 'Y' TO PeriodOK
             DISPLAY "Pay frequency (W = weekly, B = biweekly, "
                "M = semimonthly, F = final pay) : "
                WITH NO ADVANCING
             ACCEPT RunFreq
             MOVE FUNCTION UPPER-CASE(RunFreq) TO RunFreq
             EVALUATE TRUE
                WHEN RunWeekly      MOVE "WEEKLY" TO RunFreqName
                WHEN RunBiweekly    MOVE "BIWEEKLY" TO RunFreqName
                WHEN RunSemimonthly MOVE "SEMIMONTHLY" TO RunFreqName
                WHEN RunFinal       MOVE "FINAL PAY" TO RunFreqName
                WHEN OTHER
                   MOVE 'N' TO PeriodOK
                   DISPLAY "Pay frequency must be W, B, M or F"
             END-EVALUATE
             IF PeriodOK = 'Y'
                DISPLAY "Period ending date (YYYYMMDD) : "
                   WITH NO ADVANCING
                ACCEPT RunWeek
                MOVE RunWeek TO DCDate1
                MOVE ZERO TO DCDate2
                CALL "DATECALC" USING DCDate1, DCDate2, "V",
                   DCResult, DCStatus
                IF DCStatus NOT = '0'
                   MOVE 'N' TO PeriodOK
                   DISPLAY "Date is not valid"
                END-IF
             END-IF
             IF PeriodOK = 'Y' AND RunSemimonthly
                MOVE 1 TO DCDate2
                CALL "DATECALC" USING DCDate1, DCDate2, "A",
                   DCResult, DCStatus
                MOVE DCResult TO NextDay
                IF RunWeek(7:2) NOT = "15"
                   AND NextDay(7:2) NOT = "01"
                   MOVE 'N' TO PeriodOK
                   DISPLAY "A semimonthly period ends on the 15th "
                      "or the last day of the month"
                END-IF
             END-IF.

          CheckRunControl.
             MOVE "FIRST POSTING" TO CtlStatusText
                MOVE 'Y' TO CtlFound
                OPEN I-O RunCtlFile
                MOVE RunWeek TO PRWeek
                MOVE RunFreq TO PRFreq
                READ RunCtlFile
                   INVALID KEY MOVE 'N' TO CtlFound
                END-READ
                IF CtlFound = 'Y' AND WeekPosted
                   DISPLAY FUNCTION TRIM(RunFreqName) " period "
                      RunWeek " was posted on "
                      PRRunDate " (" PREmpCt " employees)"
                   PERFORM SupervisorReversal
                   IF RunRefused = 'N'
                ACCEPT Confirm
                IF Confirm = 'Y' OR Confirm = 'y'
                   PERFORM BackOutWeek
                   PERFORM PurgeJobCostRun
                   PERFORM LoadReversal
                   MOVE 'Y' TO WeekWasReversed
                   SET WeekReversed TO TRUE
                   REWRITE RunCtlData
                      INVALID KEY DISPLAY "Run control not updated"
             MOVE ZERO TO RevCount
             MOVE 'N' TO RevEOF
             OPEN I-O EmpFile
             OPEN I-O PTOFile
             OPEN I-O RetroFile
             OPEN I-O ExpenseFile
             OPEN INPUT PayHistFile
             OPEN OUTPUT RevTempFile
             PERFORM UNTIL RevEOF = 'Y'
                   AT END MOVE 'Y' TO RevEOF
                   NOT AT END
                      IF PHWeek = RunWeek
                         AND (PHFreq = RunFreq
                            OR (PHFreq = SPACE AND RunWeekly))
                         PERFORM BackOutOneDetail
                      ELSE
                         MOVE PayHistData TO RevTempLine
             END-PERFORM
             CLOSE RevTempFile
             CLOSE PayHistFile
             CLOSE ExpenseFile
             CLOSE RetroFile
             CLOSE PTOFile
             CLOSE EmpFile
             PERFORM CopyRevTemp
             DISPLAY "Detail records backed out : " RevCount.
                SUBTRACT PHGross FROM EmpYTDGross
                SUBTRACT PHNet FROM EmpYTDNet
                SUBTRACT PHWith FROM EmpYTDWith
                IF PHFreq = 'F'
                   MOVE 'T' TO EmpStatus
                END-IF
                REWRITE EmployeeData
                   INVALID KEY DISPLAY "YTD not backed out for "
                      "employee " EmpID
                END-REWRITE
             END-IF
             IF PHPTO NUMERIC
                PERFORM BackOutPTO
             END-IF
             PERFORM BackOutRetro
             IF PHExpense NUMERIC
                IF PHExpense > ZERO
                   PERFORM BackOutExpenses
                END-IF
             END-IF.

          BackOutExpenses.
      * the claims the run paid go back to approved for the re-post
             MOVE 'N' TO ExpEOF
             MOVE PHEmpID TO EXEmpID
             START ExpenseFile KEY IS = EXEmpID
                INVALID KEY MOVE 'Y' TO ExpEOF
             END-START
             PERFORM UNTIL ExpEOF = 'Y'
                READ ExpenseFile NEXT RECORD
                   AT END MOVE 'Y' TO ExpEOF
                   NOT AT END
                      IF EXEmpID NOT = PHEmpID
                         MOVE 'Y' TO ExpEOF
                      ELSE
                         IF ExpPaid AND EXPaidWeek = PHWeek
                            AND EXPaidFreq = PHFreq
                            SET ExpApproved TO TRUE
                            MOVE ZERO TO EXPaidWeek
                            MOVE SPACE TO EXPaidFreq
                            REWRITE ExpenseData
                               INVALID KEY
                                  DISPLAY "Claim " EXClaimNo
                                     " not backed out"
                            END-REWRITE
                         END-IF
                      END-IF
                END-READ
             END-PERFORM.

          BackOutRetro.
      * retro this run paid goes back to owing; retro worked out
      * on the period being reversed and not yet paid is dropped -
      * retropay works the re-posted period out afresh
             IF PHRetro NUMERIC
                IF PHRetro NOT = ZERO
                   MOVE 'N' TO RetroEOF
                   MOVE PHEmpID TO RTEmpID
                   MOVE ZERO TO RTWeek
                   MOVE SPACE TO RTFreq
                   START RetroFile KEY IS NOT LESS THAN RTKey
                      INVALID KEY MOVE 'Y' TO RetroEOF
                   END-START
                   PERFORM UNTIL RetroEOF = 'Y'
                      READ RetroFile NEXT RECORD
                         AT END MOVE 'Y' TO RetroEOF
                         NOT AT END
                            IF RTEmpID NOT = PHEmpID
                               MOVE 'Y' TO RetroEOF
                            ELSE
                               IF RTPaidWeek = PHWeek
                                  AND RTPaidFreq = PHFreq
                                  SUBTRACT RTLastPaid FROM RTPaid
                                  MOVE ZERO TO RTLastPaid
                                  MOVE ZERO TO RTPaidWeek
                                  MOVE SPACE TO RTPaidFreq
                                  REWRITE RetroData
                                     INVALID KEY CONTINUE
                                  END-REWRITE
                               END-IF
                            END-IF
                      END-READ
                   END-PERFORM
                END-IF
             END-IF
             MOVE PHEmpID TO RTEmpID
             MOVE PHWeek TO RTWeek
             MOVE PHFreq TO RTFreq
             IF RTFreq = SPACE
                MOVE 'W' TO RTFreq
             END-IF
             READ RetroFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE RTPaid TO RTDue
                   REWRITE RetroData
                      INVALID KEY CONTINUE
                   END-REWRITE
             END-READ.

          BackOutPTO.
             MOVE PHEmpID TO PTEmpID
             READ PTOFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   ADD PHVacHrs TO PTVacBal
                   SUBTRACT PHVacHrs FROM PTVacTaken
                   ADD PHSickHrs TO PTSickBal
                   SUBTRACT PHSickHrs FROM PTSickTaken
                   SUBTRACT PHVacEarn FROM PTVacBal
                   SUBTRACT PHVacEarn FROM PTVacEarned
                   SUBTRACT PHSickEarn FROM PTSickBal
                   SUBTRACT PHSickEarn FROM PTSickEarned
                   REWRITE PTOData
                      INVALID KEY DISPLAY "PTO not backed out for "
                         "employee " PTEmpID
                   END-REWRITE
             END-READ.

          CopyRevTemp.
             MOVE 'N' TO RevEOF
             OPEN INPUT RevTempFile
                OPEN I-O RunCtlFile
                MOVE 'Y' TO CtlFound
                MOVE RunWeek TO PRWeek
                MOVE RunFreq TO PRFreq
                READ RunCtlFile
                   INVALID KEY MOVE 'N' TO CtlFound
                END-READ
                MOVE RunWeek TO PRWeek
                MOVE RunFreq TO PRFreq
                MOVE RunDate TO PRRunDate
                MOVE EmpCount TO PREmpCt
                MOVE CompGross TO PRGross
             MOVE FUNCTION CURRENT-DATE(1:8) TO DepHdrDate
             WRITE DepositRecord
             OPEN INPUT WithFile
             OPEN INPUT SutaFile
             OPEN I-O PTOFile
             OPEN INPUT RateFile
             OPEN I-O RetroFile
             OPEN I-O ExpenseFile
             OPEN INPUT HoursFile
             OPEN OUTPUT RegisterFile
             MOVE SPACE TO LineBuffer
             STRING "Payroll Register           Date: "
                DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                "   " DELIMITED BY SIZE
                RunFreqName DELIMITED BY SPACE
                " period ending " DELIMITED BY SIZE
                RunWeek DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE RegisterLine FROM LineBuffer
             STRING "Dept Emp   Name                   Hours"
                DELIMITED BY SIZE
                "          Gross            Net" DELIMITED BY SIZE
                "   Employer Tax" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE RegisterLine FROM LineBuffer
             IF RunFinal
                PERFORM LoadLastPaid
             END-IF
             PERFORM LoadRunHours
             PERFORM AddSalaried
             PERFORM PayRunEntry
                VARYING HtSub FROM 1 BY 1
                UNTIL HtSub > HtCount
             PERFORM CostJobHours
             CLOSE HoursFile
             CLOSE ExpenseFile
             CLOSE RetroFile
             CLOSE RateFile
             CLOSE PTOFile
             CLOSE SutaFile
             CLOSE WithFile
             CLOSE DedFile
             CLOSE EmpFile
             WRITE DepositRecord
             CLOSE DepositFile.

          LoadRunHours.
      * the period's hours lines for this frequency's employees,
      * gathered one entry per employee for one check; overtime is
      * still counted past 40 in each week's line
             PERFORM UNTIL HoursEOF = 'Y'
                READ HoursFile
                   AT END MOVE 'Y' TO HoursEOF
                   NOT AT END
                      PERFORM LoadOneHoursLine
                END-READ
             END-PERFORM.

          LoadOneHoursLine.
             IF HrsPTO NOT NUMERIC
                MOVE ZERO TO HrsPTO
             END-IF
             MOVE 'Y' TO EmpFound
             MOVE HrsEmpID TO EmpID
             READ EmpFile
                INVALID KEY MOVE 'N' TO EmpFound
             END-READ
             IF EmpFound = 'N'
                ADD 1 TO ExcCount
                MOVE SPACE TO LineBuffer
                STRING "** Employee " DELIMITED BY SIZE
                   HrsEmpID DELIMITED BY SIZE
                   " not on the master - hours not paid"
                   DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE RegisterLine FROM LineBuffer
             ELSE
                PERFORM CheckHoursInRun
                IF InRun = 'N'
                   ADD 1 TO SkipHrsCount
                ELSE
                   PERFORM FindRunEntry
                   IF HtFound > ZERO
                      IF EmpHourly
                         ADD HrsWorked TO HtWorked(HtFound)
                         IF HrsWorked > 40
                            MOVE 40 TO LineReg
                            COMPUTE LineOT = HrsWorked - 40
                         ELSE
                            MOVE HrsWorked TO LineReg
                            MOVE ZERO TO LineOT
                         END-IF
                         ADD LineReg TO HtReg(HtFound)
                         ADD LineOT TO HtOT(HtFound)
                         PERFORM PriceHoursLine
                      END-IF
                      ADD HrsVacation TO HtVac(HtFound)
                      ADD HrsSick TO HtSick(HtFound)
                      ADD HrsHoliday TO HtHol(HtFound)
                   END-IF
                END-IF
             END-IF.

          PriceHoursLine.
      * the line's hours at the rate in effect for its week; time
      * off is at straight time
             MOVE HrsWeekDate TO RateDate
             PERFORM GetPayRate
             COMPUTE LineDollars ROUNDED =
                (LineReg + (LineOT * 1.5)
                + HrsVacation + HrsSick + HrsHoliday) * PayRate
                ON SIZE ERROR
                   DISPLAY "Hours line for employee " EmpID
                      " too large to price - not paid"
                   MOVE ZERO TO LineDollars
             END-COMPUTE
             ADD LineDollars TO HtPay(HtFound)
                ON SIZE ERROR
                   DISPLAY "Gross overflow for employee " EmpID
                      " - line not paid"
             END-ADD.

          CheckHoursInRun.
      * the employee must be paid at this run's frequency and the
      * line's week must end inside the period
             MOVE 'N' TO InRun
             IF RunFinal
                IF EmpFinalDue
                   PERFORM FindLastPaid
                   IF LpFound = ZERO
                      MOVE 'Y' TO InRun
                   ELSE
                      IF HrsWeekDate > LpWeek(LpFound)
                         MOVE 'Y' TO InRun
                      END-IF
                   END-IF
                END-IF
             END-IF
             IF EmpActive AND
                ((RunWeekly AND EmpWeekly)
                OR (RunBiweekly AND EmpBiweekly)
                OR (RunSemimonthly AND EmpSemimonthly))
                IF RunSemimonthly
                   IF HrsWeekDate(1:6) = RunWeek(1:6)
                      IF (RunWeek(7:2) = "15"
                         AND HrsWeekDate(7:2) <= "15")
                         OR (RunWeek(7:2) NOT = "15"
                         AND HrsWeekDate(7:2) > "15"
                         AND HrsWeekDate <= RunWeek)
                         MOVE 'Y' TO InRun
                      END-IF
                   END-IF
                ELSE
                   MOVE RunWeek TO DCDate1
                   MOVE HrsWeekDate TO DCDate2
                   CALL "DATECALC" USING DCDate1, DCDate2, "D",
                      DCResult, DCStatus
                   IF DCStatus = '0' AND DCResult >= ZERO
                      IF (RunWeekly AND DCResult < 7)
                         OR (RunBiweekly AND DCResult < 14)
                         MOVE 'Y' TO InRun
                      END-IF
                   END-IF
                END-IF
             END-IF.

          LoadLastPaid.
      * the latest period on payhist.txt for each employee, so the
      * final-pay run leaves the hours lines already paid alone
             MOVE 'N' TO LpEOF
             OPEN INPUT PayHistFile
             PERFORM UNTIL LpEOF = 'Y'
                READ PayHistFile
                   AT END MOVE 'Y' TO LpEOF
                   NOT AT END
                      MOVE PHEmpID TO EmpID
                      PERFORM FindLastPaid
                      IF LpFound = ZERO
                         IF LpCount < 500
                            ADD 1 TO LpCount
                            MOVE PHEmpID TO LpEmpID(LpCount)
                            MOVE PHWeek TO LpWeek(LpCount)
                         END-IF
                      ELSE
                         IF PHWeek > LpWeek(LpFound)
                            MOVE PHWeek TO LpWeek(LpFound)
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PayHistFile.

          FindLastPaid.
             MOVE ZERO TO LpFound
             PERFORM VARYING LpSub FROM 1 BY 1
                UNTIL LpSub > LpCount OR LpFound > ZERO
                IF LpEmpID(LpSub) = EmpID
                   MOVE LpSub TO LpFound
                END-IF
             END-PERFORM.

          FindRunEntry.
             MOVE ZERO TO HtFound
             PERFORM VARYING HtSub FROM 1 BY 1
                UNTIL HtSub > HtCount OR HtFound > ZERO
                IF HtEmpID(HtSub) = EmpID
                   MOVE HtSub TO HtFound
                END-IF
             END-PERFORM
             IF HtFound = ZERO
                IF HtCount < 500
                   ADD 1 TO HtCount
                   MOVE HtCount TO HtFound
                   MOVE EmpID TO HtEmpID(HtFound)
                   MOVE ZERO TO HtWorked(HtFound)
                   MOVE ZERO TO HtReg(HtFound)
                   MOVE ZERO TO HtOT(HtFound)
                   MOVE ZERO TO HtVac(HtFound)
                   MOVE ZERO TO HtSick(HtFound)
                   MOVE ZERO TO HtHol(HtFound)
                   MOVE ZERO TO HtPay(HtFound)
                   MOVE ZERO TO HtLoadRate(HtFound)
                   MOVE EmpSalary TO HtSalary(HtFound)
                   IF RunFinal AND EmpSalaried
                      PERFORM AcceptFinalSalary
                   END-IF
                ELSE
                   ADD 1 TO ExcCount
                   DISPLAY "Too many employees in the run - "
                      "employee " EmpID " not paid"
                END-IF
             END-IF.

          AcceptFinalSalary.
             MOVE EmpSalary TO SalaryDisp
             DISPLAY "Final salary owed to " EmpID " "
                FUNCTION TRIM(EmpName) " (a period is "
                SalaryDisp ") : " WITH NO ADVANCING
             ACCEPT HtSalary(HtFound).

          AddSalaried.
      * salaried employees at this frequency are paid whether or
      * not time off was keyed for them; the final-pay run takes
      * every employee whose final pay is due, hours or not
             MOVE 'N' TO EmpEOF
             MOVE LOW-VALUES TO EmpID
             START EmpFile KEY IS NOT LESS THAN EmpID
                INVALID KEY MOVE 'Y' TO EmpEOF
             END-START
             PERFORM UNTIL EmpEOF = 'Y'
                READ EmpFile NEXT RECORD
                   AT END MOVE 'Y' TO EmpEOF
                   NOT AT END
                      IF RunFinal
                         IF EmpFinalDue
                            PERFORM FindRunEntry
                         END-IF
                      ELSE
                         IF EmpSalaried AND EmpActive
                            AND ((RunWeekly AND EmpWeekly)
                            OR (RunBiweekly AND EmpBiweekly)
                            OR (RunSemimonthly AND EmpSemimonthly))
                            PERFORM FindRunEntry
                         END-IF
                      END-IF
                END-READ
             END-PERFORM.

          PayRunEntry.
             MOVE HtEmpID(HtSub) TO HrsEmpID
             MOVE RunWeek TO HrsWeekDate
             MOVE HtWorked(HtSub) TO HrsWorked
             MOVE HtVac(HtSub) TO HrsVacation
             MOVE HtSick(HtSub) TO HrsSick
             MOVE HtHol(HtSub) TO HrsHoliday
             MOVE HtReg(HtSub) TO RegHours
             MOVE HtOT(HtSub) TO OTHours
             MOVE HtSalary(HtSub) TO PaySalary
             PERFORM PayOneEmployee.

          PayOneEmployee.
             MOVE 'Y' TO EmpFound
             MOVE HrsEmpID TO EmpID
                END-STRING
                WRITE RegisterLine FROM LineBuffer
             ELSE
                PERFORM GetPTOPayout
                MOVE RunWeek TO RateDate
                PERFORM GetPayRate
                PERFORM GetRetroPay
                PERFORM ComputeGrossNet
                PERFORM PostRetro
                PERFORM PostPTO
                PERFORM ComputeEmployerTax
                IF GrossPay > ZERO
                   COMPUTE HtLoadRate(HtSub) ROUNDED =
                      PaidRate * (GrossPay + ERTaxAmt) / GrossPay
                END-IF
                PERFORM ApplyDeductions
                PERFORM GetExpenses
                PERFORM TallyStateWith
                PERFORM WriteDepositDetail
                PERFORM WritePayHistory
                ADD GrossPay TO EmpYTDGross
                ADD NetPay TO EmpYTDNet
                ADD WithAmount TO EmpYTDWith
                IF RunFinal
                   MOVE 'F' TO EmpStatus
                   PERFORM WriteFinalAudit
                END-IF
                REWRITE EmployeeData
                   INVALID KEY
                      DISPLAY "YTD not saved for employee " EmpID
                MOVE EmpDept TO SWDept
                MOVE EmpID TO SWEmpID
                MOVE EmpName TO SWName
                COMPUTE SWHours = HrsWorked + PTOHours + PayoutHours
                MOVE PayoutHours TO SWPayoutHrs
                MOVE GrossPay TO SWGross
                MOVE RetroPay TO SWRetro
                MOVE ExpensePay TO SWExpense
                MOVE NetPay TO SWNet
                MOVE RegHours TO SWRegHrs
                MOVE OTHours TO SWOTHrs
                MOVE EmpYTDGross TO SWYTDGross
                MOVE EmpYTDNet TO SWYTDNet
                MOVE DedCt TO SWDedCt
                MOVE ERTaxAmt TO SWERTax
                PERFORM VARYING EdSub FROM 1 BY 1
                   UNTIL EdSub > 5
                   IF EdSub > DedCt
                RELEASE SortWorkRec
             END-IF.

          CostJobHours.
      * the job split of every hours line this run paid, costed at
      * the employee's loaded rate
             MOVE 'N' TO JobEOF
             OPEN INPUT JobHoursFile
             OPEN EXTEND JobCostFile
             PERFORM UNTIL JobEOF = 'Y'
                READ JobHoursFile
                   AT END MOVE 'Y' TO JobEOF
                   NOT AT END
                      PERFORM CostOneJobLine
                END-READ
             END-PERFORM
             CLOSE JobCostFile
             CLOSE JobHoursFile.

          CostOneJobLine.
             MOVE ZERO TO HtFound
             PERFORM VARYING HtSub FROM 1 BY 1
                UNTIL HtSub > HtCount OR HtFound > ZERO
                IF HtEmpID(HtSub) = JHEmpID
                   MOVE HtSub TO HtFound
                END-IF
             END-PERFORM
             MOVE 'N' TO InRun
             IF HtFound > ZERO
                IF HtLoadRate(HtFound) > ZERO
                   MOVE JHEmpID TO EmpID
                   IF RunFinal
      * the employee is marked finally paid by now - the hours went
      * in on their date alone
                      PERFORM FindLastPaid
                      IF LpFound = ZERO
                         MOVE 'Y' TO InRun
                      ELSE
                         IF JHWeek > LpWeek(LpFound)
                            MOVE 'Y' TO InRun
                         END-IF
                      END-IF
                   ELSE
                      READ EmpFile
                         INVALID KEY MOVE 'N' TO InRun
                         NOT INVALID KEY
                            MOVE JHWeek TO HrsWeekDate
                            PERFORM CheckHoursInRun
                      END-READ
                   END-IF
                END-IF
             END-IF
             IF InRun = 'Y'
                MOVE JHJobNo TO JCJobNo
                MOVE JHEmpID TO JCEmpID
                MOVE JHWeek TO JCWeek
                MOVE JHDay TO JCDay
                MOVE JHHours TO JCHours
                MOVE HtLoadRate(HtFound) TO JCRate
                COMPUTE JCCost ROUNDED = JHHours * JCRate
                MOVE RunWeek TO JCRunWeek
                MOVE RunFreq TO JCFreq
                WRITE JobCostData
                ADD 1 TO JobCostCt
             END-IF.

          WriteFinalAudit.
             OPEN EXTEND EmpAuditFile
             MOVE EmpID TO EAEmpID
             MOVE "FINAL PAY" TO EAAction
             MOVE RunWeek TO EADate
             MOVE SPACE TO EAReason
             MOVE FUNCTION CURRENT-DATE TO EAStamp
             WRITE EmpAuditData
             CLOSE EmpAuditFile.

          GetPTOPayout.
      * a final check pays out the vacation balance left
             MOVE ZERO TO PayoutHours
             IF RunFinal
                MOVE EmpID TO PTEmpID
                READ PTOFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      IF PTVacBal > ZERO
                         MOVE PTVacBal TO PayoutHours
                      END-IF
                END-READ
             END-IF.

          GetPayRate.
      * the latest rate on the history taking effect by RateDate -
      * an hours line's week, or the end of the period for salary
      * and a payout; no history leaves the master's rate
             MOVE EmpPayRate TO PayRate
             MOVE 'N' TO RateEOF
             MOVE EmpID TO RHEmpID
             MOVE ZERO TO RHEffDate
             START RateFile KEY IS NOT LESS THAN RHKey
                INVALID KEY MOVE 'Y' TO RateEOF
             END-START
             PERFORM UNTIL RateEOF = 'Y'
                READ RateFile NEXT RECORD
                   AT END MOVE 'Y' TO RateEOF
                   NOT AT END
                      IF RHEmpID NOT = EmpID
                         OR RHEffDate > RateDate
                         MOVE 'Y' TO RateEOF
                      ELSE
                         MOVE RHPayRate TO PayRate
                      END-IF
                END-READ
             END-PERFORM.

          GetRetroPay.
      * everything retropay has worked out for the employee that
      * has not gone out yet
             MOVE ZERO TO RetroPay
             MOVE 'N' TO RetroEOF
             MOVE EmpID TO RTEmpID
             MOVE ZERO TO RTWeek
             MOVE SPACE TO RTFreq
             START RetroFile KEY IS NOT LESS THAN RTKey
                INVALID KEY MOVE 'Y' TO RetroEOF
             END-START
             PERFORM UNTIL RetroEOF = 'Y'
                READ RetroFile NEXT RECORD
                   AT END MOVE 'Y' TO RetroEOF
                   NOT AT END
                      IF RTEmpID NOT = EmpID
                         MOVE 'Y' TO RetroEOF
                      ELSE
                         COMPUTE RetroPay = RetroPay + RTDue - RTPaid
                      END-IF
                END-READ
             END-PERFORM.

          GetExpenses.
      * the employee's approved claims go on the net after the
      * withholding and deductions have been taken off it, and are
      * marked paid by this run
             MOVE ZERO TO ExpensePay
             MOVE 'N' TO ExpEOF
             MOVE EmpID TO EXEmpID
             START ExpenseFile KEY IS = EXEmpID
                INVALID KEY MOVE 'Y' TO ExpEOF
             END-START
             PERFORM UNTIL ExpEOF = 'Y'
                READ ExpenseFile NEXT RECORD
                   AT END MOVE 'Y' TO ExpEOF
                   NOT AT END
                      IF EXEmpID NOT = EmpID
                         MOVE 'Y' TO ExpEOF
                      ELSE
                         IF ExpApproved
                            PERFORM PayOneExpense
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             ADD ExpensePay TO NetPay.

          PayOneExpense.
             ADD EXAmount TO ExpensePay
             EVALUATE TRUE
                WHEN ExpMileage ADD EXAmount TO ExpMileTotal
                WHEN ExpTools   ADD EXAmount TO ExpToolTotal
                WHEN OTHER      ADD EXAmount TO ExpOtherTotal
             END-EVALUATE
             SET ExpPaid TO TRUE
             MOVE RunWeek TO EXPaidWeek
             MOVE RunFreq TO EXPaidFreq
             REWRITE ExpenseData
                INVALID KEY
                   DISPLAY "Claim " EXClaimNo " not marked paid"
             END-REWRITE.

          PostRetro.
      * mark what went out on this check against this run
             IF RetroPay NOT = ZERO
                MOVE RunFreq TO RetroFreq
                MOVE 'N' TO RetroEOF
                MOVE EmpID TO RTEmpID
                MOVE ZERO TO RTWeek
                MOVE SPACE TO RTFreq
                START RetroFile KEY IS NOT LESS THAN RTKey
                   INVALID KEY MOVE 'Y' TO RetroEOF
                END-START
                PERFORM UNTIL RetroEOF = 'Y'
                   READ RetroFile NEXT RECORD
                      AT END MOVE 'Y' TO RetroEOF
                      NOT AT END
                         IF RTEmpID NOT = EmpID
                            MOVE 'Y' TO RetroEOF
                         ELSE
                            IF RTDue NOT = RTPaid
                               COMPUTE RTLastPaid = RTDue - RTPaid
                               MOVE RTDue TO RTPaid
                               MOVE RunWeek TO RTPaidWeek
                               MOVE RetroFreq TO RTPaidFreq
                               REWRITE RetroData
                                  INVALID KEY
                                     DISPLAY "Retro not marked paid "
                                        "for employee " EmpID
                               END-REWRITE
                            END-IF
                         END-IF
                   END-READ
                END-PERFORM
             END-IF.

          WritePayHistory.
             OPEN EXTEND PayHistFile
             MOVE EmpID TO PHEmpID
             MOVE GrossPay TO PHGross
             MOVE WithAmount TO PHWith
             MOVE NetPay TO PHNet
             MOVE SSWage TO PHSSWage
             MOVE ERSSAmt TO PHERSS
             MOVE ERMedAmt TO PHERMed
             MOVE FUTAWage TO PHFUTAWage
             MOVE FUTAAmt TO PHFUTA
             MOVE SUTAWage TO PHSUTAWage
             MOVE SUTAAmt TO PHSUTA
             MOVE RunFreq TO PHFreq
             MOVE PaidRate TO PHRate
             MOVE RetroPay TO PHRetro
             MOVE ExpensePay TO PHExpense
             COMPUTE PHVacHrs = HrsVacation + PayoutHours
             MOVE HrsSick TO PHSickHrs
             MOVE HrsHoliday TO PHHolHrs
             MOVE VacEarn TO PHVacEarn
             MOVE SickEarn TO PHSickEarn
             WRITE PayHistData
             CLOSE PayHistFile.

          ComputeGrossNet.
      * the hours lines were priced week by week, each at its own
      * week's rate, as LoadRunHours gathered them; a vacation
      * payout goes at the period-end rate.  A salaried employee's
      * time off is within the salary
             COMPUTE PTOHours =
                HrsVacation + HrsSick + HrsHoliday
             PERFORM LookupWithRate
             MOVE PayRate TO PaidRate
             IF EmpSalaried
                COMPUTE GSResult ROUNDED =
                   PaySalary + (PayoutHours * PayRate)
                MOVE '0' TO GSStatus
             ELSE
                COMPUTE EffHours = RegHours + (OTHours * 1.5)
                   + PTOHours + PayoutHours
                MOVE PayoutHours TO GSOperand1
                MOVE PayRate TO GSOperand2
                CALL "GETSUM" USING GSOperand1, GSOperand2, "M",
                   GSResult, GSStatus
                IF GSStatus = '0'
                   ADD HtPay(HtSub) TO GSResult
                      ON SIZE ERROR MOVE '1' TO GSStatus
                   END-ADD
                END-IF
                IF GSStatus = '0' AND EffHours > ZERO
                   COMPUTE PaidRate ROUNDED = GSResult / EffHours
                END-IF
             END-IF
             IF GSStatus NOT = '0'
                DISPLAY "Gross overflow for employee " EmpID
                   " - paid as zero"
                MOVE ZERO TO GrossPay
                MOVE ZERO TO NetPay
                MOVE ZERO TO WithAmount
                MOVE ZERO TO RetroPay
             ELSE
                IF GSResult + RetroPay < ZERO
                   DISPLAY "Retro recovery for employee " EmpID
                      " held - more than the gross"
                   MOVE ZERO TO RetroPay
                END-IF
                COMPUTE GrossPay = GSResult + RetroPay
                COMPUTE WithAmount ROUNDED =
                   GrossPay * UseWithRate
                   ON SIZE ERROR
                         EmpID " - paid as zero"
                      MOVE ZERO TO GrossPay
                      MOVE ZERO TO WithAmount
                      MOVE ZERO TO RetroPay
                END-COMPUTE
                COMPUTE NetPay = GrossPay - WithAmount
             END-IF.

          PostPTO.
      * vacation and sick taken come off the balance first, then
      * the week's accrual goes on up to the year's cap
             MOVE ZERO TO VacEarn
             MOVE ZERO TO SickEarn
             MOVE HrsVacation TO SWVacHrs
             MOVE HrsSick TO SWSickHrs
             MOVE HrsHoliday TO SWHolHrs
             MOVE 'N' TO SWHasPTO
             MOVE ZERO TO SWVacBal
             MOVE ZERO TO SWSickBal
             MOVE 'Y' TO PTOFound
             MOVE EmpID TO PTEmpID
             READ PTOFile
                INVALID KEY MOVE 'N' TO PTOFound
             END-READ
             IF PTOFound = 'Y'
                IF PTYear = ZERO
                   MOVE HrsWeekDate(1:4) TO PTYear
                END-IF
                SUBTRACT HrsVacation FROM PTVacBal
                ADD HrsVacation TO PTVacTaken
                SUBTRACT PayoutHours FROM PTVacBal
                ADD PayoutHours TO PTVacTaken
                SUBTRACT HrsSick FROM PTSickBal
                ADD HrsSick TO PTSickTaken
                IF NOT RunFinal
                   MOVE PTVacAccrue TO VacEarn
                END-IF
                IF PTVacCap > ZERO
                   IF PTVacEarned >= PTVacCap
                      MOVE ZERO TO VacEarn
                   ELSE
                      IF PTVacEarned + VacEarn > PTVacCap
                         COMPUTE VacEarn = PTVacCap - PTVacEarned
                      END-IF
                   END-IF
                END-IF
                IF NOT RunFinal
                   MOVE PTSickAccrue TO SickEarn
                END-IF
                IF PTSickCap > ZERO
                   IF PTSickEarned >= PTSickCap
                      MOVE ZERO TO SickEarn
                   ELSE
                      IF PTSickEarned + SickEarn > PTSickCap
                         COMPUTE SickEarn =
                            PTSickCap - PTSickEarned
                      END-IF
                   END-IF
                END-IF
                ADD VacEarn TO PTVacBal
                ADD VacEarn TO PTVacEarned
                ADD SickEarn TO PTSickBal
                ADD SickEarn TO PTSickEarned
                REWRITE PTOData
                   INVALID KEY
                      DISPLAY "PTO not saved for employee " EmpID
                END-REWRITE
                MOVE 'Y' TO SWHasPTO
                MOVE PTVacBal TO SWVacBal
                MOVE PTSickBal TO SWSickBal
             END-IF.

          WriteDepositDetail.
             IF EmpRouting = ZERO OR EmpAccount = SPACE
                OR EmpTerminated
                MOVE 'Y' TO SWPaper
                ADD 1 TO PaperCt
             ELSE
             END-IF
             IF DRSub > ZERO
                ADD DedAmt TO DRTotal(DRSub)
             ELSE
                ADD DedAmt TO DedRegOther
             END-IF.

          LookupWithRate.
                MOVE EmpWithRate TO UseWithRate
             END-IF.

          ComputeEmployerTax.
      * the wage bases are measured against the YTD gross before
      * this week goes onto it
             MOVE ERSSBase TO CapBase
             PERFORM CapToBase
             MOVE CapWage TO SSWage
             MOVE FUTABase TO CapBase
             PERFORM CapToBase
             MOVE CapWage TO FUTAWage
             PERFORM LookupSutaRate
             MOVE UseSutaBase TO CapBase
             PERFORM CapToBase
             MOVE CapWage TO SUTAWage
             COMPUTE ERSSAmt ROUNDED = SSWage * ERSSRate
             COMPUTE ERMedAmt ROUNDED = GrossPay * ERMedRate
             COMPUTE FUTAAmt ROUNDED = FUTAWage * FUTARate
             COMPUTE SUTAAmt ROUNDED = SUTAWage * UseSutaRate
             COMPUTE ERTaxAmt = ERSSAmt + ERMedAmt + FUTAAmt + SUTAAmt
             ADD ERSSAmt TO CompERSS
             ADD ERMedAmt TO CompERMed
             ADD FUTAAmt TO CompFUTA
             ADD SUTAAmt TO CompSUTA.

          CapToBase.
             IF EmpYTDGross NOT < CapBase
                MOVE ZERO TO CapWage
             ELSE
                IF EmpYTDGross + GrossPay > CapBase
                   COMPUTE CapWage = CapBase - EmpYTDGross
                ELSE
                   MOVE GrossPay TO CapWage
                END-IF
             END-IF.

          LookupSutaRate.
             MOVE 'N' TO SUFound
             MOVE EmpState TO SUState
             READ SutaFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE SURate TO UseSutaRate
                   MOVE SUBase TO UseSutaBase
                   MOVE 'Y' TO SUFound
             END-READ
             IF SUFound NOT = 'Y'
                MOVE SUTADefRate TO UseSutaRate
                MOVE SUTADefBase TO UseSutaBase
             END-IF.

          PrintEmployerTaxes.
             MOVE CompERSS TO Dollar
             MOVE Dollar TO Disp1
             MOVE CompERMed TO Dollar
             MOVE Dollar TO Disp2
             MOVE SPACE TO LineBuffer
             STRING "Employer taxes: social security " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                "  Medicare " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE RegisterLine FROM LineBuffer
             MOVE CompFUTA TO Dollar
             MOVE Dollar TO Disp1
             MOVE CompSUTA TO Dollar
             MOVE Dollar TO Disp2
             MOVE SPACE TO LineBuffer
             STRING "                federal unemp.  " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                "  state unemp. " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE RegisterLine FROM LineBuffer.

          PrintRegister.
             OPEN OUTPUT StubFile
             PERFORM UNTIL SortEOF = 'Y'
             MOVE Dollar TO Disp1
             MOVE CompNet TO Dollar
             MOVE Dollar TO Disp2
             MOVE CompERTax TO Dollar
             MOVE Dollar TO Disp3
             MOVE SPACE TO LineBuffer
             STRING "COMPANY TOTAL                        "
                DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp3 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE RegisterLine FROM LineBuffer
             IF CompExpense > ZERO
                MOVE CompExpense TO Dollar
                MOVE Dollar TO Disp1
                MOVE SPACE TO LineBuffer
                STRING "  expenses repaid in net, not gross "
                   DELIMITED BY SIZE
                   Disp1 DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE RegisterLine FROM LineBuffer
             END-IF
             PERFORM PrintEmployerTaxes
             MOVE SPACE TO LineBuffer
             STRING "Run control: " DELIMITED BY SIZE
                RunFreqName DELIMITED BY SPACE
                " period " DELIMITED BY SIZE
                RunWeek DELIMITED BY SIZE
                " posted " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
             ADD SWGross TO CompGross
             ADD SWNet TO DeptNet
             ADD SWNet TO CompNet
             ADD SWERTax TO DeptERTax
             ADD SWERTax TO CompERTax
             MOVE SWHours TO HoursDisp
             MOVE SWGross TO Dollar
             MOVE Dollar TO Disp1
             MOVE SWNet TO Dollar
             MOVE Dollar TO Disp2
             MOVE SWERTax TO Dollar
             MOVE Dollar TO Disp3
             MOVE SPACE TO LineBuffer
             STRING SWDept DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp3 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             IF SWPaper = 'Y'
                END-STRING
             END-IF
             WRITE RegisterLine FROM LineBuffer
             IF SWExpense > ZERO
                ADD SWExpense TO CompExpense
                MOVE SWExpense TO Dollar
                MOVE Dollar TO Disp1
                MOVE SPACE TO LineBuffer
                STRING "               expenses repaid in net  "
                   DELIMITED BY SIZE
                   Disp1 DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE RegisterLine FROM LineBuffer
             END-IF
             PERFORM PrintOneStub.

          PrintOneStub.
             MOVE SPACE TO LineBuffer
             STRING "---- Pay Stub  Period ending " DELIMITED BY SIZE
                SWWeek DELIMITED BY SIZE
                " ----" DELIMITED BY SIZE
                INTO LineBuffer
                INTO LineBuffer
             END-STRING
             WRITE StubLine FROM LineBuffer
             IF SWVacHrs > ZERO OR SWSickHrs > ZERO
                OR SWHolHrs > ZERO
                MOVE SWVacHrs TO HoursDisp
                MOVE SWSickHrs TO HoursDisp2
                MOVE SWHolHrs TO HoursDisp3
                MOVE SPACE TO LineBuffer
                STRING "Vacation hours" DELIMITED BY SIZE
                   HoursDisp DELIMITED BY SIZE
                   "   Sick hours " DELIMITED BY SIZE
                   HoursDisp2 DELIMITED BY SIZE
                   "   Holiday hours " DELIMITED BY SIZE
                   HoursDisp3 DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE StubLine FROM LineBuffer
             END-IF
             IF SWPayoutHrs > ZERO
                MOVE SWPayoutHrs TO HoursDisp
                MOVE SPACE TO LineBuffer
                STRING "Vacation paid out" DELIMITED BY SIZE
                   HoursDisp DELIMITED BY SIZE
                   " hours" DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE StubLine FROM LineBuffer
             END-IF
             IF SWRetro NOT = ZERO
                MOVE SWRetro TO DollarMinus
                MOVE SPACE TO LineBuffer
                STRING "Retro pay        " DELIMITED BY SIZE
                   DollarMinus DELIMITED BY SIZE
                   "  (in gross)" DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE StubLine FROM LineBuffer
             END-IF
             MOVE SWGross TO Dollar
             MOVE Dollar TO Disp1
             MOVE SPACE TO LineBuffer
             PERFORM PrintStubDeduction
                VARYING EdSub FROM 1 BY 1
                UNTIL EdSub > SWDedCt
             IF SWExpense > ZERO
                MOVE SWExpense TO Dollar
                MOVE Dollar TO Disp1
                MOVE SPACE TO LineBuffer
                STRING "Expenses repaid  " DELIMITED BY SIZE
                   Disp1 DELIMITED BY SIZE
                   "  (not taxed)" DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE StubLine FROM LineBuffer
             END-IF
             MOVE SWNet TO Dollar
             MOVE Dollar TO Disp1
             MOVE SPACE TO LineBuffer
                INTO LineBuffer
             END-STRING
             WRITE StubLine FROM LineBuffer
             IF SWHasPTO = 'Y'
                MOVE SWVacBal TO BalDisp
                MOVE SWSickBal TO BalDisp2
                MOVE SPACE TO LineBuffer
                STRING "Vacation balance " DELIMITED BY SIZE
                   BalDisp DELIMITED BY SIZE
                   "   Sick balance " DELIMITED BY SIZE
                   BalDisp2 DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE StubLine FROM LineBuffer
             END-IF
             MOVE SPACE TO LineBuffer
             WRITE StubLine FROM LineBuffer.

                END-STRING
                WRITE DedRegLine FROM LineBuffer(1:80)
             END-PERFORM
             IF DedRegOther NOT = ZERO
                MOVE DedRegOther TO Dollar
                MOVE Dollar TO Disp1
                MOVE SPACE TO LineBuffer
                STRING "OTHR" DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   Disp1 DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE DedRegLine FROM LineBuffer(1:80)
             END-IF
             CLOSE DedRegFile.

          PrintDeptSubtotal.
             MOVE Dollar TO Disp1
             MOVE DeptNet TO Dollar
             MOVE Dollar TO Disp2
             MOVE DeptERTax TO Dollar
             MOVE Dollar TO Disp3
             MOVE SPACE TO LineBuffer
             STRING "  SUBTOTAL " DELIMITED BY SIZE
                PrevDept DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp3 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE RegisterLine FROM LineBuffer
             PERFORM TallyDeptWages
             MOVE ZERO TO DeptGross
             MOVE ZERO TO DeptNet
             MOVE ZERO TO DeptERTax.

          TallyDeptWages.
             MOVE ZERO TO JFound
             IF JDeptCount < 50
                ADD 1 TO JDeptCount
                MOVE JDeptCount TO JFound
                MOVE PrevDept TO JDept(JFound)
                MOVE DeptGross TO JDeptGross(JFound)
             ELSE
                ADD DeptGross TO JDeptOther
             END-IF.

          TallyStateWith.
             MOVE ZERO TO JFound
             PERFORM VARYING JSub FROM 1 BY 1
                UNTIL JSub > JStateCount OR JFound > ZERO
                IF JState(JSub) = EmpState
                   MOVE JSub TO JFound
                END-IF
             END-PERFORM
             IF JFound = ZERO AND JStateCount < 60
                ADD 1 TO JStateCount
                MOVE JStateCount TO JFound
                MOVE EmpState TO JState(JFound)
                MOVE ZERO TO JStateWith(JFound)
             END-IF
             IF JFound > ZERO
                ADD WithAmount TO JStateWith(JFound)
             ELSE
                ADD WithAmount TO JStateOther
             END-IF.

          LoadReversal.
      * the lines the week was journaled with, turned debit for
      * credit, go out ahead of the re-post's own
             MOVE ZERO TO RvCount
             MOVE 'N' TO PayGLEOF
             OPEN INPUT PayGLFile
             PERFORM UNTIL PayGLEOF = 'Y'
                READ PayGLFile
                   AT END MOVE 'Y' TO PayGLEOF
                   NOT AT END
                      IF PGWeek = RunWeek
                         AND (PGFreq = RunFreq
                            OR (PGFreq = SPACE AND RunWeekly))
                         IF RvCount < 200
                            ADD 1 TO RvCount
                            MOVE PGAccount TO RvAccount(RvCount)
                            MOVE SPACE TO RvDesc(RvCount)
                            STRING "REV " DELIMITED BY SIZE
                               PGDesc DELIMITED BY SIZE
                               INTO RvDesc(RvCount)
                            END-STRING
                            MOVE PGCredit TO RvDebit(RvCount)
                            MOVE PGDebit TO RvCredit(RvCount)
                         ELSE
                            DISPLAY "Too many journal lines to "
                               "reverse - finish the reversal by hand"
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PayGLFile
             IF RvCount = ZERO
                DISPLAY "No payroll journal on file for week "
                   RunWeek " - reverse it in the ledger by hand"
             END-IF.

          WritePayJournal.
             IF RunWeek NOT = ZERO
                IF WeekWasReversed = 'Y'
                   PERFORM PurgePayGLWeek
                END-IF
                OPEN EXTEND JournalFile
                OPEN EXTEND PayGLFile
                PERFORM VARYING JSub FROM 1 BY 1
                   UNTIL JSub > RvCount
                   MOVE RvAccount(JSub) TO GLAccount
                   MOVE RvDesc(JSub) TO GLDesc
                   MOVE RvDebit(JSub) TO GLDebit
                   MOVE RvCredit(JSub) TO GLCredit
                   PERFORM WriteJournalLine
                END-PERFORM
                PERFORM VARYING JSub FROM 1 BY 1
                   UNTIL JSub > JDeptCount
                   MOVE WagesAcct TO GLAccount
                   MOVE SPACE TO GLDesc
                   STRING "WAGES DEPT " DELIMITED BY SIZE
                      JDept(JSub) DELIMITED BY SIZE
                      INTO GLDesc
                   END-STRING
                   MOVE JDeptGross(JSub) TO GLDebit
                   MOVE ZERO TO GLCredit
                   PERFORM WritePayJnlLine
                END-PERFORM
                MOVE WagesAcct TO GLAccount
                MOVE "WAGES OTHER DEPTS" TO GLDesc
                MOVE JDeptOther TO GLDebit
                MOVE ZERO TO GLCredit
                PERFORM WritePayJnlLine
                PERFORM VARYING JSub FROM 1 BY 1
                   UNTIL JSub > JStateCount
                   MOVE WithPayAcct TO GLAccount
                   MOVE SPACE TO GLDesc
                   STRING "WITHHOLDING " DELIMITED BY SIZE
                      JState(JSub) DELIMITED BY SIZE
                      INTO GLDesc
                   END-STRING
                   MOVE ZERO TO GLDebit
                   MOVE JStateWith(JSub) TO GLCredit
                   PERFORM WritePayJnlLine
                END-PERFORM
                MOVE WithPayAcct TO GLAccount
                MOVE "WITHHOLDING OTHER" TO GLDesc
                MOVE ZERO TO GLDebit
                MOVE JStateOther TO GLCredit
                PERFORM WritePayJnlLine
                PERFORM VARYING JSub FROM 1 BY 1
                   UNTIL JSub > DedRegCount
                   MOVE DedPayAcct TO GLAccount
                   MOVE SPACE TO GLDesc
                   STRING "DEDUCTION " DELIMITED BY SIZE
                      DRCode(JSub) DELIMITED BY SIZE
                      INTO GLDesc
                   END-STRING
                   MOVE ZERO TO GLDebit
                   MOVE DRTotal(JSub) TO GLCredit
                   PERFORM WritePayJnlLine
                END-PERFORM
                MOVE DedPayAcct TO GLAccount
                MOVE "DEDUCTION OTHR" TO GLDesc
                MOVE ZERO TO GLDebit
                MOVE DedRegOther TO GLCredit
                PERFORM WritePayJnlLine
                MOVE MileAcct TO GLAccount
                MOVE "MILEAGE REIMBURSED" TO GLDesc
                MOVE ExpMileTotal TO GLDebit
                MOVE ZERO TO GLCredit
                PERFORM WritePayJnlLine
                MOVE ToolAcct TO GLAccount
                MOVE "TOOLS REIMBURSED" TO GLDesc
                MOVE ExpToolTotal TO GLDebit
                MOVE ZERO TO GLCredit
                PERFORM WritePayJnlLine
                MOVE OthExpAcct TO GLAccount
                MOVE "EXPENSES REIMBURSED" TO GLDesc
                MOVE ExpOtherTotal TO GLDebit
                MOVE ZERO TO GLCredit
                PERFORM WritePayJnlLine
                MOVE DDClearAcct TO GLAccount
                MOVE "NET PAY DEPOSITS" TO GLDesc
                MOVE ZERO TO GLDebit
                MOVE DepDollars TO GLCredit
                PERFORM WritePayJnlLine
                COMPUTE PaperNet = CompNet - DepDollars
                MOVE CashAcct TO GLAccount
                MOVE "NET PAY CHECKS" TO GLDesc
                MOVE ZERO TO GLDebit
                MOVE PaperNet TO GLCredit
                PERFORM WritePayJnlLine
                IF JnlLines > ZERO
                   MOVE RunWeek TO GLDate
                   MOVE "TRLR" TO GLAccount
                   IF JnlDebit = JnlCredit
                      MOVE "BALANCED" TO GLDesc
                   ELSE
                      MOVE "OUT OF BALANCE" TO GLDesc
                      DISPLAY "PAYROLL JOURNAL IS OUT OF BALANCE"
                   END-IF
                   MOVE JnlDebit TO GLDebit
                   MOVE JnlCredit TO GLCredit
                   WRITE JournalData
                   DISPLAY "Payroll journal appended to gljournal.txt"
                END-IF
                CLOSE PayGLFile
                CLOSE JournalFile
             END-IF.

          WritePayJnlLine.
      * a line of the week's own posting is kept on paygl.txt too,
      * for a reversal to turn round; nothing is written for zero
             IF GLDebit NOT = ZERO OR GLCredit NOT = ZERO
                MOVE RunWeek TO PGWeek
                MOVE RunFreq TO PGFreq
                MOVE GLAccount TO PGAccount
                MOVE GLDesc TO PGDesc
                MOVE GLDebit TO PGDebit
                MOVE GLCredit TO PGCredit
                WRITE PayGLData
                PERFORM WriteJournalLine
             END-IF.

          WriteJournalLine.
             MOVE RunWeek TO GLDate
             ADD GLDebit TO JnlDebit
             ADD GLCredit TO JnlCredit
             WRITE JournalData
             ADD 1 TO JnlLines.

          PurgeJobCostRun.
      * the reversed run's costed labor comes off jobcost.txt; the
      * re-post costs the job hours afresh
             MOVE 'N' TO JobEOF
             OPEN INPUT JobCostFile
             OPEN OUTPUT RevTempFile
             PERFORM UNTIL JobEOF = 'Y'
                READ JobCostFile
                   AT END MOVE 'Y' TO JobEOF
                   NOT AT END
                      IF JCRunWeek NOT = RunWeek
                         OR JCFreq NOT = RunFreq
                         MOVE JobCostData TO RevTempLine
                         WRITE RevTempLine
                      END-IF
                END-READ
             END-PERFORM
             CLOSE RevTempFile
             CLOSE JobCostFile
             MOVE 'N' TO JobEOF
             OPEN INPUT RevTempFile
             OPEN OUTPUT JobCostFile
             PERFORM UNTIL JobEOF = 'Y'
                READ RevTempFile
                   AT END MOVE 'Y' TO JobEOF
                   NOT AT END
                      MOVE RevTempLine TO JobCostData
                      WRITE JobCostData
                END-READ
             END-PERFORM
             CLOSE JobCostFile
             CLOSE RevTempFile.

          PurgePayGLWeek.
      * the reversed posting's lines come off paygl.txt so a later
      * reversal turns round only the re-post
             MOVE 'N' TO PayGLEOF
             OPEN INPUT PayGLFile
             OPEN OUTPUT RevTempFile
             PERFORM UNTIL PayGLEOF = 'Y'
                READ PayGLFile
                   AT END MOVE 'Y' TO PayGLEOF
                   NOT AT END
                      IF PGWeek NOT = RunWeek
                         OR (PGFreq NOT = RunFreq
                            AND NOT (PGFreq = SPACE AND RunWeekly))
                         MOVE PayGLData TO RevTempLine
                         WRITE RevTempLine
                      END-IF
                END-READ
             END-PERFORM
             CLOSE RevTempFile
             CLOSE PayGLFile
             MOVE 'N' TO PayGLEOF
             OPEN INPUT RevTempFile
             OPEN OUTPUT PayGLFile
             PERFORM UNTIL PayGLEOF = 'Y'
                READ RevTempFile
                   AT END MOVE 'Y' TO PayGLEOF
                   NOT AT END
                      MOVE RevTempLine TO PayGLData
                      WRITE PayGLData
                END-READ
             END-PERFORM
             CLOSE PayGLFile
             CLOSE RevTempFile.
