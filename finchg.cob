      *              assessing 1.0%; the rate is now scaled to a
      *              percent for the multiply and divided back down
      *              through the guarded divide.
      *   2021-09-13 Brownies - the base is now everything past the
      *              due date the payment terms put on the master
      *              (no due date reads as invoice date plus 30),
      *              and the rate is the monthly finance rate on the
      *              customer's terms through TERMCALC - 1.5% still
      *              for a blank code, nothing for terms that carry
      *              no finance charge.  The charge item itself is
      *              due on the customer's terms with no discount.
      *   2021-09-15 Brownies - disputed items (IMDisputed) stay out
      *              of the finance-charge base until resolved.
      *   2021-11-28 Brownies - business days off the company
      *              calendar (DATECALC): a run on a weekend or a
      *              holiday dates its charges the next business day
      *              and terms them from there, and a due date that
      *              fell on a closed day counts as due the business
      *              day after.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 ChargeRate  PIC V999 VALUE .015.
             01 Thirty      PIC 9(8) VALUE 30.
             01 NoDays      PIC 9(8) VALUE ZERO.
             01 ChargeDate  PIC 9(8).
             01 TermsDue    PIC 9(8).
             01 TermsDiscDate PIC 9(8).
             01 TermsDiscRate PIC V999.
             01 TermsStatus PIC X(1).
             01 ChargePct   PIC 9(3)V99.
             01 Hundred     PIC S9(7)V99 VALUE 100.
             01 MastEOF     PIC X VALUE 'N'.
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             MOVE RunDate TO ChargeDate
             CALL "DATECALC" USING RunDate, NoDays, "N",
                DCResult, DCStatus
             IF DCStatus = '0'
                MOVE DCResult TO ChargeDate
             END-IF
             PERFORM SumOverdueAmounts
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Cust   Charge#       Past-Due Base  "
                DELIMITED BY SIZE
                "        Charge" DELIMITED BY SIZE
                INTO LineBuffer
                COMPUTE WorkOpen = ZERO - WorkOpen
             END-IF
             IF IMOpen AND WorkOpen NOT = ZERO
                AND NOT IMDisputed
                MOVE RunDate TO DCDate1
                MOVE IMDueDate TO DCDate2
                IF IMDueDate = ZERO
                   CALL "DATECALC" USING IMInvDate, Thirty, "A",
                      DCResult, DCStatus
                   MOVE IMInvDate TO DCDate2
                   IF DCStatus = '0'
                      MOVE DCResult TO DCDate2
                   END-IF
                END-IF
                CALL "DATECALC" USING DCDate2, NoDays, "N",
                   DCResult, DCStatus
                IF DCStatus = '0'
                   MOVE DCResult TO DCDate2
                END-IF
                CALL "DATECALC" USING DCDate1, DCDate2, "D",
                   DCResult, DCStatus
                IF DCStatus = '0'
                ELSE
                   MOVE ZERO TO AgeDays
                END-IF
                IF AgeDays > 0
                   PERFORM FindCustEntry
                   IF CustSub > ZERO
                      ADD WorkOpen TO CTOverdue(CustSub)
                      ADD 1 TO WaiveCount
                      PERFORM ReportWaived
                   WHEN OTHER
                      CALL "TERMCALC" USING TermsCode, ChargeDate,
                         TermsDue, TermsDiscDate, TermsDiscRate,
                         ChargeRate, TermsStatus
                      IF ChargeRate = ZERO
                         ADD 1 TO WaiveCount
                         PERFORM ReportNoTerms
                      ELSE
                         PERFORM ComputeAndPostCharge
                      END-IF
                END-EVALUATE
             END-IF.

             OPEN I-O InvMastFile
             MOVE ChargeNum TO IMInvNum
             MOVE CTCustID(CustSub) TO IMCustID
             MOVE ChargeDate TO IMInvDate
             MOVE State TO IMState
             MOVE ChargeAmt TO IMSubtotal
             MOVE ZERO TO IMTax
             MOVE ZERO TO IMPaid
             SET IMOpen TO TRUE
             SET IMFinChg TO TRUE
             MOVE TermsCode TO IMTermsCode
             MOVE TermsDue TO IMDueDate
             MOVE ZERO TO IMDiscDate
             MOVE ZERO TO IMDiscRate
             SET IMNotDisputed TO TRUE
             WRITE InvMastData
                INVALID KEY
                   DISPLAY "Charge " ChargeNum
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          ReportNoTerms.
             MOVE CTOverdue(CustSub) TO Dollar
             MOVE Dollar TO Disp1
             MOVE SPACE TO LineBuffer
             STRING CTCustID(CustSub) DELIMITED BY SIZE
                "  WAIVED   " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                " (terms " DELIMITED BY SIZE
                TermsCode DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.
