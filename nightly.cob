      *              answers - delimiter, then full/delta mode -
      *              since the single echo left the mode ACCEPT
      *              reading end-of-file.
      *   2021-10-01 Brownies - portext, the customer portal and
      *              e-invoice extract, is the sixth built-in step.
      *   2021-10-07 Brownies - borpt, the open-backorder report, is
      *              the seventh built-in step.
      *   2021-10-19 Brownies - ctrexp, the expiring-contracts
      *              report, is the eighth built-in step.
      *   2021-10-21 Brownies - ordage, the unshipped-orders report,
      *              is the ninth built-in step.
      *   2021-10-27 Brownies - itemhist, the item sales history
      *              rebuild, is the tenth built-in step.
      *   2021-10-29 Brownies - qtexpire, which marks lapsed quotes
      *              lost, is the eleventh built-in step.
      *   2021-11-28 Brownies - the chain runs on business days only,
      *              off the company calendar (DATECALC).  Started on
      *              a weekend or a day the calendar has closed, it
      *              runs no steps, leaves the checkpoint as it was
      *              and writes a summary naming the business day the
      *              night's work rolls to.
      *   2021-11-30 Brownies - xrefvfy, the cross-file verifier, is
      *              the second built-in step, straight after custvfy:
      *              its RETURN-CODE 8 on orphaned financial records
      *              stops the chain before anything posts against
      *              them.  The built-in steps after it move down one.
      *   2021-12-04 Brownies - audvfy, the audit-trail chain
      *              verifier, is the thirteenth built-in step; its
      *              RETURN-CODE 8 on a broken chain shows as FAIL on
      *              the summary.
      *   2021-12-10 Brownies - emailrpt, the email delivery report
      *              for the day, is the fourteenth built-in step; a
      *              document that fell back to print shows as WARN.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             01 CkptStep    PIC 9(2) VALUE ZERO.
             01 ShellCmd    PIC X(40).
             01 RunDate     PIC X(8).
             01 BusRunDate  PIC 9(8).
             01 NextBusDate PIC 9(8).
             01 DCDate2     PIC 9(8) VALUE ZERO.
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 RCDisp      PIC -9(5).
             01 LineBuffer  PIC X(100).
       PROCEDURE DIVISION.
          MainLine.
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             MOVE RunDate TO BusRunDate
             CALL "DATECALC" USING BusRunDate, DCDate2, "B",
                DCResult, DCStatus
             IF DCStatus = '0' AND DCResult = ZERO
                PERFORM HoldClosedDay
                STOP RUN
             END-IF
             PERFORM LoadSchedule
             IF StepCount = ZERO
                DISPLAY "nightsch.txt is empty or missing - "
             DISPLAY "Nightly run complete - see NightlyRun.txt"
             STOP RUN.

          HoldClosedDay.
             CALL "DATECALC" USING BusRunDate, DCDate2, "N",
                DCResult, DCStatus
             MOVE DCResult TO NextBusDate
             DISPLAY RunDate " is not a business day - the nightly "
                "chain rolls to " NextBusDate
             OPEN OUTPUT SummaryFile
             MOVE SPACE TO LineBuffer
             STRING "Nightly Run Summary        Date: "
                DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE SummaryLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Not a business day - no steps run; the chain "
                DELIMITED BY SIZE
                "rolls to " DELIMITED BY SIZE
                NextBusDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE SummaryLine FROM LineBuffer
             CLOSE SummaryFile.

          LoadSchedule.
             OPEN INPUT ScheduleFile
             PERFORM UNTIL SchedEOF = 'Y'
             CLOSE ScheduleFile.

          LoadDefaultSchedule.
             MOVE 14 TO StepCount
             MOVE "custvfy"   TO StepName(1)
             MOVE "./custvfy" TO StepCmd(1)
             MOVE "xrefvfy"   TO StepName(2)
             MOVE "./xrefvfy" TO StepCmd(2)
             MOVE "files_2"   TO StepName(3)
             MOVE "./files_2" TO StepCmd(3)
             MOVE "reconcile" TO StepName(4)
             MOVE "echo N | ./reconcile" TO StepCmd(4)
             MOVE "custexp"   TO StepName(5)
      * custexp asks for the delimiter and then the full/delta
      * mode, so both answers are piped
             MOVE "(echo 1; echo 1) | ./custexp" TO StepCmd(5)
             MOVE "custstat"  TO StepName(6)
             MOVE "./custstat" TO StepCmd(6)
             MOVE "portext"   TO StepName(7)
             MOVE "./portext" TO StepCmd(7)
             MOVE "borpt"     TO StepName(8)
             MOVE "./borpt"   TO StepCmd(8)
             MOVE "ctrexp"    TO StepName(9)
             MOVE "./ctrexp"  TO StepCmd(9)
             MOVE "ordage"    TO StepName(10)
             MOVE "./ordage"  TO StepCmd(10)
             MOVE "itemhist"  TO StepName(11)
             MOVE "./itemhist" TO StepCmd(11)
             MOVE "qtexpire"  TO StepName(12)
             MOVE "./qtexpire" TO StepCmd(12)
             MOVE "audvfy"    TO StepName(13)
             MOVE "./audvfy"  TO StepCmd(13)
             MOVE "emailrpt"  TO StepName(14)
             MOVE "echo 0 | ./emailrpt" TO StepCmd(14)
             PERFORM VARYING StepSub FROM 1 BY 1
                UNTIL StepSub > StepCount
                MOVE 'S' TO StepFailAct(StepSub)
