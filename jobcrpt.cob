       IDENTIFICATION DIVISION.
          PROGRAM-ID.   jobcrpt.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 24th, 2021.
      * Modification History
      *   2021-11-24 Brownies - new program: the job cost report for
      *              management.  Totals the labor the payroll runs
      *              costed to each job (jobcost.txt) - hours and
      *              loaded dollars - and lists the jobs on the job
      *              master by customer.  Under each customer's jobs
      *              goes the revenue invoiced to that customer - on
      *              the invoice master invmast.txt and the invoice
      *              history invhist.txt: invoices less credit memos,
      *              before tax, voids left out; finance charges and
      *              returned-check fees are not revenue -
      *              against the labor, with LOSS flagged where the
      *              labor is more than the revenue.  Costed labor for
      *              a job not on the master is listed at the end.
      *              Report goes to JobCostRpt.txt; start and end go
      *              to the common job log.
      *   2021-12-18 Brownies - the revenue also counts the settled
      *              invoices the invarch purge has moved off the
      *              master to the invoice history invhist.txt; the
      *              labor on jobcost.txt goes back to the first
      *              costed run, and a customer whose paid invoices
      *              had been archived was showing a false LOSS.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL JobFile ASSIGN TO "jobmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS JBJobNo.
             SELECT OPTIONAL JobCostFile ASSIGN TO "jobcost.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
             SELECT OPTIONAL InvMastFile ASSIGN TO "invmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IMInvNum.
             SELECT OPTIONAL InvHistFile ASSIGN TO "invhist.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO "JobCostRpt.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT SortWork ASSIGN TO "jobcrwk.tmp".
       DATA DIVISION.
          FILE SECTION.
             FD JobFile.
                COPY JOBMAST.
             FD JobCostFile.
                COPY JOBCOST.
             FD CustomerFile.
                COPY CUSTREC.
             FD InvMastFile.
                COPY INVMAST.
             FD InvHistFile.
                01 InvHistLine PIC X(83).
             FD ReportFile.
                01 ReportLine PIC X(120).
             SD SortWork.
                01 SortWorkRec.
                   02 SRCustID  PIC 9(5).
                   02 SRJobNo   PIC 9(6).
                   02 SRDesc    PIC X(30).
                   02 SRStatus  PIC X(1).
                   02 SRHours   PIC 9(5)V99.
                   02 SRCost    PIC 9(7)V99.
          WORKING-STORAGE SECTION.
             01 JobTable.
                02 JtEntry OCCURS 1000 TIMES.
                   03 JtJobNo  PIC 9(6).
                   03 JtHours  PIC 9(5)V99.
                   03 JtCost   PIC 9(7)V99.
                   03 JtOnMast PIC X(1).
             01 JtCount     PIC 9(4) VALUE ZERO.
             01 JtSub       PIC 9(4).
             01 JtFound     PIC 9(4).
             01 CostEOF     PIC X VALUE 'N'.
             01 JobEOF      PIC X VALUE 'N'.
             01 InvEOF      PIC X.
             01 InvHistEOF  PIC X.
             01 SortEOF     PIC X VALUE 'N'.
             01 CustFound   PIC X.
             01 FirstCust   PIC X VALUE 'Y'.
             01 PrevCust    PIC 9(5).
             01 CustName    PIC X(31).
             01 CustHours   PIC 9(7)V99.
             01 CustCost    PIC 9(9)V99.
             01 CustRevenue PIC S9(9)V99.
             01 CustMargin  PIC S9(9)V99.
             01 TotHours    PIC 9(7)V99 VALUE ZERO.
             01 TotCost     PIC 9(9)V99 VALUE ZERO.
             01 TotRevenue  PIC S9(9)V99 VALUE ZERO.
             01 TotMargin   PIC S9(9)V99.
             01 CostLines   PIC 9(7) VALUE ZERO.
             01 JobCount    PIC 9(7) VALUE ZERO.
             01 LossCount   PIC 9(7) VALUE ZERO.
             01 OrphanCount PIC 9(7) VALUE ZERO.
             01 HrsDisp     PIC ZZ,ZZ9.99.
             01 Disp1       PIC X(14).
             01 Disp2       PIC X(14).
             01 Disp3       PIC X(14).
             01 LossFlag    PIC X(6).
             01 CountDisp   PIC Z,ZZZ,ZZ9.
             01 RunDate     PIC X(8).
             01 LineBuffer  PIC X(120).
             01 JLProgName PIC X(12) VALUE "jobcrpt".
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
             PERFORM LoadJobCost
             OPEN INPUT CustomerFile
             OPEN INPUT InvMastFile
             OPEN OUTPUT ReportFile
             PERFORM PrintHeadings
             SORT SortWork ON ASCENDING KEY SRCustID, SRJobNo
                INPUT PROCEDURE IS ReleaseJobs
                OUTPUT PROCEDURE IS PrintJobs
             PERFORM PrintOrphans
             PERFORM PrintTotals
             CLOSE ReportFile
             CLOSE InvMastFile
             CLOSE CustomerFile
             DISPLAY "Jobs reported : " JobCount
             DISPLAY "Customers at a loss : " LossCount
             DISPLAY "Report written to JobCostRpt.txt"
             MOVE "END" TO JLPhase
             MOVE CostLines TO JLReadCt
             MOVE JobCount TO JLWriteCt
             MOVE OrphanCount TO JLRejCt
             IF OrphanCount > ZERO
                MOVE "WARN" TO JLFinal
                MOVE 4 TO RETURN-CODE
             ELSE
                MOVE "OK" TO JLFinal
             END-IF
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          LoadJobCost.
      * labor hours and dollars per job off every costed line
             OPEN INPUT JobCostFile
             PERFORM UNTIL CostEOF = 'Y'
                READ JobCostFile
                   AT END MOVE 'Y' TO CostEOF
                   NOT AT END
                      ADD 1 TO CostLines
                      PERFORM AddJobCost
                END-READ
             END-PERFORM
             CLOSE JobCostFile.

          AddJobCost.
             PERFORM FindJob
             IF JtFound = ZERO
                IF JtCount < 1000
                   ADD 1 TO JtCount
                   MOVE JtCount TO JtFound
                   MOVE JCJobNo TO JtJobNo(JtFound)
                   MOVE ZERO TO JtHours(JtFound)
                   MOVE ZERO TO JtCost(JtFound)
                   MOVE 'N' TO JtOnMast(JtFound)
                ELSE
                   DISPLAY "Too many jobs - job " JCJobNo
                      " left off the report"
                END-IF
             END-IF
             IF JtFound > ZERO
                ADD JCHours TO JtHours(JtFound)
                ADD JCCost TO JtCost(JtFound)
             END-IF.

          FindJob.
             MOVE ZERO TO JtFound
             PERFORM VARYING JtSub FROM 1 BY 1
                UNTIL JtSub > JtCount OR JtFound > ZERO
                IF JtJobNo(JtSub) = JCJobNo
                   MOVE JtSub TO JtFound
                END-IF
             END-PERFORM.

          PrintHeadings.
             MOVE SPACE TO LineBuffer
             STRING "Job Cost - Labor Against Revenue     Date: "
                DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Job     Description                    S "
                DELIMITED BY SIZE
                "     Hours     Labor Cost" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          ReleaseJobs.
             OPEN INPUT JobFile
             MOVE ZERO TO JBJobNo
             START JobFile KEY IS NOT LESS THAN JBJobNo
                INVALID KEY MOVE 'Y' TO JobEOF
             END-START
             PERFORM UNTIL JobEOF = 'Y'
                READ JobFile NEXT RECORD
                   AT END MOVE 'Y' TO JobEOF
                   NOT AT END
                      MOVE JBJobNo TO JCJobNo
                      PERFORM FindJob
                      MOVE JBCustID TO SRCustID
                      MOVE JBJobNo TO SRJobNo
                      MOVE JBDesc TO SRDesc
                      MOVE JBStatus TO SRStatus
                      IF JtFound > ZERO
                         MOVE 'Y' TO JtOnMast(JtFound)
                         MOVE JtHours(JtFound) TO SRHours
                         MOVE JtCost(JtFound) TO SRCost
                      ELSE
                         MOVE ZERO TO SRHours
                         MOVE ZERO TO SRCost
                      END-IF
                      RELEASE SortWorkRec
                END-READ
             END-PERFORM
             CLOSE JobFile.

          PrintJobs.
             PERFORM UNTIL SortEOF = 'Y'
                RETURN SortWork
                   AT END MOVE 'Y' TO SortEOF
                   NOT AT END
                      PERFORM PrintOneJob
                END-RETURN
             END-PERFORM
             IF FirstCust = 'N'
                PERFORM PrintCustSubtotal
             END-IF.

          PrintOneJob.
             IF FirstCust = 'Y' OR SRCustID NOT = PrevCust
                IF FirstCust = 'N'
                   PERFORM PrintCustSubtotal
                END-IF
                MOVE 'N' TO FirstCust
                MOVE SRCustID TO PrevCust
                MOVE ZERO TO CustHours
                MOVE ZERO TO CustCost
                PERFORM PrintCustHeading
             END-IF
             ADD 1 TO JobCount
             ADD SRHours TO CustHours
             ADD SRCost TO CustCost
             MOVE SRHours TO HrsDisp
             MOVE SRCost TO Dollar
             MOVE Dollar TO Disp1
             MOVE SPACE TO LineBuffer
             STRING SRJobNo DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                SRDesc DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                SRStatus DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                HrsDisp DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          PrintCustHeading.
             MOVE 'Y' TO CustFound
             MOVE PrevCust TO IDNum
             READ CustomerFile
                INVALID KEY MOVE 'N' TO CustFound
             END-READ
             MOVE SPACE TO CustName
             IF CustFound = 'Y'
                STRING FirstName DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   LastName DELIMITED BY SPACE
                   INTO CustName
                END-STRING
             ELSE
                MOVE "** not on the customer master **" TO CustName
             END-IF
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Customer " DELIMITED BY SIZE
                PrevCust DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                CustName DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          PrintCustSubtotal.
             PERFORM GetCustRevenue
             COMPUTE CustMargin = CustRevenue - CustCost
             ADD CustHours TO TotHours
             ADD CustCost TO TotCost
             ADD CustRevenue TO TotRevenue
             MOVE SPACE TO LossFlag
             IF CustMargin < ZERO
                MOVE " LOSS" TO LossFlag
                ADD 1 TO LossCount
             END-IF
             MOVE CustHours TO HrsDisp
             MOVE CustCost TO Dollar
             MOVE Dollar TO Disp1
             MOVE CustRevenue TO DollarMinus
             MOVE DollarMinus TO Disp2
             MOVE CustMargin TO DollarMinus
             MOVE DollarMinus TO Disp3
             MOVE SPACE TO LineBuffer
             STRING "        Customer labor                   "
                DELIMITED BY SIZE
                HrsDisp DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                "  Invoiced " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                "  Margin " DELIMITED BY SIZE
                Disp3 DELIMITED BY SIZE
                LossFlag DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          GetCustRevenue.
      * invoices less credit memos before tax; voided items and
      * the finance-charge and returned-check fee items are not
      * revenue
             MOVE ZERO TO CustRevenue
             MOVE 'N' TO InvEOF
             MOVE ZERO TO IMInvNum
             START InvMastFile KEY IS NOT LESS THAN IMInvNum
                INVALID KEY MOVE 'Y' TO InvEOF
             END-START
             PERFORM UNTIL InvEOF = 'Y'
                READ InvMastFile NEXT RECORD
                   AT END MOVE 'Y' TO InvEOF
                   NOT AT END
                      PERFORM AddCustRevenue
                END-READ
             END-PERFORM
      * the settled invoices archived off the master count too
             MOVE 'N' TO InvHistEOF
             OPEN INPUT InvHistFile
             PERFORM UNTIL InvHistEOF = 'Y'
                READ InvHistFile INTO InvMastData
                   AT END MOVE 'Y' TO InvHistEOF
                   NOT AT END
                      PERFORM AddCustRevenue
                END-READ
             END-PERFORM
             CLOSE InvHistFile.

          AddCustRevenue.
             IF IMCustID = PrevCust AND NOT IMVoid
                IF IMInvoice
                   ADD IMSubtotal TO CustRevenue
                END-IF
                IF IMCreditMemo
                   SUBTRACT IMSubtotal FROM CustRevenue
                END-IF
             END-IF.

          PrintOrphans.
      * costed labor booked to a job number no longer on the master
             PERFORM VARYING JtSub FROM 1 BY 1
                UNTIL JtSub > JtCount
                IF JtOnMast(JtSub) = 'N'
                   IF OrphanCount = ZERO
                      MOVE SPACE TO LineBuffer
                      WRITE ReportLine FROM LineBuffer
                      MOVE "Labor costed to jobs not on the master:"
                         TO LineBuffer
                      WRITE ReportLine FROM LineBuffer
                   END-IF
                   ADD 1 TO OrphanCount
                   ADD JtHours(JtSub) TO TotHours
                   ADD JtCost(JtSub) TO TotCost
                   MOVE JtHours(JtSub) TO HrsDisp
                   MOVE JtCost(JtSub) TO Dollar
                   MOVE Dollar TO Disp1
                   MOVE SPACE TO LineBuffer
                   STRING JtJobNo(JtSub) DELIMITED BY SIZE
                      "  ** not on the job master **   "
                      DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      HrsDisp DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Disp1 DELIMITED BY SIZE
                      INTO LineBuffer
                   END-STRING
                   WRITE ReportLine FROM LineBuffer
                END-IF
             END-PERFORM.

          PrintTotals.
             COMPUTE TotMargin = TotRevenue - TotCost
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE TotHours TO HrsDisp
             MOVE TotCost TO Dollar
             MOVE Dollar TO Disp1
             MOVE TotRevenue TO DollarMinus
             MOVE DollarMinus TO Disp2
             MOVE TotMargin TO DollarMinus
             MOVE DollarMinus TO Disp3
             MOVE SPACE TO LineBuffer
             STRING "TOTAL                                    "
                DELIMITED BY SIZE
                HrsDisp DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                "  Invoiced " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                "  Margin " DELIMITED BY SIZE
                Disp3 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE LossCount TO CountDisp
             MOVE SPACE TO LineBuffer
             STRING "Customers whose labor cost more than was "
                DELIMITED BY SIZE
                "invoiced: " DELIMITED BY SIZE
                CountDisp DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.
