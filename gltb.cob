       IDENTIFICATION DIVISION.
          PROGRAM-ID.   gltb.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 10th, 2021.
      * Modification History
      *   2021-11-10 Brownies - new program: the trial balance by
      *              period, off the ledger glpost keeps (glbal.txt,
      *              GLBAL), in place of the bookkeeper's spreadsheet.
      *              Takes a YYYYMM period.  Each account shows the
      *              month's debits and credits and its balance at the
      *              month end - the whole history for an asset,
      *              liability or equity account, the year to date
      *              for revenue and expense (the year is the calendar
      *              year) - on the debit or credit side as it falls,
      *              starred when that is not the account's normal
      *              side.  Revenue and expense from earlier years not
      *              yet closed out show on one line as prior years'
      *              earnings.  Names, types and normal sides come
      *              off the chart (glaccts.txt, GLACCT); an account
      *              not on it reads as a balance-sheet account.  The
      *              totals prove the month's debits equal its
      *              credits and the debit balances equal the credit
      *              balances; RETURN-CODE 8 when either does not.
      *              Report goes to GLTrialBal.txt; start and end go
      *              to the common job log.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL AcctFile ASSIGN TO "glaccts.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GAAcct.
             SELECT OPTIONAL BalFile ASSIGN TO "glbal.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GBKey.
             SELECT ReportFile ASSIGN TO "GLTrialBal.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD AcctFile.
                COPY GLACCT.
             FD BalFile.
                COPY GLBAL.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 TBPeriod    PIC 9(6).
             01 TBParts REDEFINES TBPeriod.
                02 TBYear  PIC 9(4).
                02 TBMonth PIC 99.
             01 BalEOF      PIC X VALUE 'N'.
             01 BalRead     PIC 9(7) VALUE ZERO.
             01 CurAcct     PIC X(6) VALUE SPACE.
             01 CurName     PIC X(30).
             01 CurBalSheet PIC X.
             01 CurNormal   PIC X.
             01 AcctPerDr   PIC S9(11)V99.
             01 AcctPerCr   PIC S9(11)V99.
             01 AcctNet     PIC S9(11)V99.
             01 AcctSeen    PIC X.
             01 PriorEarn   PIC S9(11)V99 VALUE ZERO.
             01 TotPerDr    PIC S9(11)V99 VALUE ZERO.
             01 TotPerCr    PIC S9(11)V99 VALUE ZERO.
             01 TotBalDr    PIC S9(11)V99 VALUE ZERO.
             01 TotBalCr    PIC S9(11)V99 VALUE ZERO.
             01 OutOfBal    PIC X VALUE 'N'.
             01 AcctCount   PIC 9(5) VALUE ZERO.
             01 Difference  PIC S9(11)V99.
      * one printed line is built from these
             01 PrAcct      PIC X(6).
             01 PrName      PIC X(30).
             01 PrPerDr     PIC S9(11)V99.
             01 PrPerCr     PIC S9(11)V99.
             01 PrBalDr     PIC S9(11)V99.
             01 PrBalCr     PIC S9(11)V99.
             01 PrFlag      PIC X.
             01 AmtEdit     PIC Z,ZZZ,ZZZ,ZZ9.99-.
             01 RunDate     PIC X(8).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "gltb".
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
             DISPLAY "Period for the trial balance (YYYYMM): "
                WITH NO ADVANCING
             ACCEPT TBPeriod
             IF TBMonth < 1 OR TBMonth > 12 OR TBYear < 1900
                DISPLAY "Period is not valid - run ended"
                MOVE "FAIL" TO JLFinal
             ELSE
                OPEN INPUT AcctFile
                OPEN INPUT BalFile
                OPEN OUTPUT ReportFile
                PERFORM PrintHeading
                PERFORM ReadBalances
                PERFORM PrintTotals
                CLOSE ReportFile
                CLOSE BalFile
                CLOSE AcctFile
                DISPLAY "Accounts listed : " AcctCount
                IF OutOfBal = 'Y'
                   DISPLAY "TRIAL BALANCE IS OUT OF BALANCE"
                   MOVE "FAIL" TO JLFinal
                ELSE
                   DISPLAY "Trial balance is in balance"
                   MOVE "OK" TO JLFinal
                END-IF
                DISPLAY "Report written to GLTrialBal.txt"
             END-IF
             MOVE "END" TO JLPhase
             MOVE BalRead TO JLReadCt
             MOVE AcctCount TO JLWriteCt
             MOVE ZERO TO JLRejCt
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
             IF JLFinal = "FAIL"
                MOVE 8 TO RETURN-CODE
             END-IF
          STOP RUN.

          ReadBalances.
      * the balances come in account order, so each account is
      * totalled and printed as the next one starts
             MOVE LOW-VALUES TO GBKey
             START BalFile KEY IS NOT LESS THAN GBKey
                INVALID KEY MOVE 'Y' TO BalEOF
             END-START
             PERFORM UNTIL BalEOF = 'Y'
                READ BalFile NEXT RECORD
                   AT END MOVE 'Y' TO BalEOF
                   NOT AT END
                      ADD 1 TO BalRead
                      IF GBAcct NOT = CurAcct
                         PERFORM FinishAccount
                         PERFORM StartAccount
                      END-IF
                      IF GBPeriod NOT > TBPeriod
                         PERFORM TallyBalance
                      END-IF
                END-READ
             END-PERFORM
             PERFORM FinishAccount.

          StartAccount.
             MOVE GBAcct TO CurAcct
             MOVE ZERO TO AcctPerDr
             MOVE ZERO TO AcctPerCr
             MOVE ZERO TO AcctNet
             MOVE 'N' TO AcctSeen
             MOVE GBAcct TO GAAcct
             READ AcctFile
                INVALID KEY
                   MOVE "(not on the chart)" TO CurName
                   MOVE 'Y' TO CurBalSheet
                   MOVE 'D' TO CurNormal
                NOT INVALID KEY
                   MOVE GAName TO CurName
                   MOVE GANormal TO CurNormal
                   IF GABalSheet
                      MOVE 'Y' TO CurBalSheet
                   ELSE
                      MOVE 'N' TO CurBalSheet
                   END-IF
             END-READ.

          TallyBalance.
             MOVE 'Y' TO AcctSeen
             IF GBPeriod = TBPeriod
                ADD GBDebit TO AcctPerDr
                ADD GBCredit TO AcctPerCr
             END-IF
             IF CurBalSheet = 'Y' OR GBPeriod(1:4) = TBYear
                COMPUTE AcctNet = AcctNet + GBDebit - GBCredit
             ELSE
                COMPUTE PriorEarn = PriorEarn + GBDebit - GBCredit
             END-IF.

          FinishAccount.
             IF CurAcct NOT = SPACE AND AcctSeen = 'Y'
                IF AcctNet NOT = ZERO OR AcctPerDr NOT = ZERO
                   OR AcctPerCr NOT = ZERO
                   ADD 1 TO AcctCount
                   MOVE CurAcct TO PrAcct
                   MOVE CurName TO PrName
                   MOVE AcctPerDr TO PrPerDr
                   MOVE AcctPerCr TO PrPerCr
                   PERFORM SplitBalance
                   ADD PrPerDr TO TotPerDr
                   ADD PrPerCr TO TotPerCr
                   PERFORM PrintTBLine
                END-IF
             END-IF.

          SplitBalance.
      * a balance sits on the debit side when debits exceed credits
             MOVE ZERO TO PrBalDr
             MOVE ZERO TO PrBalCr
             MOVE SPACE TO PrFlag
             IF AcctNet > ZERO
                MOVE AcctNet TO PrBalDr
                IF CurNormal = 'C'
                   MOVE '*' TO PrFlag
                END-IF
             ELSE
                COMPUTE PrBalCr = ZERO - AcctNet
                IF CurNormal = 'D' AND AcctNet < ZERO
                   MOVE '*' TO PrFlag
                END-IF
             END-IF
             ADD PrBalDr TO TotBalDr
             ADD PrBalCr TO TotBalCr.

          PrintHeading.
             MOVE SPACE TO LineBuffer
             STRING "Trial Balance   Period: " DELIMITED BY SIZE
                TBPeriod DELIMITED BY SIZE
                "   Run: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             MOVE "Month" TO LineBuffer(41:5)
             MOVE "Month" TO LineBuffer(58:5)
             MOVE "Balance" TO LineBuffer(73:7)
             MOVE "Balance" TO LineBuffer(90:7)
             WRITE ReportLine FROM LineBuffer
             MOVE "Acct   Name" TO LineBuffer
             MOVE "Debits" TO LineBuffer(40:6)
             MOVE "Credits" TO LineBuffer(56:7)
             MOVE "Debit" TO LineBuffer(75:5)
             MOVE "Credit" TO LineBuffer(91:6)
             WRITE ReportLine FROM LineBuffer.

          PrintTBLine.
      * four full amounts take the line, so the name is cut to fit
             MOVE SPACE TO LineBuffer
             MOVE PrAcct TO LineBuffer(1:6)
             MOVE PrName(1:22) TO LineBuffer(8:22)
             MOVE PrPerDr TO AmtEdit
             MOVE AmtEdit TO LineBuffer(30:17)
             MOVE PrPerCr TO AmtEdit
             MOVE AmtEdit TO LineBuffer(47:17)
             MOVE PrBalDr TO AmtEdit
             MOVE AmtEdit TO LineBuffer(64:17)
             MOVE PrBalCr TO AmtEdit
             MOVE AmtEdit TO LineBuffer(81:17)
             MOVE PrFlag TO LineBuffer(99:1)
             WRITE ReportLine FROM LineBuffer.

          PrintTotals.
             IF PriorEarn NOT = ZERO
                MOVE SPACE TO PrAcct
                MOVE "Prior years' earnings" TO PrName
                MOVE ZERO TO PrPerDr
                MOVE ZERO TO PrPerCr
                MOVE PriorEarn TO AcctNet
                MOVE 'C' TO CurNormal
                PERFORM SplitBalance
                PERFORM PrintTBLine
             END-IF
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "TOTALS" TO PrAcct
             MOVE SPACE TO PrName
             MOVE TotPerDr TO PrPerDr
             MOVE TotPerCr TO PrPerCr
             MOVE TotBalDr TO PrBalDr
             MOVE TotBalCr TO PrBalCr
             MOVE SPACE TO PrFlag
             PERFORM PrintTBLine
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             IF TotPerDr = TotPerCr
                MOVE "Month's debits equal its credits" TO LineBuffer
             ELSE
                MOVE 'Y' TO OutOfBal
                COMPUTE Difference = TotPerDr - TotPerCr
                MOVE Difference TO DollarMinus
                MOVE SPACE TO LineBuffer
                STRING "MONTH OUT OF BALANCE BY " DELIMITED BY SIZE
                   DollarMinus DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
             END-IF
             WRITE ReportLine FROM LineBuffer
             IF TotBalDr = TotBalCr
                MOVE "Debit balances equal credit balances"
                   TO LineBuffer
             ELSE
                MOVE 'Y' TO OutOfBal
                COMPUTE Difference = TotBalDr - TotBalCr
                MOVE Difference TO DollarMinus
                MOVE SPACE TO LineBuffer
                STRING "BALANCES OUT OF BALANCE BY " DELIMITED BY SIZE
                   DollarMinus DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
             END-IF
             WRITE ReportLine FROM LineBuffer
             MOVE "* balance is not on the account's normal side"
                TO LineBuffer
             WRITE ReportLine FROM LineBuffer.
