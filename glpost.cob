       IDENTIFICATION DIVISION.
          PROGRAM-ID.   glpost.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 10th, 2021.
      * Modification History
      *   2021-11-10 Brownies - new program: posts the general-ledger
      *              journal (gljournal.txt - glextrct's nightly batch
      *              and anything deprun and famaint appended behind
      *              it) to the period balances (glbal.txt, GLBAL),
      *              so the bookkeeper stops re-keying it.  Runs in
      *              the night after glextrct (a nightsch.txt step).
      *              The journal is taken a batch at a time, each
      *              batch being the lines up to its TRLR trailer:
      *              a batch that does not prove (its lines, its
      *              trailer, or a trailer marked OUT OF BALANCE), a
      *              batch dated into a period percntl.txt has closed
      *              (PERCHK), and lines left with no trailer are
      *              refused whole.  A batch already on the posting
      *              register (glposted.txt - same date, line count
      *              and totals) is not posted twice.  Each line of
      *              a good batch is checked against the chart of
      *              accounts (glaccts.txt, GLACCT); a line for an
      *              account not on the chart, or inactive, is posted
      *              to 9999 Suspense instead so the ledger still
      *              balances, and listed on the suspense report
      *              (GLSuspense.txt) with the refused batches for
      *              the bookkeeper to clear.  RETURN-CODE 8 when a
      *              batch was refused, 4 when lines went to
      *              suspense.  Start and end go to the common job
      *              log.
      *   2021-12-18 Brownies - glextrct now appends its batch
      *              behind whatever payroll, deprun and famaint put
      *              on the journal during the day instead of
      *              recreating the file, so the journal is emptied
      *              here once a run has refused nothing - every
      *              batch posted or already on the register.  A
      *              refused batch keeps the whole journal in place
      *              for the bookkeeper to correct; the register
      *              passes over what did post when it is read again
      *              the next night.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL JournalFile ASSIGN TO "gljournal.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL AcctFile ASSIGN TO "glaccts.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GAAcct.
             SELECT OPTIONAL BalFile ASSIGN TO "glbal.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GBKey.
             SELECT OPTIONAL RegisterFile ASSIGN TO "glposted.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO "GLSuspense.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD JournalFile.
                01 JournalData.
                   02 GLDate    PIC 9(8).
                   02 GLAccount PIC X(6).
                   02 GLDesc    PIC X(20).
                   02 GLDebit   PIC S9(9)V99.
                   02 GLCredit  PIC S9(9)V99.
             FD AcctFile.
                COPY GLACCT.
             FD BalFile.
                COPY GLBAL.
             FD RegisterFile.
                01 RegisterData.
                   02 GRDate     PIC 9(8).
                   02 GRLines    PIC 9(5).
                   02 GRDebit    PIC S9(11)V99.
                   02 GRCredit   PIC S9(11)V99.
                   02 GRPostDate PIC 9(8).
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 JournalEOF  PIC X VALUE 'N'.
             01 RegEOF      PIC X.
             01 RunDate     PIC 9(8).
             01 SuspenseAcct PIC X(6) VALUE "9999".
      * the lines of the batch being read, up to its trailer
             01 BatchTable.
                02 BatchLine OCCURS 500 TIMES.
                   03 BLDate    PIC 9(8).
                   03 BLAccount PIC X(6).
                   03 BLDesc    PIC X(20).
                   03 BLDebit   PIC S9(9)V99.
                   03 BLCredit  PIC S9(9)V99.
             01 BatchCount  PIC 9(5) VALUE ZERO.
             01 BatchOver   PIC X VALUE 'N'.
             01 BatchSub    PIC 9(5).
             01 BatchDebit  PIC S9(11)V99.
             01 BatchCredit PIC S9(11)V99.
             01 BatchDate   PIC 9(8).
             01 BatchReason PIC X(40).
             01 AlreadyPosted PIC X.
             01 PostAcct    PIC X(6).
             01 LinePeriod  PIC 9(6).
             01 PeriodStatus PIC X(1).
             01 BalFound    PIC X.
             01 AcctOK      PIC X.
             01 LinesRead   PIC 9(7) VALUE ZERO.
             01 LinesPosted PIC 9(7) VALUE ZERO.
             01 LinesRefused PIC 9(7) VALUE ZERO.
             01 SuspenseCt  PIC 9(7) VALUE ZERO.
             01 BatchesPosted PIC 9(5) VALUE ZERO.
             01 BatchesRefused PIC 9(5) VALUE ZERO.
             01 BatchesSkipped PIC 9(5) VALUE ZERO.
             01 PostedDebit PIC S9(11)V99 VALUE ZERO.
             01 PostedCredit PIC S9(11)V99 VALUE ZERO.
             01 SuspenseAmt PIC S9(11)V99 VALUE ZERO.
             01 Disp1       PIC X(14).
             01 Disp2       PIC X(14).
             01 CountDisp   PIC ZZZZ9.
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "glpost".
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
             OPEN INPUT AcctFile
             OPEN I-O BalFile
             OPEN OUTPUT ReportFile
             PERFORM PrintHeading
             OPEN INPUT JournalFile
             PERFORM UNTIL JournalEOF = 'Y'
                READ JournalFile
                   AT END MOVE 'Y' TO JournalEOF
                   NOT AT END
                      ADD 1 TO LinesRead
                      IF GLAccount = "TRLR"
                         PERFORM ProcessBatch
                      ELSE
                         PERFORM HoldBatchLine
                      END-IF
                END-READ
             END-PERFORM
             CLOSE JournalFile
             IF BatchCount > ZERO
                MOVE "lines after the last trailer" TO BatchReason
                MOVE BLDate(1) TO BatchDate
                PERFORM RefuseBatch
             END-IF
             IF BatchesRefused = ZERO
                OPEN OUTPUT JournalFile
                CLOSE JournalFile
                DISPLAY "Journal posted in full - gljournal.txt "
                   "emptied"
             END-IF
             PERFORM PrintTotals
             CLOSE ReportFile
             CLOSE BalFile
             CLOSE AcctFile
             DISPLAY "Batches posted  : " BatchesPosted
             DISPLAY "Batches refused : " BatchesRefused
             DISPLAY "Lines to suspense : " SuspenseCt
             DISPLAY "Suspense report written to GLSuspense.txt"
             MOVE "END" TO JLPhase
             MOVE LinesRead TO JLReadCt
             MOVE LinesPosted TO JLWriteCt
             COMPUTE JLRejCt = LinesRefused + SuspenseCt
             EVALUATE TRUE
                WHEN BatchesRefused > ZERO
                   MOVE "FAIL" TO JLFinal
                   MOVE 8 TO RETURN-CODE
                WHEN SuspenseCt > ZERO
                   MOVE "WARN" TO JLFinal
                   MOVE 4 TO RETURN-CODE
                WHEN OTHER
                   MOVE "OK" TO JLFinal
             END-EVALUATE
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          HoldBatchLine.
             IF BatchCount < 500
                ADD 1 TO BatchCount
                MOVE GLDate TO BLDate(BatchCount)
                MOVE GLAccount TO BLAccount(BatchCount)
                MOVE GLDesc TO BLDesc(BatchCount)
                MOVE GLDebit TO BLDebit(BatchCount)
                MOVE GLCredit TO BLCredit(BatchCount)
             ELSE
                MOVE 'Y' TO BatchOver
             END-IF.

          ProcessBatch.
      * the trailer is the record in the buffer now
             MOVE GLDate TO BatchDate
             MOVE ZERO TO BatchDebit
             MOVE ZERO TO BatchCredit
             PERFORM VARYING BatchSub FROM 1 BY 1
                UNTIL BatchSub > BatchCount
                ADD BLDebit(BatchSub) TO BatchDebit
                ADD BLCredit(BatchSub) TO BatchCredit
             END-PERFORM
             MOVE SPACE TO BatchReason
             EVALUATE TRUE
                WHEN BatchOver = 'Y'
                   MOVE "more lines than one batch can hold"
                      TO BatchReason
                WHEN GLDesc = "OUT OF BALANCE"
                   MOVE "trailer marked out of balance"
                      TO BatchReason
                WHEN BatchDebit NOT = BatchCredit
                   MOVE "debits do not equal credits" TO BatchReason
                WHEN BatchDebit NOT = GLDebit
                   OR BatchCredit NOT = GLCredit
                   MOVE "lines do not agree with the trailer"
                      TO BatchReason
                WHEN OTHER
                   PERFORM CheckBatchPeriods
             END-EVALUATE
             IF BatchReason NOT = SPACE
                PERFORM RefuseBatch
             ELSE
                PERFORM CheckRegister
                IF AlreadyPosted = 'Y'
                   ADD 1 TO BatchesSkipped
                   PERFORM NoteSkippedBatch
                ELSE
                   PERFORM PostBatchLine VARYING BatchSub FROM 1 BY 1
                      UNTIL BatchSub > BatchCount
                   PERFORM WriteRegister
                   ADD 1 TO BatchesPosted
                END-IF
             END-IF
             MOVE ZERO TO BatchCount
             MOVE 'N' TO BatchOver.

          CheckBatchPeriods.
             PERFORM VARYING BatchSub FROM 1 BY 1
                UNTIL BatchSub > BatchCount OR BatchReason NOT = SPACE
                MOVE BLDate(BatchSub)(1:6) TO LinePeriod
                CALL "PERCHK" USING LinePeriod, PeriodStatus
                IF PeriodStatus = 'C'
                   MOVE SPACE TO BatchReason
                   STRING "period " DELIMITED BY SIZE
                      LinePeriod DELIMITED BY SIZE
                      " is closed" DELIMITED BY SIZE
                      INTO BatchReason
                   END-STRING
                END-IF
             END-PERFORM.

          CheckRegister.
             MOVE 'N' TO AlreadyPosted
             MOVE 'N' TO RegEOF
             OPEN INPUT RegisterFile
             PERFORM UNTIL RegEOF = 'Y'
                READ RegisterFile
                   AT END MOVE 'Y' TO RegEOF
                   NOT AT END
                      IF GRDate = BatchDate
                         AND GRLines = BatchCount
                         AND GRDebit = BatchDebit
                         AND GRCredit = BatchCredit
                         MOVE 'Y' TO AlreadyPosted
                         MOVE 'Y' TO RegEOF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE RegisterFile.

          WriteRegister.
             MOVE BatchDate TO GRDate
             MOVE BatchCount TO GRLines
             MOVE BatchDebit TO GRDebit
             MOVE BatchCredit TO GRCredit
             MOVE RunDate TO GRPostDate
             OPEN EXTEND RegisterFile
             WRITE RegisterData
             CLOSE RegisterFile.

          PostBatchLine.
             MOVE BLAccount(BatchSub) TO PostAcct
             MOVE 'Y' TO AcctOK
             MOVE PostAcct TO GAAcct
             READ AcctFile
                INVALID KEY MOVE 'N' TO AcctOK
                NOT INVALID KEY
                   IF GAInactive
                      MOVE 'N' TO AcctOK
                   END-IF
             END-READ
             IF AcctOK = 'N'
                PERFORM NoteSuspenseLine
                MOVE SuspenseAcct TO PostAcct
             END-IF
             MOVE BLDate(BatchSub)(1:6) TO LinePeriod
             PERFORM AddToBalance
             ADD 1 TO LinesPosted
             ADD BLDebit(BatchSub) TO PostedDebit
             ADD BLCredit(BatchSub) TO PostedCredit.

          AddToBalance.
             MOVE 'Y' TO BalFound
             MOVE PostAcct TO GBAcct
             MOVE LinePeriod TO GBPeriod
             READ BalFile
                INVALID KEY MOVE 'N' TO BalFound
             END-READ
             IF BalFound = 'Y'
                ADD BLDebit(BatchSub) TO GBDebit
                ADD BLCredit(BatchSub) TO GBCredit
                MOVE RunDate TO GBLastPost
                REWRITE GLBalData
                   INVALID KEY DISPLAY "Balance not updated for "
                      PostAcct " " LinePeriod
                END-REWRITE
             ELSE
                MOVE PostAcct TO GBAcct
                MOVE LinePeriod TO GBPeriod
                MOVE BLDebit(BatchSub) TO GBDebit
                MOVE BLCredit(BatchSub) TO GBCredit
                MOVE RunDate TO GBLastPost
                WRITE GLBalData
                   INVALID KEY DISPLAY "Balance not written for "
                      PostAcct " " LinePeriod
                END-WRITE
             END-IF.

          RefuseBatch.
             ADD 1 TO BatchesRefused
             ADD BatchCount TO LinesRefused
             MOVE SPACE TO LineBuffer
             MOVE BatchCount TO CountDisp
             STRING "BATCH REFUSED  " DELIMITED BY SIZE
                BatchDate DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                CountDisp DELIMITED BY SIZE
                " lines - " DELIMITED BY SIZE
                BatchReason DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             PERFORM PrintRefusedLine VARYING BatchSub FROM 1 BY 1
                UNTIL BatchSub > BatchCount
             MOVE ZERO TO BatchCount
             MOVE 'N' TO BatchOver.

          PrintRefusedLine.
             MOVE "   " TO LineBuffer
             PERFORM FormatBatchLine
             WRITE ReportLine FROM LineBuffer.

          NoteSkippedBatch.
             MOVE SPACE TO LineBuffer
             MOVE BatchCount TO CountDisp
             STRING "ALREADY POSTED " DELIMITED BY SIZE
                BatchDate DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                CountDisp DELIMITED BY SIZE
                " lines - not posted again" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          NoteSuspenseLine.
             ADD 1 TO SuspenseCt
             COMPUTE SuspenseAmt = SuspenseAmt + BLDebit(BatchSub)
                - BLCredit(BatchSub)
             MOVE "TO SUSPENSE" TO LineBuffer
             PERFORM FormatBatchLine
             WRITE ReportLine FROM LineBuffer.

          FormatBatchLine.
      * columns after the first twelve, which the caller has set
             MOVE BLDebit(BatchSub) TO DollarMinus
             MOVE DollarMinus TO Disp1
             MOVE BLCredit(BatchSub) TO DollarMinus
             MOVE DollarMinus TO Disp2
             MOVE SPACE TO LineBuffer(13:88)
             MOVE BLDate(BatchSub) TO LineBuffer(13:8)
             MOVE BLAccount(BatchSub) TO LineBuffer(23:6)
             MOVE BLDesc(BatchSub) TO LineBuffer(31:20)
             MOVE Disp1 TO LineBuffer(53:14)
             MOVE Disp2 TO LineBuffer(69:14).

          PrintHeading.
             MOVE SPACE TO LineBuffer
             STRING "General Ledger Posting - Suspense and Refusals"
                DELIMITED BY SIZE
                "   Run: " DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             MOVE "Date" TO LineBuffer(13:4)
             MOVE "Account" TO LineBuffer(23:7)
             MOVE "Description" TO LineBuffer(31:11)
             MOVE "Debit" TO LineBuffer(62:5)
             MOVE "Credit" TO LineBuffer(77:6)
             WRITE ReportLine FROM LineBuffer.

          PrintTotals.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE PostedDebit TO DollarMinus
             MOVE DollarMinus TO Disp1
             MOVE PostedCredit TO DollarMinus
             MOVE DollarMinus TO Disp2
             MOVE SPACE TO LineBuffer
             STRING "Posted   : " DELIMITED BY SIZE
                LinesPosted DELIMITED BY SIZE
                " lines in " DELIMITED BY SIZE
                BatchesPosted DELIMITED BY SIZE
                " batches" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             MOVE Disp1 TO LineBuffer(53:14)
             MOVE Disp2 TO LineBuffer(69:14)
             WRITE ReportLine FROM LineBuffer
             MOVE SuspenseAmt TO DollarMinus
             MOVE SPACE TO LineBuffer
             STRING "Suspense : " DELIMITED BY SIZE
                SuspenseCt DELIMITED BY SIZE
                " lines to account " DELIMITED BY SIZE
                SuspenseAcct DELIMITED BY SIZE
                " net " DELIMITED BY SIZE
                DollarMinus DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Refused  : " DELIMITED BY SIZE
                LinesRefused DELIMITED BY SIZE
                " lines in " DELIMITED BY SIZE
                BatchesRefused DELIMITED BY SIZE
                " batches   Already posted: " DELIMITED BY SIZE
                BatchesSkipped DELIMITED BY SIZE
                " batches" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.
