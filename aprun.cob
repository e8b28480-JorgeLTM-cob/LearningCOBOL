       IDENTIFICATION DIVISION.
          PROGRAM-ID.   aprun.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 5th, 2021.
      * Modification History
      *   2021-10-05 Brownies - new program: the weekly payables
      *              check run.  A supervisor signs on and gives a
      *              pay-through date (a week out by default); every
      *              open voucher on apinv.txt whose terms due date
      *              falls by then is selected, sorted by supplier,
      *              and paid on one check per supplier.  Check
      *              numbers run on from chkseq.txt.  The check
      *              register (APCheckReg.txt) lists each check and
      *              the vouchers it pays.  Run as a preview, only
      *              the register is written; run for real, each
      *              voucher is marked paid with its check number
      *              and the checks are journaled to apchecks.txt,
      *              which the ledger extract books as debit 2000
      *              Payables / credit 1000 Cash.  Held vouchers are
      *              never paid.  Refused when the period is closed.
      *              Start and end go to the common job log.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL APInvFile ASSIGN TO "apinv.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS APVoucher.
             SELECT OPTIONAL SupplierFile ASSIGN TO "supplier.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SupCode.
             SELECT OPTIONAL ChkSeqFile ASSIGN TO "chkseq.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL APCheckFile ASSIGN TO "apchecks.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO "APCheckReg.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT SortWork ASSIGN TO "aprunwk.tmp".
       DATA DIVISION.
          FILE SECTION.
             FD OperatorFile.
                01 OperRecord.
                   02 OperID    PIC X(8).
                   02 OperName  PIC X(20).
                   02 OperLevel PIC X(1).
                   02 OperPass  PIC X(12).
                   02 OperStatus PIC X(1).
                      88 OperUsable    VALUE 'A' ' '.
                      88 OperLockedOut VALUE 'L'.
                      88 OperDisabled  VALUE 'D'.
                   02 OperPwdChg PIC X(1).
             FD APInvFile.
                COPY APINV.
             FD SupplierFile.
                COPY SUPPREC.
             FD ChkSeqFile.
                01 ChkSeqRec PIC 9(6).
             FD APCheckFile.
                01 APCheckData.
                   02 ChkDate     PIC 9(8).
                   02 ChkNum      PIC 9(6).
                   02 ChkSupCode  PIC X(6).
                   02 ChkAmount   PIC 9(7)V99.
                   02 ChkVouchers PIC 9(3).
                   02 ChkOperID   PIC X(8).
             FD ReportFile.
                01 ReportLine PIC X(100).
             SD SortWork.
                01 SortWorkRec.
                   02 SWSupCode  PIC X(6).
                   02 SWDueDate  PIC 9(8).
                   02 SWVoucher  PIC 9(6).
                   02 SWInvNum   PIC X(12).
                   02 SWInvDate  PIC 9(8).
                   02 SWAmount   PIC 9(7)V99.
          WORKING-STORAGE SECTION.
             01 SignOnEntry   PIC X(8).
             01 SignedOnID    PIC X(8) VALUE SPACE.
             01 SignedOnName  PIC X(20).
             01 SignedOnLevel PIC X(1).
                88 OperSupervisor VALUE 'S'.
             01 SignOnOK    PIC X.
             01 SignOnTries PIC 9.
             01 PwEntry     PIC X(12).
             01 OperEOF     PIC X.
             01 APEOF       PIC X VALUE 'N'.
             01 SortEOF     PIC X VALUE 'N'.
             01 RunDate     PIC 9(8).
             01 PayThrough  PIC 9(8).
             01 PayAhead    PIC 9(8) VALUE 7.
             01 UpdReply    PIC X(10).
             01 PayMode     PIC X VALUE 'N'.
                88 PayForReal VALUE 'Y'.
             01 PostPeriod  PIC 9(6).
             01 PeriodStatus PIC X(1).
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 NextCheck   PIC 9(6).
             01 CurrSup     PIC X(6) VALUE SPACE.
             01 FirstSup    PIC X VALUE 'Y'.
      * the vouchers one check pays, held until the supplier breaks
      * so the check line can print ahead of them
             01 VoucherTable.
                02 VTEntry OCCURS 100 TIMES.
                   03 VTVoucher PIC 9(6).
                   03 VTInvNum  PIC X(12).
                   03 VTInvDate PIC 9(8).
                   03 VTDueDate PIC 9(8).
                   03 VTAmount  PIC 9(7)V99.
             01 VTCount     PIC 9(3) VALUE ZERO.
             01 VTSub       PIC 9(3).
             01 VTFull      PIC X VALUE 'N'.
             01 CheckAmount PIC 9(7)V99.
             01 ReadCount   PIC 9(7) VALUE ZERO.
             01 SelCount    PIC 9(5) VALUE ZERO.
             01 LeftCount   PIC 9(5) VALUE ZERO.
             01 CheckCount  PIC 9(5) VALUE ZERO.
             01 RunTotal    PIC 9(9)V99 VALUE ZERO.
             01 Disp1       PIC X(14).
             01 LineBuffer  PIC X(100).
             01 JLProgName PIC X(12) VALUE "aprun".
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
             MOVE RunDate(1:6) TO PostPeriod
             CALL "PERCHK" USING PostPeriod, PeriodStatus
             IF PeriodStatus = 'C'
                DISPLAY "Period " PostPeriod " is closed - "
                   "check run refused"
                MOVE "FAIL" TO JLFinal
             ELSE
                PERFORM SignOn
                IF SignOnOK = 'Y' AND NOT OperSupervisor
                   DISPLAY "The check run is supervisor-only"
                   MOVE 'N' TO SignOnOK
                END-IF
                IF SignOnOK = 'Y'
                   PERFORM AskRunOptions
                   PERFORM CheckRun
                   MOVE RunTotal TO Dollar
                   DISPLAY "Checks : " CheckCount "  vouchers : "
                      SelCount "  total : " Dollar
                   IF NOT PayForReal
                      DISPLAY "Preview only - nothing was paid"
                   END-IF
                   DISPLAY "Register written to APCheckReg.txt"
                   MOVE "OK" TO JLFinal
                ELSE
                   MOVE "FAIL" TO JLFinal
                END-IF
             END-IF
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             MOVE CheckCount TO JLWriteCt
             MOVE LeftCount TO JLRejCt
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          SignOn.
             MOVE 'N' TO SignOnOK
             MOVE ZERO TO SignOnTries
             PERFORM UNTIL SignOnOK = 'Y' OR SignOnTries >= 3
                ADD 1 TO SignOnTries
                DISPLAY "Operator ID : " WITH NO ADVANCING
                ACCEPT SignOnEntry
                PERFORM CheckOperator
                IF SignOnOK NOT = 'Y'
                   DISPLAY "Sign-on refused"
                END-IF
             END-PERFORM
             IF SignOnOK = 'Y'
                DISPLAY "Signed on : " FUNCTION TRIM(SignedOnName)
             ELSE
                DISPLAY "Sign-on failed - run ended"
             END-IF.

          CheckOperator.
             MOVE 'N' TO OperEOF
             OPEN INPUT OperatorFile
             PERFORM UNTIL OperEOF = 'Y'
                READ OperatorFile
                   AT END MOVE 'Y' TO OperEOF
                   NOT AT END
                      IF OperID = SignOnEntry
                         AND OperUsable
                         PERFORM CheckOperPassword
                         MOVE 'Y' TO OperEOF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE OperatorFile.

          CheckOperPassword.
      * a blank password is a new or just-reset operator: they
      * get in once here and the application sign-on forces them
      * to set one
             IF OperPass = SPACE
                MOVE 'Y' TO SignOnOK
             ELSE
                DISPLAY "Password : " WITH NO ADVANCING
                ACCEPT PwEntry
                IF PwEntry = OperPass
                   MOVE 'Y' TO SignOnOK
                ELSE
                   DISPLAY "Invalid password"
                END-IF
             END-IF
             IF SignOnOK = 'Y'
                MOVE OperID TO SignedOnID
                MOVE OperName TO SignedOnName
                MOVE OperLevel TO SignedOnLevel
             END-IF.

          AskRunOptions.
             CALL "DATECALC" USING RunDate, PayAhead, "A",
                DCResult, DCStatus
             MOVE DCResult TO PayThrough
             DISPLAY "Pay vouchers due through [" PayThrough "] : "
                WITH NO ADVANCING
             ACCEPT UpdReply
             IF UpdReply NOT = SPACE
                IF FUNCTION TRIM(UpdReply) NUMERIC
                   MOVE FUNCTION NUMVAL(UpdReply) TO DCResult
                   MOVE DCResult TO PayThrough
                   CALL "DATECALC" USING PayThrough, PayAhead, "V",
                      DCResult, DCStatus
                   IF DCStatus NOT = '0'
                      DISPLAY "Invalid date - using " RunDate
                      MOVE RunDate TO PayThrough
                   END-IF
                ELSE
                   DISPLAY "Invalid date - using " RunDate
                   MOVE RunDate TO PayThrough
                END-IF
             END-IF
             DISPLAY "Print and pay the checks (Y) or preview "
                "only (N) : " WITH NO ADVANCING
             ACCEPT PayMode
             MOVE FUNCTION UPPER-CASE(PayMode) TO PayMode.

          CheckRun.
             OPEN INPUT ChkSeqFile
             READ ChkSeqFile
                AT END MOVE 1 TO NextCheck
                NOT AT END MOVE ChkSeqRec TO NextCheck
             END-READ
             CLOSE ChkSeqFile
             OPEN INPUT SupplierFile
             OPEN I-O APInvFile
             IF PayForReal
                OPEN EXTEND APCheckFile
             END-IF
             SORT SortWork ON ASCENDING KEY SWSupCode, SWDueDate,
                SWVoucher
                INPUT PROCEDURE IS ReleaseDueVouchers
                OUTPUT PROCEDURE IS PrintCheckRegister
             IF PayForReal
                CLOSE APCheckFile
                OPEN OUTPUT ChkSeqFile
                MOVE NextCheck TO ChkSeqRec
                WRITE ChkSeqRec
                CLOSE ChkSeqFile
             END-IF
             CLOSE APInvFile
             CLOSE SupplierFile.

          ReleaseDueVouchers.
             MOVE LOW-VALUES TO APInvData
             START APInvFile KEY IS NOT LESS THAN APVoucher
                INVALID KEY MOVE 'Y' TO APEOF
             END-START
             PERFORM UNTIL APEOF = 'Y'
                READ APInvFile NEXT RECORD
                   AT END MOVE 'Y' TO APEOF
                   NOT AT END
                      ADD 1 TO ReadCount
                      IF APOpen AND APDueDate NOT > PayThrough
                         AND APAmount > APPaid
                         PERFORM ReleaseOneVoucher
                      END-IF
                END-READ
             END-PERFORM.

          ReleaseOneVoucher.
             MOVE APSupCode TO SWSupCode
             MOVE APDueDate TO SWDueDate
             MOVE APVoucher TO SWVoucher
             MOVE APSupInvNum TO SWInvNum
             MOVE APInvDate TO SWInvDate
             COMPUTE SWAmount = APAmount - APPaid
             RELEASE SortWorkRec.

          PrintCheckRegister.
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Payables Check Register      Date: "
                DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                "   Due through: " DELIMITED BY SIZE
                PayThrough DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             IF NOT PayForReal
                MOVE "PREVIEW" TO LineBuffer(70:7)
             END-IF
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             MOVE "Check   Supplier" TO LineBuffer(1:16)
             MOVE "Amount" TO LineBuffer(60:6)
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             MOVE "   Voucher Invoice      Inv Date Due Date"
                TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             PERFORM UNTIL SortEOF = 'Y'
                RETURN SortWork
                   AT END MOVE 'Y' TO SortEOF
                   NOT AT END
                      PERFORM TakeOneVoucher
                END-RETURN
             END-PERFORM
             IF FirstSup = 'N'
                PERFORM WriteOneCheck
             END-IF
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE RunTotal TO Dollar
             MOVE Dollar TO Disp1
             MOVE SPACE TO LineBuffer
             STRING "Run total : " DELIMITED BY SIZE
                CheckCount DELIMITED BY SIZE
                " checks, " DELIMITED BY SIZE
                SelCount DELIMITED BY SIZE
                " vouchers, " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             IF LeftCount > ZERO
                MOVE SPACE TO LineBuffer
                STRING "Left for the next run (over 100 on one "
                   DELIMITED BY SIZE
                   "check) : " DELIMITED BY SIZE
                   LeftCount DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE ReportLine FROM LineBuffer
             END-IF
             CLOSE ReportFile.

          TakeOneVoucher.
             IF SWSupCode NOT = CurrSup OR FirstSup = 'Y'
                IF FirstSup = 'N'
                   PERFORM WriteOneCheck
                END-IF
                MOVE 'N' TO FirstSup
                MOVE SWSupCode TO CurrSup
                MOVE ZERO TO VTCount
                MOVE 'N' TO VTFull
             END-IF
             IF VTCount < 100
                ADD 1 TO VTCount
                MOVE SWVoucher TO VTVoucher(VTCount)
                MOVE SWInvNum TO VTInvNum(VTCount)
                MOVE SWInvDate TO VTInvDate(VTCount)
                MOVE SWDueDate TO VTDueDate(VTCount)
                MOVE SWAmount TO VTAmount(VTCount)
             ELSE
                IF VTFull NOT = 'Y'
                   DISPLAY "Over 100 vouchers due for supplier "
                      CurrSup " - the rest wait for the next run"
                   MOVE 'Y' TO VTFull
                END-IF
                ADD 1 TO LeftCount
             END-IF.

          WriteOneCheck.
             MOVE ZERO TO CheckAmount
             PERFORM VARYING VTSub FROM 1 BY 1
                UNTIL VTSub > VTCount
                ADD VTAmount(VTSub) TO CheckAmount
             END-PERFORM
             MOVE CurrSup TO SupCode
             READ SupplierFile
                INVALID KEY MOVE "(not on supplier master)"
                   TO SupName
             END-READ
             ADD 1 TO CheckCount
             ADD VTCount TO SelCount
             ADD CheckAmount TO RunTotal
             MOVE CheckAmount TO Dollar
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             IF PayForReal
                MOVE NextCheck TO LineBuffer(1:6)
             ELSE
                MOVE "------" TO LineBuffer(1:6)
             END-IF
             MOVE CurrSup TO LineBuffer(9:6)
             MOVE SupName TO LineBuffer(17:30)
             MOVE Dollar TO LineBuffer(53:13)
             WRITE ReportLine FROM LineBuffer
             PERFORM PrintVoucherLine VARYING VTSub FROM 1 BY 1
                UNTIL VTSub > VTCount
             IF PayForReal
                PERFORM PayVouchers
                MOVE RunDate TO ChkDate
                MOVE NextCheck TO ChkNum
                MOVE CurrSup TO ChkSupCode
                MOVE CheckAmount TO ChkAmount
                MOVE VTCount TO ChkVouchers
                MOVE SignedOnID TO ChkOperID
                WRITE APCheckData
                ADD 1 TO NextCheck
             END-IF.

          PrintVoucherLine.
             MOVE VTAmount(VTSub) TO Dollar
             MOVE SPACE TO LineBuffer
             MOVE VTVoucher(VTSub) TO LineBuffer(4:6)
             MOVE VTInvNum(VTSub) TO LineBuffer(11:12)
             MOVE VTInvDate(VTSub) TO LineBuffer(24:8)
             MOVE VTDueDate(VTSub) TO LineBuffer(33:8)
             MOVE Dollar TO LineBuffer(53:13)
             WRITE ReportLine FROM LineBuffer.

          PayVouchers.
             PERFORM VARYING VTSub FROM 1 BY 1
                UNTIL VTSub > VTCount
                MOVE VTVoucher(VTSub) TO APVoucher
                READ APInvFile
                   INVALID KEY
                      DISPLAY "Voucher " APVoucher " not found"
                   NOT INVALID KEY
                      MOVE APAmount TO APPaid
                      SET APPaidOff TO TRUE
                      MOVE NextCheck TO APCheckNum
                      MOVE RunDate TO APPaidDate
                      MOVE SignedOnID TO APOperID
                      REWRITE APInvData
                         INVALID KEY
                            DISPLAY "Voucher " APVoucher
                               " not updated"
                      END-REWRITE
                END-READ
             END-PERFORM.
