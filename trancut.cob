      *              up from the live file alone.  The month-keyed
      *              readers pull from the right archive.  Start
      *              and end go to the common job log.
      *   2021-09-17 Brownies - a returned check's NSF and NSD lines
      *              put the money back on the account, so they come
      *              off the customer's carried-forward amount
      *              instead of adding to it.
      *   2021-09-21 Brownies - refund lines (RFD) likewise.
      *   2021-10-11 Brownies - transaction-log record widened to
      *              280 for the Cost= stamp.
      *   2021-10-19 Brownies - transaction-log record widened to
      *              300 for the Contract= stamp.
      *   2021-10-25 Brownies - transaction-log record widened to
      *              320 for the Frt= stamp.
      *   2021-11-02 Brownies - transaction-log record widened to
      *              360 for the Canadian GST/HST and PST/QST
      *              stamps.
      *   2021-11-04 Brownies - transaction-log record widened to
      *              400 for the Promo= stamp.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
       DATA DIVISION.
          FILE SECTION.
             FD RTransFile.
                01 RTransLine PIC X(400).
             FD PaymentFile.
                01 PaymentData.
                   02 PayDate   PIC 9(8).
                   02 PayInvRef PIC X(10).
                   02 PayAmount PIC 9(6)V99.
             FD RTArchFile.
                01 RTArchLine PIC X(400).
             FD PayArchFile.
                01 PayArchLine PIC X(40).
             FD TempFile.
                01 TempLine PIC X(400).
          WORKING-STORAGE SECTION.
             01 CutMonth    PIC 9(6).
             01 FwdDate     PIC 9(8).
             01 FwdCount    PIC 9(3) VALUE ZERO.
             01 FwdTableFull PIC X VALUE 'N'.
             01 TotalDisp   PIC X(14).
             01 TrailerBuf  PIC X(400).
             COPY REPTFMTS.
             01 JLProgName PIC X(12) VALUE "trancut".
             01 JLPhase    PIC X(5).
                END-IF
             END-IF
             IF FwdSub > ZERO
                IF PayInvRef(1:3) = "NSF" OR "NSD" OR "RFD"
                   SUBTRACT PayAmount FROM FwdAmount(FwdSub)
                ELSE
                   ADD PayAmount TO FwdAmount(FwdSub)
                END-IF
             END-IF.

          RewritePayLog.
