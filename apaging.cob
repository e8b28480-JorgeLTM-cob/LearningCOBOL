       IDENTIFICATION DIVISION.
          PROGRAM-ID.   apaging.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 5th, 2021.
      * Modification History
      *   2021-10-05 Brownies - new program: accounts-payable aging,
      *              the payables twin of aging.cob.  Every unpaid
      *              voucher on the open-payables master (apinv.txt)
      *              is bucketed by days past its terms due date -
      *              current (not yet due) / 1-30 / 31-60 / 61-90 /
      *              over-90 past due - with vouchers on hold for a
      *              failed three-way match in their own Held column,
      *              still inside the supplier total.  One line per
      *              supplier plus a grand total, in the shared
      *              REPTFMTS edited pictures.  Report goes to
      *              APAging.txt; start and end go to the common job
      *              log.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL APInvFile ASSIGN TO "apinv.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS APVoucher.
             SELECT OPTIONAL SupplierFile ASSIGN TO "supplier.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SupCode.
             SELECT ReportFile ASSIGN TO "APAging.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD APInvFile.
                COPY APINV.
             FD SupplierFile.
                COPY SUPPREC.
             FD ReportFile.
                01 ReportLine PIC X(120).
          WORKING-STORAGE SECTION.
             01 APEOF       PIC X VALUE 'N'.
             01 RunDate     PIC 9(8).
             01 AgeDays     PIC S9(5).
             01 DCDate1     PIC 9(8).
             01 DCDate2     PIC 9(8).
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 WorkOpen    PIC S9(8)V99.
             01 SupSub      PIC 9(3).
             01 ReadCount   PIC 9(7) VALUE ZERO.
             01 VoucherCount PIC 9(5) VALUE ZERO.
             01 SupTable.
                02 SupEntry OCCURS 200 TIMES.
                   03 STSupCode PIC X(6).
                   03 STBucket1 PIC S9(8)V99.
                   03 STBucket2 PIC S9(8)V99.
                   03 STBucket3 PIC S9(8)V99.
                   03 STBucket4 PIC S9(8)V99.
                   03 STBucket5 PIC S9(8)V99.
                   03 STHeld    PIC S9(8)V99.
             01 SupCount    PIC 9(3) VALUE ZERO.
             01 SupTableFull PIC X VALUE 'N'.
             01 GrandBucket1 PIC S9(9)V99 VALUE ZERO.
             01 GrandBucket2 PIC S9(9)V99 VALUE ZERO.
             01 GrandBucket3 PIC S9(9)V99 VALUE ZERO.
             01 GrandBucket4 PIC S9(9)V99 VALUE ZERO.
             01 GrandBucket5 PIC S9(9)V99 VALUE ZERO.
             01 GrandHeld   PIC S9(9)V99 VALUE ZERO.
             01 SupTotal    PIC S9(9)V99.
             01 GrandTotal  PIC S9(9)V99.
             01 Disp1       PIC X(14).
             01 Disp2       PIC X(14).
             01 Disp3       PIC X(14).
             01 Disp4       PIC X(14).
             01 Disp5       PIC X(14).
             01 Disp6       PIC X(14).
             01 Disp7       PIC X(14).
             01 LineBuffer  PIC X(120).
             COPY REPTFMTS.
             01 JLProgName PIC X(12) VALUE "apaging".
             01 JLPhase    PIC X(5).
             01 JLReadCt   PIC 9(7).
             01 JLWriteCt  PIC 9(7).
             01 JLRejCt    PIC 9(7).
             01 JLFinal    PIC X(8).
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
             PERFORM LoadVouchers
             PERFORM PrintReport
             DISPLAY "Payables aging written to APAging.txt"
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             MOVE SupCount TO JLWriteCt
             MOVE ZERO TO JLRejCt
             MOVE "OK" TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          LoadVouchers.
             OPEN INPUT APInvFile
             MOVE LOW-VALUES TO APInvData
             START APInvFile KEY IS NOT LESS THAN APVoucher
                INVALID KEY MOVE 'Y' TO APEOF
             END-START
             PERFORM UNTIL APEOF = 'Y'
                READ APInvFile NEXT RECORD
                   AT END MOVE 'Y' TO APEOF
                   NOT AT END
                      ADD 1 TO ReadCount
                      COMPUTE WorkOpen = APAmount - APPaid
                      IF (APOpen OR APHeld) AND WorkOpen NOT = ZERO
                         PERFORM BucketOneVoucher
                      END-IF
                END-READ
             END-PERFORM
             CLOSE APInvFile.

          BucketOneVoucher.
             MOVE RunDate TO DCDate1
             MOVE APDueDate TO DCDate2
             CALL "DATECALC" USING DCDate1, DCDate2, "D",
                DCResult, DCStatus
             IF DCStatus = '0'
                MOVE DCResult TO AgeDays
             ELSE
                MOVE ZERO TO AgeDays
             END-IF
             PERFORM FindSupEntry
             IF SupSub > ZERO
                ADD 1 TO VoucherCount
                EVALUATE TRUE
                   WHEN APHeld
                      ADD WorkOpen TO STHeld(SupSub)
                      ADD WorkOpen TO GrandHeld
                   WHEN AgeDays > 90
                      ADD WorkOpen TO STBucket5(SupSub)
                      ADD WorkOpen TO GrandBucket5
                   WHEN AgeDays > 60
                      ADD WorkOpen TO STBucket4(SupSub)
                      ADD WorkOpen TO GrandBucket4
                   WHEN AgeDays > 30
                      ADD WorkOpen TO STBucket3(SupSub)
                      ADD WorkOpen TO GrandBucket3
                   WHEN AgeDays > 0
                      ADD WorkOpen TO STBucket2(SupSub)
                      ADD WorkOpen TO GrandBucket2
                   WHEN OTHER
                      ADD WorkOpen TO STBucket1(SupSub)
                      ADD WorkOpen TO GrandBucket1
                END-EVALUATE
             END-IF.

          FindSupEntry.
             MOVE ZERO TO SupSub
             PERFORM VARYING SupSub FROM 1 BY 1
                UNTIL SupSub > SupCount
                   OR STSupCode(SupSub) = APSupCode
                CONTINUE
             END-PERFORM
             IF SupSub > SupCount
                IF SupCount < 200
                   ADD 1 TO SupCount
                   MOVE SupCount TO SupSub
                   MOVE APSupCode TO STSupCode(SupSub)
                   MOVE ZERO TO STBucket1(SupSub)
                   MOVE ZERO TO STBucket2(SupSub)
                   MOVE ZERO TO STBucket3(SupSub)
                   MOVE ZERO TO STBucket4(SupSub)
                   MOVE ZERO TO STBucket5(SupSub)
                   MOVE ZERO TO STHeld(SupSub)
                ELSE
                   IF SupTableFull NOT = 'Y'
                      DISPLAY "More than 200 suppliers with open "
                         "vouchers - extra suppliers are not aged"
                      MOVE 'Y' TO SupTableFull
                   END-IF
                   MOVE ZERO TO SupSub
                END-IF
             END-IF.

          PrintReport.
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Accounts Payable Aging Report      Date: "
                DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Supplier        Current    1-30 Past"
                DELIMITED BY SIZE
                "     31-60 Past     61-90 Past   Over-90 Past"
                DELIMITED BY SIZE
                "           Held          Total" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             OPEN INPUT SupplierFile
             PERFORM PrintSupLine VARYING SupSub FROM 1 BY 1
                UNTIL SupSub > SupCount
             CLOSE SupplierFile
             COMPUTE GrandTotal = GrandBucket1 + GrandBucket2
                + GrandBucket3 + GrandBucket4 + GrandBucket5
                + GrandHeld
             MOVE GrandBucket1 TO Dollar
             MOVE Dollar TO Disp1
             MOVE GrandBucket2 TO Dollar
             MOVE Dollar TO Disp2
             MOVE GrandBucket3 TO Dollar
             MOVE Dollar TO Disp3
             MOVE GrandBucket4 TO Dollar
             MOVE Dollar TO Disp4
             MOVE GrandBucket5 TO Dollar
             MOVE Dollar TO Disp5
             MOVE GrandHeld TO Dollar
             MOVE Dollar TO Disp6
             MOVE GrandTotal TO Dollar
             MOVE Dollar TO Disp7
             MOVE SPACE TO LineBuffer
             STRING "GRAND     " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp3 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp4 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp5 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp6 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp7 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Unpaid vouchers aged : " DELIMITED BY SIZE
                VoucherCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             CLOSE ReportFile.

          PrintSupLine.
             COMPUTE SupTotal = STBucket1(SupSub)
                + STBucket2(SupSub) + STBucket3(SupSub)
                + STBucket4(SupSub) + STBucket5(SupSub)
                + STHeld(SupSub)
             MOVE STBucket1(SupSub) TO Dollar
             MOVE Dollar TO Disp1
             MOVE STBucket2(SupSub) TO Dollar
             MOVE Dollar TO Disp2
             MOVE STBucket3(SupSub) TO Dollar
             MOVE Dollar TO Disp3
             MOVE STBucket4(SupSub) TO Dollar
             MOVE Dollar TO Disp4
             MOVE STBucket5(SupSub) TO Dollar
             MOVE Dollar TO Disp5
             MOVE STHeld(SupSub) TO Dollar
             MOVE Dollar TO Disp6
             MOVE SupTotal TO Dollar
             MOVE Dollar TO Disp7
             MOVE SPACE TO LineBuffer
             STRING STSupCode(SupSub) DELIMITED BY SIZE
                "    " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp3 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp4 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp5 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp6 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp7 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE STSupCode(SupSub) TO SupCode
             READ SupplierFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE SPACE TO LineBuffer
                   STRING "          " DELIMITED BY SIZE
                      FUNCTION TRIM(SupName) DELIMITED BY SIZE
                      INTO LineBuffer
                   END-STRING
                   WRITE ReportLine FROM LineBuffer
             END-READ.
