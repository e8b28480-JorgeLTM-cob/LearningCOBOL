      *              read ahead of the live log (TRAILER lines
      *              skipped), so history answers come from the
      *              right file.
      *   2021-10-11 Brownies - transaction-log record widened to
      *              280 for the Cost= stamp.
      *   2021-10-19 Brownies - transaction-log record widened to
      *              300 for the Contract= stamp.
      *   2021-10-25 Brownies - transaction-log record widened to
      *              320 for the Frt= stamp.
      *   2021-11-02 Brownies - Canadian remittance.  A Canadian
      *              province's lines leave the state section for a
      *              section of their own, by province and component
      *              (GST, HST, PST, QST) off the GST=/HST= and
      *              PST=/QST= stamps, in Canadian dollars: a CAD
      *              invoice as billed, any other currency converted
      *              at the CAD rate on currates.txt.  A line from
      *              before the stamps goes wholly to the federal
      *              component.  Rates shown are CANRATE's at the
      *              quarter end; component totals close the section.
      *              Log record widened to 360.
      *   2021-11-04 Brownies - transaction-log record widened to
      *              400 for the Promo= stamp.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TRState.
             SELECT OPTIONAL CurrencyFile ASSIGN TO "currates.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CRCode.
             SELECT ReportFile ASSIGN TO "TaxRemit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD RTransFile.
                01 RTransLine PIC X(400).
             FD ArchInFile.
                01 ArchInLine PIC X(400).
             FD TaxFile.
                01 TaxRateData.
                   02 TRState     PIC X(2).
                   02 TRRate      PIC V999.
                   02 TREffDate   PIC 9(8).
                   02 TRPriorRate PIC V999.
             FD CurrencyFile.
                01 CurrencyData.
                   02 CRCode PIC X(3).
                   02 CRRate PIC 9V9999.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 LinePtr     PIC 9(3).
             01 LineLen     PIC 9(3).
             01 WorkState   PIC X(2).
                88 WorkInCanada VALUE "AB" "BC" "MB" "NB" "NL"
                   "NS" "NT" "NU" "ON" "PE" "QC" "SK" "YT".
             01 WorkExempt  PIC X.
             01 WorkSub     PIC S9(6)V99.
             01 WorkTax     PIC S9(6)V99.
             01 WorkCurr    PIC X(3).
             01 WorkRate    PIC 9V9999.
             01 WorkFedType PIC X(3).
             01 WorkFedAmt  PIC S9(7)V99.
             01 WorkProvType PIC X(3).
             01 WorkProvAmt PIC S9(7)V99.
             01 WorkComp    PIC X(3).
             01 CadRate     PIC 9V9999.
             01 CadRateDisp PIC 9.9999.
             01 CadRateFound PIC X.
             01 CadSub      PIC S9(9)V99.
             01 CadTax      PIC S9(9)V99.
             01 CadFed      PIC S9(9)V99.
             01 CadProv     PIC S9(9)V99.
             01 CanSub      PIC 9(3).
             01 CNSub       PIC 9(3).
             01 CanTable.
                02 CanEntry OCCURS 30 TIMES.
                   03 CNProv   PIC X(2).
                   03 CNComp   PIC X(3).
                   03 CNSales  PIC S9(9)V99.
                   03 CNTax    PIC S9(9)V99.
                   03 CNExempt PIC S9(9)V99.
             01 CanCount    PIC 9(3) VALUE ZERO.
             01 CompTotal   PIC S9(9)V99.
             01 CompList    PIC X(12) VALUE "GSTHSTPSTQST".
             01 CompNames REDEFINES CompList.
                02 CompName PIC X(3) OCCURS 4 TIMES.
             01 CompSub     PIC 9.
             01 QtrEndDate  PIC 9(8).
             01 CanFedType  PIC X(3).
             01 CanFedRate  PIC V9(5).
             01 CanProvType PIC X(3).
             01 CanProvRate PIC V9(5).
             01 CanStatus   PIC X(1).
             01 CanRateDisp PIC .9(5).
             01 WSSub       PIC 9(3).
             01 StateSub    PIC 9(3).
             01 StateTable.
                COMPUTE QtrStart =
                   EntryYear * 100 + (EntryQtr * 3) - 2
                COMPUTE QtrEnd = EntryYear * 100 + EntryQtr * 3
                COMPUTE QtrEndDate = QtrEnd * 100 + 31
                PERFORM LoadCadRate
                PERFORM ScanQuarterArchives
                PERFORM TallyQuarter
                PERFORM PrintReport
                   MOVE 'N' TO WorkExempt
                   MOVE ZERO TO WorkSub
                   MOVE ZERO TO WorkTax
                   MOVE "USD" TO WorkCurr
                   MOVE 1 TO WorkRate
                   MOVE SPACE TO WorkFedType
                   MOVE ZERO TO WorkFedAmt
                   MOVE SPACE TO WorkProvType
                   MOVE ZERO TO WorkProvAmt
                   COMPUTE LineLen = FUNCTION LENGTH(
                      FUNCTION TRIM(RTransLine TRAILING))
                   MOVE 1 TO LinePtr
                   PERFORM GetRemitToken WITH TEST BEFORE
                      UNTIL LinePtr > LineLen
                   EVALUATE TRUE
                      WHEN WorkState = SPACE
                         CONTINUE
                      WHEN WorkInCanada
                         PERFORM TallyCanada
                      WHEN OTHER
                         PERFORM TallyState
                   END-EVALUATE
                END-IF
             END-IF.

                      FUNCTION NUMVAL-C(LineToken(5:26))
                WHEN LineToken(1:7) = "Exempt="
                   MOVE 'Y' TO WorkExempt
                WHEN LineToken(1:5) = "Curr="
                   MOVE LineToken(6:3) TO WorkCurr
                WHEN LineToken(1:5) = "Rate="
                   COMPUTE WorkRate =
                      FUNCTION NUMVAL(LineToken(6:25))
                WHEN LineToken(1:4) = "GST=" OR LineToken(1:4) = "HST="
                   MOVE LineToken(1:3) TO WorkFedType
                   COMPUTE WorkFedAmt =
                      FUNCTION NUMVAL-C(LineToken(5:26))
                WHEN LineToken(1:4) = "PST=" OR LineToken(1:4) = "QST="
                   MOVE LineToken(1:3) TO WorkProvType
                   COMPUTE WorkProvAmt =
                      FUNCTION NUMVAL-C(LineToken(5:26))
             END-EVALUATE.

          LoadCadRate.
      * what the CAD rate on file says a Canadian dollar is worth
      * in home dollars; without one the section stays in home
      * dollars and says so
             MOVE 'N' TO CadRateFound
             MOVE 1 TO CadRate
             OPEN INPUT CurrencyFile
             MOVE "CAD" TO CRCode
             READ CurrencyFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF CRRate > ZERO
                      MOVE CRRate TO CadRate
                      MOVE 'Y' TO CadRateFound
                   END-IF
             END-READ
             CLOSE CurrencyFile.

          TallyCanada.
      * a CAD invoice is taken as billed (its home subtotal back at
      * its own rate); another currency goes through home dollars
      * at the CAD rate on file
             IF WorkCurr = "CAD" AND WorkRate > ZERO
                COMPUTE CadSub ROUNDED = WorkSub / WorkRate
                COMPUTE CadTax ROUNDED = WorkTax / WorkRate
                MOVE WorkFedAmt TO CadFed
                MOVE WorkProvAmt TO CadProv
             ELSE
                COMPUTE CadSub ROUNDED = WorkSub / CadRate
                COMPUTE CadTax ROUNDED = WorkTax / CadRate
                COMPUTE CadFed ROUNDED
                   = WorkFedAmt * WorkRate / CadRate
                COMPUTE CadProv ROUNDED
                   = WorkProvAmt * WorkRate / CadRate
             END-IF
             IF WorkExempt = 'Y' OR WorkFedType = SPACE
                CALL "CANRATE" USING WorkState, LineDate, CanFedType,
                   CanFedRate, CanProvType, CanProvRate, CanStatus
             END-IF
             EVALUATE TRUE
                WHEN WorkExempt = 'Y'
                   MOVE CanFedType TO WorkComp
                   PERFORM FindCanRow
                   IF CanSub > ZERO
                      ADD CadSub TO CNExempt(CanSub)
                   END-IF
                WHEN WorkFedType = SPACE
                   MOVE CanFedType TO WorkComp
                   PERFORM FindCanRow
                   IF CanSub > ZERO
                      ADD CadSub TO CNSales(CanSub)
                      ADD CadTax TO CNTax(CanSub)
                   END-IF
                WHEN OTHER
                   MOVE WorkFedType TO WorkComp
                   PERFORM FindCanRow
                   IF CanSub > ZERO
                      ADD CadSub TO CNSales(CanSub)
                      ADD CadFed TO CNTax(CanSub)
                   END-IF
                   IF WorkProvType NOT = SPACE
                      MOVE WorkProvType TO WorkComp
                      PERFORM FindCanRow
                      IF CanSub > ZERO
                         ADD CadSub TO CNSales(CanSub)
                         ADD CadProv TO CNTax(CanSub)
                      END-IF
                   END-IF
             END-EVALUATE.

          FindCanRow.
             MOVE ZERO TO CanSub
             PERFORM VARYING CNSub FROM 1 BY 1
                UNTIL CNSub > CanCount OR CanSub > ZERO
                IF CNProv(CNSub) = WorkState
                   AND CNComp(CNSub) = WorkComp
                   MOVE CNSub TO CanSub
                END-IF
             END-PERFORM
             IF CanSub = ZERO AND CanCount < 30
                ADD 1 TO CanCount
                MOVE CanCount TO CanSub
                MOVE WorkState TO CNProv(CanSub)
                MOVE WorkComp TO CNComp(CanSub)
                MOVE ZERO TO CNSales(CanSub)
                MOVE ZERO TO CNTax(CanSub)
                MOVE ZERO TO CNExempt(CanSub)
             END-IF.

          TallyState.
             MOVE ZERO TO StateSub
             PERFORM VARYING WSSub FROM 1 BY 1
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             IF CanCount > ZERO
                PERFORM PrintCanadaSection
             END-IF
             CLOSE TaxFile
             CLOSE ReportFile.

                END-STRING
                WRITE ReportLine FROM LineBuffer
             END-IF.

          PrintCanadaSection.
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE "Canadian GST/HST and PST/QST Remittance"
                TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             IF CadRateFound = 'Y'
                MOVE CadRate TO CadRateDisp
                STRING "  in Canadian dollars - other currencies "
                   DELIMITED BY SIZE
                   "at CAD rate " DELIMITED BY SIZE
                   CadRateDisp DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
             ELSE
                STRING "  no CAD rate on currates.txt - amounts not "
                   DELIMITED BY SIZE
                   "billed in CAD are in home dollars"
                   DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
             END-IF
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Prov Tax  Taxable Sales  Tax Collected   "
                DELIMITED BY SIZE
                "Exempt Sales  Rate" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             PERFORM PrintCanadaLine VARYING CanSub FROM 1 BY 1
                UNTIL CanSub > CanCount
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             PERFORM PrintCompTotal VARYING CompSub FROM 1 BY 1
                UNTIL CompSub > 4.

          PrintCanadaLine.
             MOVE CNSales(CanSub) TO DollarMinus
             MOVE DollarMinus TO Disp1
             MOVE CNTax(CanSub) TO DollarMinus
             MOVE DollarMinus TO Disp2
             MOVE CNExempt(CanSub) TO DollarMinus
             MOVE DollarMinus TO Disp3
             CALL "CANRATE" USING CNProv(CanSub), QtrEndDate,
                CanFedType, CanFedRate, CanProvType, CanProvRate,
                CanStatus
             IF CNComp(CanSub) = CanFedType
                MOVE CanFedRate TO CanRateDisp
             ELSE
                MOVE CanProvRate TO CanRateDisp
             END-IF
             MOVE SPACE TO LineBuffer
             STRING "  " DELIMITED BY SIZE
                CNProv(CanSub) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CNComp(CanSub) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Disp3 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CanRateDisp DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer.

          PrintCompTotal.
             MOVE ZERO TO CompTotal
             PERFORM VARYING CNSub FROM 1 BY 1 UNTIL CNSub > CanCount
                IF CNComp(CNSub) = CompName(CompSub)
                   ADD CNTax(CNSub) TO CompTotal
                END-IF
             END-PERFORM
             IF CompTotal NOT = ZERO
                MOVE CompTotal TO DollarMinus
                MOVE DollarMinus TO Disp2
                MOVE SPACE TO LineBuffer
                STRING "ALL  " DELIMITED BY SIZE
                   CompName(CompSub) DELIMITED BY SIZE
                   "                " DELIMITED BY SIZE
                   Disp2 DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE ReportLine FROM LineBuffer
             END-IF.
