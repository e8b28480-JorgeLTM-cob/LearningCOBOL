       IDENTIFICATION DIVISION.
          PROGRAM-ID.   famaint.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 17th, 2021.
      * Modification History
      *   2021-10-17 Brownies - new program: maintains the fixed-asset
      *              register (assets.txt, ASSETREC) in the itemmnt
      *              mold.  Adds an asset with its branch (checked
      *              against brmast.txt, blank for the house HSE),
      *              acquisition date and cost, life in months,
      *              method and salvage; an asset brought over from
      *              the spreadsheet can carry its depreciation to
      *              date and the last period it covers.  Once deprun
      *              has charged an asset only its description and
      *              branch change.  Disposal takes the date and the
      *              proceeds, refuses a closed period (PERCHK), and
      *              journals the disposal to gljournal.txt in the
      *              glextrct layout behind its own TRAILER: debit
      *              1590 Accumulated Depreciation and 1000 Cash for
      *              the proceeds, credit 1500 Fixed Assets at cost,
      *              and the difference to 4950 Gain or 6950 Loss on
      *              Disposal.  The listing (AssetRegister.txt) gives
      *              cost, accumulated depreciation and net book
      *              value for every asset, with totals for those
      *              still in service.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL AssetFile ASSIGN TO "assets.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FANum.
             SELECT OPTIONAL BranchFile ASSIGN TO "brmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BrMastCode.
             SELECT OPTIONAL JournalFile ASSIGN TO "gljournal.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO "AssetRegister.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD AssetFile.
                COPY ASSETREC.
             FD BranchFile.
                01 BranchData.
                   02 BrMastCode PIC X(3).
                   02 BrMastName PIC X(20).
             FD JournalFile.
                01 JournalData.
                   02 GLDate    PIC 9(8).
                   02 GLAccount PIC X(6).
                   02 GLDesc    PIC X(20).
                   02 GLDebit   PIC S9(9)V99.
                   02 GLCredit  PIC S9(9)V99.
             FD ReportFile.
                01 ReportLine PIC X(100).
          WORKING-STORAGE SECTION.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 EntryNum    PIC 9(6).
             01 EntryDesc   PIC X(30).
             01 EntryBranch PIC X(3).
             01 EntryDate   PIC 9(8).
             01 EntryCost   PIC 9(7)V99.
             01 EntryLife   PIC 9(3).
             01 EntryMethod PIC X(1).
             01 EntrySalvage PIC 9(7)V99.
             01 EntryAccum  PIC 9(7)V99.
             01 EntryLastPer PIC 9(6).
             01 EntryProceeds PIC 9(7)V99.
             01 AssetExists PIC X.
             01 BranchOK    PIC X.
             01 EntryOK     PIC X.
             01 Confirm     PIC X.
             01 ListEOF     PIC X.
             01 DCDays      PIC 9(8) VALUE ZERO.
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 DispPeriod  PIC 9(6).
             01 PeriodStatus PIC X(1).
             01 NetBook     PIC S9(7)V99.
             01 GainLoss    PIC S9(7)V99.
             01 DebitTotal  PIC S9(9)V99.
             01 CreditTotal PIC S9(9)V99.
             01 AssetCt     PIC 9(5).
             01 ActiveCt    PIC 9(5).
             01 TotCost     PIC 9(9)V99.
             01 TotAccum    PIC 9(9)V99.
             01 TotNetBook  PIC S9(9)V99.
             01 RunDate     PIC 9(8).
             01 Disp1       PIC X(14).
             01 Disp2       PIC X(14).
             01 Disp3       PIC X(14).
             01 LifeDisp    PIC ZZ9.
             01 LineBuffer  PIC X(100).
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          StartPara.
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             OPEN I-O AssetFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Add / Change an Asset"
                DISPLAY "2 : Dispose of an Asset"
                DISPLAY "3 : Asset Listing (net book value)"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM MaintainAsset
                   WHEN 2 PERFORM DisposeAsset
                   WHEN 3 PERFORM ListAssets
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE AssetFile
          STOP RUN.

          MaintainAsset.
             DISPLAY "Enter Asset Number : " WITH NO ADVANCING
             ACCEPT EntryNum
             MOVE EntryNum TO FANum
             MOVE 'Y' TO AssetExists
             READ AssetFile
                INVALID KEY MOVE 'N' TO AssetExists
             END-READ
             EVALUATE TRUE
                WHEN EntryNum = ZERO
                   DISPLAY "Asset number cannot be zero"
                WHEN AssetExists = 'Y' AND FADisposed
                   DISPLAY "Asset " EntryNum " was disposed of "
                      FADispDate " - not changed"
                WHEN AssetExists = 'Y' AND
                      (FAAccumDep > ZERO OR FALastDepPer > ZERO)
                   DISPLAY "Depreciation has been taken - only the "
                      "description and branch change"
                   PERFORM AcceptDescBranch
                   IF BranchOK = 'Y'
                      MOVE EntryDesc TO FADesc
                      MOVE EntryBranch TO FABranch
                      REWRITE AssetData
                         INVALID KEY DISPLAY "Asset Not Updated"
                      END-REWRITE
                      DISPLAY "Asset changed: " EntryNum
                   END-IF
                WHEN OTHER
                   PERFORM AcceptDescBranch
                   IF BranchOK = 'Y'
                      PERFORM AcceptCostTerms
                   END-IF
                   IF BranchOK = 'Y' AND EntryOK = 'Y'
                      PERFORM SaveAsset
                   END-IF
             END-EVALUATE.

          AcceptDescBranch.
             DISPLAY "Description : " WITH NO ADVANCING
             ACCEPT EntryDesc
             DISPLAY "Branch (blank for HSE) : " WITH NO ADVANCING
             ACCEPT EntryBranch
             MOVE FUNCTION UPPER-CASE(EntryBranch) TO EntryBranch
             MOVE 'Y' TO BranchOK
             IF EntryBranch = SPACE
                MOVE "HSE" TO EntryBranch
             END-IF
             IF EntryBranch NOT = "HSE"
                OPEN INPUT BranchFile
                MOVE EntryBranch TO BrMastCode
                READ BranchFile
                   INVALID KEY MOVE 'N' TO BranchOK
                END-READ
                CLOSE BranchFile
                IF BranchOK = 'N'
                   DISPLAY "Branch " EntryBranch " is not on the "
                      "branch master - see brmaint; asset not saved"
                END-IF
             END-IF.

          AcceptCostTerms.
             MOVE 'Y' TO EntryOK
             DISPLAY "Acquisition Date (YYYYMMDD) : "
                WITH NO ADVANCING
             ACCEPT EntryDate
             CALL "DATECALC" USING EntryDate, DCDays, "V",
                DCResult, DCStatus
             DISPLAY "Cost (e.g. 24500.00) : " WITH NO ADVANCING
             ACCEPT EntryCost
             DISPLAY "Life in Months : " WITH NO ADVANCING
             ACCEPT EntryLife
             DISPLAY "Method (S = straight line, D = declining) : "
                WITH NO ADVANCING
             ACCEPT EntryMethod
             MOVE FUNCTION UPPER-CASE(EntryMethod) TO EntryMethod
             DISPLAY "Salvage Value : " WITH NO ADVANCING
             ACCEPT EntrySalvage
             DISPLAY "Depreciation to date (0 if none) : "
                WITH NO ADVANCING
             ACCEPT EntryAccum
             MOVE ZERO TO EntryLastPer
             IF EntryAccum > ZERO
                DISPLAY "Depreciated through period (YYYYMM) : "
                   WITH NO ADVANCING
                ACCEPT EntryLastPer
             END-IF
             EVALUATE TRUE
                WHEN DCStatus NOT = '0'
                   DISPLAY "Not a valid date"
                   MOVE 'N' TO EntryOK
                WHEN EntryLife = ZERO
                   DISPLAY "Life must be at least one month"
                   MOVE 'N' TO EntryOK
                WHEN EntryMethod NOT = 'S' AND EntryMethod NOT = 'D'
                   DISPLAY "Method must be S or D"
                   MOVE 'N' TO EntryOK
                WHEN EntrySalvage > EntryCost
                   DISPLAY "Salvage cannot exceed cost"
                   MOVE 'N' TO EntryOK
                WHEN EntryAccum > EntryCost - EntrySalvage
                   DISPLAY "Depreciation to date cannot take the "
                      "asset below salvage"
                   MOVE 'N' TO EntryOK
             END-EVALUATE
             IF EntryOK = 'N'
                DISPLAY "Asset not saved"
             END-IF.

          SaveAsset.
             MOVE EntryNum TO FANum
             MOVE EntryDesc TO FADesc
             MOVE EntryBranch TO FABranch
             MOVE EntryDate TO FAAcqDate
             MOVE EntryCost TO FACost
             MOVE EntryLife TO FALife
             MOVE EntryMethod TO FAMethod
             MOVE EntrySalvage TO FASalvage
             MOVE EntryAccum TO FAAccumDep
             MOVE EntryLastPer TO FALastDepPer
             SET FAActive TO TRUE
             MOVE ZERO TO FADispDate
             MOVE ZERO TO FADispAmt
             IF AssetExists = 'Y'
                REWRITE AssetData
                   INVALID KEY DISPLAY "Asset Not Updated"
                END-REWRITE
                DISPLAY "Asset changed: " EntryNum
             ELSE
                WRITE AssetData
                   INVALID KEY DISPLAY "Asset Not Added"
                END-WRITE
                DISPLAY "Asset added: " EntryNum
             END-IF.

          DisposeAsset.
             DISPLAY "Enter Asset Number : " WITH NO ADVANCING
             ACCEPT EntryNum
             MOVE EntryNum TO FANum
             MOVE 'Y' TO AssetExists
             READ AssetFile
                INVALID KEY MOVE 'N' TO AssetExists
             END-READ
             EVALUATE TRUE
                WHEN AssetExists = 'N'
                   DISPLAY "Asset " EntryNum " not on file"
                WHEN FADisposed
                   DISPLAY "Asset " EntryNum " was disposed of "
                      FADispDate
                WHEN OTHER
                   PERFORM AcceptDisposal
             END-EVALUATE.

          AcceptDisposal.
             COMPUTE NetBook = FACost - FAAccumDep
             MOVE FACost TO Dollar
             DISPLAY FUNCTION TRIM(FADesc) " - cost " Dollar
             MOVE NetBook TO Dollar
             DISPLAY "Net book value " Dollar " depreciated through "
                FALastDepPer
             DISPLAY "Disposal Date (YYYYMMDD) : " WITH NO ADVANCING
             ACCEPT EntryDate
             CALL "DATECALC" USING EntryDate, DCDays, "V",
                DCResult, DCStatus
             MOVE EntryDate(1:6) TO DispPeriod
             CALL "PERCHK" USING DispPeriod, PeriodStatus
             EVALUATE TRUE
                WHEN DCStatus NOT = '0'
                   DISPLAY "Not a valid date - not disposed"
                WHEN PeriodStatus = 'C'
                   DISPLAY "Period " DispPeriod " is closed - "
                      "disposal refused"
                WHEN EntryDate < FAAcqDate
                   DISPLAY "Disposal is before acquisition - not "
                      "disposed"
                WHEN OTHER
                   IF FALastDepPer < DispPeriod
                      DISPLAY "Depreciation has not been run "
                         "through " DispPeriod " - run deprun first "
                         "for it to count"
                   END-IF
                   DISPLAY "Proceeds (0 if scrapped) : "
                      WITH NO ADVANCING
                   ACCEPT EntryProceeds
                   COMPUTE GainLoss = EntryProceeds - NetBook
                   MOVE GainLoss TO DollarMinus
                   DISPLAY "Gain (loss) on disposal : " DollarMinus
                   DISPLAY "Dispose of the asset? (Y/N): "
                      WITH NO ADVANCING
                   ACCEPT Confirm
                   MOVE FUNCTION UPPER-CASE(Confirm) TO Confirm
                   IF Confirm = 'Y'
                      PERFORM PostDisposal
                   ELSE
                      DISPLAY "Not disposed"
                   END-IF
             END-EVALUATE.

          PostDisposal.
             SET FADisposed TO TRUE
             MOVE EntryDate TO FADispDate
             MOVE EntryProceeds TO FADispAmt
             REWRITE AssetData
                INVALID KEY DISPLAY "Asset Not Updated"
             END-REWRITE
             MOVE ZERO TO DebitTotal
             MOVE ZERO TO CreditTotal
             OPEN EXTEND JournalFile
             IF FAAccumDep > ZERO
                MOVE "1590" TO GLAccount
                MOVE "ACCUM DEPR-DISPOSAL" TO GLDesc
                MOVE FAAccumDep TO GLDebit
                MOVE ZERO TO GLCredit
                PERFORM WriteJournalLine
             END-IF
             IF EntryProceeds > ZERO
                MOVE "1000" TO GLAccount
                MOVE "CASH-ASSET DISPOSAL" TO GLDesc
                MOVE EntryProceeds TO GLDebit
                MOVE ZERO TO GLCredit
                PERFORM WriteJournalLine
             END-IF
             MOVE "1500" TO GLAccount
             MOVE "FIXED ASSET-DISPOSAL" TO GLDesc
             MOVE ZERO TO GLDebit
             MOVE FACost TO GLCredit
             PERFORM WriteJournalLine
             EVALUATE TRUE
                WHEN GainLoss > ZERO
                   MOVE "4950" TO GLAccount
                   MOVE "GAIN ON DISPOSAL" TO GLDesc
                   MOVE ZERO TO GLDebit
                   MOVE GainLoss TO GLCredit
                   PERFORM WriteJournalLine
                WHEN GainLoss < ZERO
                   MOVE "6950" TO GLAccount
                   MOVE "LOSS ON DISPOSAL" TO GLDesc
                   COMPUTE GLDebit = ZERO - GainLoss
                   MOVE ZERO TO GLCredit
                   PERFORM WriteJournalLine
             END-EVALUATE
             MOVE EntryDate TO GLDate
             MOVE "TRLR" TO GLAccount
             IF DebitTotal = CreditTotal
                MOVE "BALANCED" TO GLDesc
             ELSE
                MOVE "OUT OF BALANCE" TO GLDesc
             END-IF
             MOVE DebitTotal TO GLDebit
             MOVE CreditTotal TO GLCredit
             WRITE JournalData
             CLOSE JournalFile
             DISPLAY "Asset " FANum " disposed - journal appended "
                "to gljournal.txt".

          WriteJournalLine.
             MOVE EntryDate TO GLDate
             ADD GLDebit TO DebitTotal
             ADD GLCredit TO CreditTotal
             WRITE JournalData.

          ListAssets.
             MOVE ZERO TO AssetCt
             MOVE ZERO TO ActiveCt
             MOVE ZERO TO TotCost
             MOVE ZERO TO TotAccum
             MOVE ZERO TO TotNetBook
             OPEN OUTPUT ReportFile
             MOVE SPACE TO LineBuffer
             STRING "Fixed Asset Register        Date: "
                DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             MOVE "Asset  Description" TO LineBuffer
             MOVE "Br  Acquired M Life" TO LineBuffer(30:19)
             MOVE "Cost" TO LineBuffer(58:4)
             MOVE "Accumulated" TO LineBuffer(65:11)
             MOVE "Net Book" TO LineBuffer(82:8)
             WRITE ReportLine FROM LineBuffer
             MOVE 'N' TO ListEOF
             MOVE ZERO TO FANum
             START AssetFile KEY IS NOT LESS THAN FANum
                INVALID KEY MOVE 'Y' TO ListEOF
             END-START
             PERFORM UNTIL ListEOF = 'Y'
                READ AssetFile NEXT RECORD
                   AT END MOVE 'Y' TO ListEOF
                   NOT AT END
                      PERFORM ListOneAsset
                END-READ
             END-PERFORM
             MOVE SPACE TO LineBuffer
             WRITE ReportLine FROM LineBuffer
             MOVE TotCost TO Dollar
             MOVE Dollar TO Disp1
             MOVE TotAccum TO Dollar
             MOVE Dollar TO Disp2
             MOVE TotNetBook TO Dollar
             MOVE Dollar TO Disp3
             MOVE SPACE TO LineBuffer
             STRING "In service : " DELIMITED BY SIZE
                ActiveCt DELIMITED BY SIZE
                "  cost " DELIMITED BY SIZE
                Disp1 DELIMITED BY SIZE
                "  accumulated " DELIMITED BY SIZE
                Disp2 DELIMITED BY SIZE
                "  net book " DELIMITED BY SIZE
                Disp3 DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             CLOSE ReportFile
             DISPLAY "Assets listed : " AssetCt
                " - AssetRegister.txt".

          ListOneAsset.
             ADD 1 TO AssetCt
             COMPUTE NetBook = FACost - FAAccumDep
             MOVE SPACE TO LineBuffer
             MOVE FANum TO LineBuffer(1:6)
             MOVE FADesc(1:21) TO LineBuffer(8:21)
             MOVE FABranch TO LineBuffer(30:3)
             MOVE FAAcqDate TO LineBuffer(34:8)
             MOVE FAMethod TO LineBuffer(43:1)
             MOVE FALife TO LifeDisp
             MOVE LifeDisp TO LineBuffer(45:3)
             MOVE FACost TO Dollar
             MOVE Dollar TO LineBuffer(49:13)
             MOVE FAAccumDep TO Dollar
             MOVE Dollar TO LineBuffer(63:13)
             IF FADisposed
                MOVE "DISPOSED" TO LineBuffer(79:8)
                MOVE FADispDate TO LineBuffer(88:8)
             ELSE
                MOVE NetBook TO Dollar
                MOVE Dollar TO LineBuffer(77:13)
                ADD 1 TO ActiveCt
                ADD FACost TO TotCost
                ADD FAAccumDep TO TotAccum
                ADD NetBook TO TotNetBook
             END-IF
             WRITE ReportLine FROM LineBuffer.
