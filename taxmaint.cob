      *              the stored fraction; keying "073" straight
      *              into the V999 field stored .000, a silent
      *              zero rate.
      *   2021-11-02 Brownies - the Canadian table (cantax.txt,
      *              CANTAX): add or change a province's federal
      *              (GST or HST) and provincial (PST or QST)
      *              components with an effective date, the prior
      *              rates kept the same way, and list the table.
      *              Rates are keyed as five digits for QST's 9.975%.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TRState.
             SELECT OPTIONAL CanTaxFile ASSIGN TO "cantax.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CTProv.
       DATA DIVISION.
          FILE SECTION.
             FD TaxFile.
                   02 TRRate      PIC V999.
                   02 TREffDate   PIC 9(8).
                   02 TRPriorRate PIC V999.
             FD CanTaxFile.
                COPY CANTAX.
          WORKING-STORAGE SECTION.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 RateExists  PIC X.
             01 ListEOF     PIC X.
             01 RateDisp    PIC .999.
             01 EntryFedType  PIC X(3).
             01 EntryFedIn    PIC 9(5).
             01 EntryProvType PIC X(3).
             01 EntryProvIn   PIC 9(5).
             01 CanRateDisp   PIC .9(5).
       PROCEDURE DIVISION.
          StartPara.
             OPEN I-O TaxFile
             OPEN I-O CanTaxFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Add / Change a State Rate"
                DISPLAY "2 : List All Rates"
                DISPLAY "3 : Add / Change a Canadian Province Rate"
                DISPLAY "4 : List Canadian Rates"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM MaintainRate
                   WHEN 2 PERFORM ListRates
                   WHEN 3 PERFORM MaintainProvince
                   WHEN 4 PERFORM ListProvinces
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE TaxFile
             CLOSE CanTaxFile
          STOP RUN.

          MaintainRate.
                      DISPLAY "   " RateDisp
                END-READ
             END-PERFORM.

          MaintainProvince.
             DISPLAY "Enter Province Code : " WITH NO ADVANCING
             ACCEPT EntryState
             MOVE FUNCTION UPPER-CASE(EntryState) TO EntryState
             IF EntryState = SPACE
                DISPLAY "Province code cannot be blank"
             ELSE
                DISPLAY "Federal component, GST or HST : "
                   WITH NO ADVANCING
                ACCEPT EntryFedType
                MOVE FUNCTION UPPER-CASE(EntryFedType) TO EntryFedType
                DISPLAY "Federal rate (5 digits, e.g. 05000 = 5%) : "
                   WITH NO ADVANCING
                ACCEPT EntryFedIn
                DISPLAY "Provincial component, PST or QST "
                   "(blank = none) : " WITH NO ADVANCING
                ACCEPT EntryProvType
                MOVE FUNCTION UPPER-CASE(EntryProvType)
                   TO EntryProvType
                MOVE ZERO TO EntryProvIn
                IF EntryProvType NOT = SPACE
                   DISPLAY "Provincial rate (5 digits, e.g. 09975 = "
                      "9.975%) : " WITH NO ADVANCING
                   ACCEPT EntryProvIn
                END-IF
                DISPLAY "Enter Effective Date (YYYYMMDD) : "
                   WITH NO ADVANCING
                ACCEPT EntryDate
                IF EntryFedType NOT = "GST" AND EntryFedType NOT = "HST"
                   DISPLAY "Federal component must be GST or HST"
                ELSE
                   IF EntryProvType NOT = SPACE
                      AND EntryProvType NOT = "PST"
                      AND EntryProvType NOT = "QST"
                      DISPLAY "Provincial component must be PST, QST"
                         " or blank"
                   ELSE
                      PERFORM WriteProvince
                   END-IF
                END-IF
             END-IF.

          WriteProvince.
             MOVE 'Y' TO RateExists
             MOVE EntryState TO CTProv
             READ CanTaxFile
                INVALID KEY MOVE 'N' TO RateExists
             END-READ
             IF RateExists = 'Y'
                MOVE CTFedRate TO CTPriorFed
                MOVE CTProvRate TO CTPriorProv
             ELSE
                MOVE SPACE TO CanTaxData
                MOVE EntryState TO CTProv
                COMPUTE CTPriorFed = EntryFedIn / 100000
                COMPUTE CTPriorProv = EntryProvIn / 100000
             END-IF
             MOVE EntryFedType TO CTFedType
             COMPUTE CTFedRate = EntryFedIn / 100000
             MOVE EntryProvType TO CTProvType
             COMPUTE CTProvRate = EntryProvIn / 100000
             MOVE EntryDate TO CTEffDate
             IF RateExists = 'Y'
                REWRITE CanTaxData
                   INVALID KEY DISPLAY "Rate Not Updated"
                END-REWRITE
                DISPLAY "Rates changed for " EntryState
             ELSE
                WRITE CanTaxData
                   INVALID KEY DISPLAY "Rate Not Added"
                END-WRITE
                DISPLAY "Rates added for " EntryState
             END-IF.

          ListProvinces.
             DISPLAY "   "
             DISPLAY "Prov  Federal       Provincial    Effective"
                "  Prior Fed  Prior Prov"
             MOVE 'N' TO ListEOF
             MOVE LOW-VALUES TO CTProv
             START CanTaxFile KEY IS NOT LESS THAN CTProv
                INVALID KEY
                   MOVE 'Y' TO ListEOF
                   DISPLAY "No Canadian Rates On File"
             END-START
             PERFORM UNTIL ListEOF = 'Y'
                READ CanTaxFile NEXT RECORD
                   AT END MOVE 'Y' TO ListEOF
                   NOT AT END
                      MOVE CTFedRate TO CanRateDisp
                      DISPLAY "  " CTProv "  " CTFedType " "
                         CanRateDisp "  " WITH NO ADVANCING
                      MOVE CTProvRate TO CanRateDisp
                      DISPLAY CTProvType " " CanRateDisp "  "
                         CTEffDate WITH NO ADVANCING
                      MOVE CTPriorFed TO CanRateDisp
                      DISPLAY "  " CanRateDisp WITH NO ADVANCING
                      MOVE CTPriorProv TO CanRateDisp
                      DISPLAY "     " CanRateDisp
                END-READ
             END-PERFORM.
