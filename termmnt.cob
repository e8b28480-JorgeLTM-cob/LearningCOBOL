       IDENTIFICATION DIVISION.
          PROGRAM-ID.   termmnt.
          AUTHOR.      Brownies.
          DATE-WRITTEN September 13th, 2021.
      * Modification History
      *   2021-09-13 Brownies - new program: maintains the indexed
      *              payment-terms master (termmast.txt) behind the
      *              TermsCode on the customer record, in the
      *              repmaint mold - code, description, net days,
      *              the early-pay discount rate and window, and the
      *              monthly finance-charge rate.  Rates are keyed
      *              as whole digits and divided down to the stored
      *              fraction.  Net 10/30/60, 2%/10 net 30 and due on
      *              receipt (net 0) are all just rows here.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL TermsFile ASSIGN TO "termmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TermCode.
       DATA DIVISION.
          FILE SECTION.
             FD TermsFile.
                01 TermsData.
                   02 TermCode     PIC X(3).
                   02 TermDesc     PIC X(20).
                   02 TermNetDays  PIC 9(3).
                   02 TermDiscRate PIC V999.
                   02 TermDiscDays PIC 9(3).
                   02 TermFinRate  PIC V999.
          WORKING-STORAGE SECTION.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 EntryCode   PIC X(3).
             01 EntryDesc   PIC X(20).
             01 NetDaysIn   PIC 999.
             01 DiscRateIn  PIC 999.
             01 DiscDaysIn  PIC 999.
             01 FinRateIn   PIC 999.
             01 TermExists  PIC X.
             01 ListEOF     PIC X.
             01 RateDisp    PIC .999.
             01 FinRateDisp PIC .999.
       PROCEDURE DIVISION.
          StartPara.
             OPEN I-O TermsFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Add / Change Terms"
                DISPLAY "2 : List All Terms"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM MaintainTerms
                   WHEN 2 PERFORM ListTerms
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE TermsFile
          STOP RUN.

          MaintainTerms.
             DISPLAY "Enter Terms Code : " WITH NO ADVANCING
             ACCEPT EntryCode
             MOVE FUNCTION UPPER-CASE(EntryCode) TO EntryCode
             IF EntryCode = SPACE
                DISPLAY "Terms code cannot be blank"
             ELSE
                DISPLAY "Enter Description : " WITH NO ADVANCING
                ACCEPT EntryDesc
                DISPLAY "Enter Net Days (0 = due on receipt) : "
                   WITH NO ADVANCING
                ACCEPT NetDaysIn
                DISPLAY "Enter Discount Rate (3 digits, "
                   "e.g. 020 = 2%, 000 = none) : " WITH NO ADVANCING
                ACCEPT DiscRateIn
                MOVE ZERO TO DiscDaysIn
                IF DiscRateIn > ZERO
                   DISPLAY "Enter Discount Days : " WITH NO ADVANCING
                   ACCEPT DiscDaysIn
                END-IF
                DISPLAY "Enter Monthly Finance Rate (3 digits, "
                   "e.g. 015 = 1.5%) : " WITH NO ADVANCING
                ACCEPT FinRateIn
                IF DiscRateIn > ZERO AND DiscDaysIn > NetDaysIn
                   DISPLAY "Discount window is longer than the "
                      "net days - not saved"
                ELSE
                   PERFORM SaveTerms
                END-IF
             END-IF.

          SaveTerms.
             MOVE 'Y' TO TermExists
             MOVE EntryCode TO TermCode
             READ TermsFile
                INVALID KEY MOVE 'N' TO TermExists
             END-READ
             MOVE EntryCode TO TermCode
             MOVE EntryDesc TO TermDesc
             MOVE NetDaysIn TO TermNetDays
             COMPUTE TermDiscRate = DiscRateIn / 1000
             MOVE DiscDaysIn TO TermDiscDays
             COMPUTE TermFinRate = FinRateIn / 1000
             IF TermExists = 'Y'
                REWRITE TermsData
                   INVALID KEY DISPLAY "Terms Not Updated"
                END-REWRITE
                DISPLAY "Terms changed: " EntryCode
             ELSE
                WRITE TermsData
                   INVALID KEY DISPLAY "Terms Not Added"
                END-WRITE
                DISPLAY "Terms added: " EntryCode
             END-IF.

          ListTerms.
             DISPLAY "   "
             DISPLAY "Code Description          Net Disc Days "
                "FinChg"
             MOVE 'N' TO ListEOF
             MOVE LOW-VALUES TO TermCode
             START TermsFile KEY IS NOT LESS THAN TermCode
                INVALID KEY
                   MOVE 'Y' TO ListEOF
                   DISPLAY "No Terms On File"
             END-START
             PERFORM UNTIL ListEOF = 'Y'
                READ TermsFile NEXT RECORD
                   AT END MOVE 'Y' TO ListEOF
                   NOT AT END
                      MOVE TermDiscRate TO RateDisp
                      MOVE TermFinRate TO FinRateDisp
                      DISPLAY TermCode "  " TermDesc " "
                         TermNetDays " " RateDisp " "
                         TermDiscDays "  " FinRateDisp
                END-READ
             END-PERFORM.
