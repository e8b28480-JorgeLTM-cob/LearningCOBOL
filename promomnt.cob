       IDENTIFICATION DIVISION.
          PROGRAM-ID.   promomnt.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 4th, 2021.
      * Modification History
      *   2021-11-04 Brownies - new program: maintains the promotions
      *              (promo.txt, PROMO) in the ctrmaint mold.  A
      *              promotion is a code, what marketing calls it,
      *              the dates it runs from and through, the rule -
      *              a percentage off, or buy so many get so many
      *              free - and up to ten eligible items: item codes
      *              on the item master, a group keyed as the start
      *              of its codes and an asterisk, or a lone asterisk
      *              for the whole store.  A changed promotion is
      *              keyed over the old one.  A promotion can be
      *              taken off and all of them listed with whether
      *              each is running, not started yet or over.
      *              round and the readisplay till take them through
      *              PROMOCHK; promorpt reports what they did.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL PromoFile ASSIGN TO "promo.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PMCode.
             SELECT OPTIONAL ItemFile ASSIGN TO "items.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ItemCode.
       DATA DIVISION.
          FILE SECTION.
             FD PromoFile.
                COPY PROMO.
             FD ItemFile.
                COPY ITEMREC.
          WORKING-STORAGE SECTION.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 EntryCode   PIC X(6).
             01 EntryDesc   PIC X(30).
             01 EntryStart  PIC 9(8).
             01 EntryEnd    PIC 9(8).
             01 EntryRule   PIC X(1).
             01 EntryRateIn PIC 999.
             01 EntryBuy    PIC 9(3).
             01 EntryGet    PIC 9(3).
             01 EntryItem   PIC X(8).
             01 EntryItems.
                02 EntryItemTab PIC X(8) OCCURS 10 TIMES.
             01 EntryItemCt PIC 99.
             01 MoreItems   PIC X.
             01 ItemSub     PIC 99.
             01 StarLen     PIC 99.
             01 EntryOK     PIC X.
             01 PromoExists PIC X.
             01 Confirm     PIC X.
             01 ListEOF     PIC X.
             01 ListCount   PIC 9(5).
             01 DCDays      PIC 9(8) VALUE ZERO.
             01 DCResult    PIC S9(8).
             01 DCStatus    PIC X(1).
             01 StartStatus PIC X(1).
             01 EndStatus   PIC X(1).
             01 RunDate     PIC 9(8).
             01 StandingDisp PIC X(11).
             01 RuleDisp    PIC X(24).
             01 RatePctDisp PIC Z9.9.
             01 QtyDisp     PIC ZZ9.
             01 QtyDisp2    PIC ZZ9.
       PROCEDURE DIVISION.
          StartPara.
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             OPEN I-O PromoFile
             OPEN INPUT ItemFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Add / Change a Promotion"
                DISPLAY "2 : Remove a Promotion"
                DISPLAY "3 : List Promotions"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM MaintainPromo
                   WHEN 2 PERFORM RemovePromo
                   WHEN 3 PERFORM ListPromos
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE PromoFile
             CLOSE ItemFile
          STOP RUN.

          MaintainPromo.
             DISPLAY "Promotion Code : " WITH NO ADVANCING
             ACCEPT EntryCode
             MOVE FUNCTION UPPER-CASE(EntryCode) TO EntryCode
             IF EntryCode = SPACE
                DISPLAY "Promotion code cannot be blank"
             ELSE
                PERFORM ReadPromo
                IF PromoExists = 'Y'
                   DISPLAY "Promotion on file:"
                   PERFORM ShowPromo
                END-IF
                PERFORM AcceptTerms
                IF EntryOK = 'Y'
                   PERFORM AcceptItems
                END-IF
                IF EntryOK = 'Y'
                   PERFORM SavePromo
                ELSE
                   DISPLAY "Promotion not saved"
                END-IF
             END-IF.

          ReadPromo.
             MOVE EntryCode TO PMCode
             MOVE 'Y' TO PromoExists
             READ PromoFile
                INVALID KEY MOVE 'N' TO PromoExists
             END-READ.

          AcceptTerms.
             MOVE 'Y' TO EntryOK
             MOVE ZERO TO EntryRateIn
             MOVE ZERO TO EntryBuy
             MOVE ZERO TO EntryGet
             DISPLAY "Description : " WITH NO ADVANCING
             ACCEPT EntryDesc
             DISPLAY "Runs From (YYYYMMDD) : " WITH NO ADVANCING
             ACCEPT EntryStart
             DISPLAY "Runs Through (YYYYMMDD) : " WITH NO ADVANCING
             ACCEPT EntryEnd
             DISPLAY "Rule - P = percent off, B = buy / get free : "
                WITH NO ADVANCING
             ACCEPT EntryRule
             MOVE FUNCTION UPPER-CASE(EntryRule) TO EntryRule
             EVALUATE EntryRule
                WHEN 'P'
                   DISPLAY "Percent off (3 digits, e.g. 100 = 10.0%)"
                      " : " WITH NO ADVANCING
                   ACCEPT EntryRateIn
                WHEN 'B'
                   DISPLAY "Buy how many : " WITH NO ADVANCING
                   ACCEPT EntryBuy
                   DISPLAY "Get how many free : " WITH NO ADVANCING
                   ACCEPT EntryGet
             END-EVALUATE
             CALL "DATECALC" USING EntryStart, DCDays, "V",
                DCResult, DCStatus
             MOVE DCStatus TO StartStatus
             CALL "DATECALC" USING EntryEnd, DCDays, "V",
                DCResult, DCStatus
             MOVE DCStatus TO EndStatus
             EVALUATE TRUE
                WHEN EntryDesc = SPACE
                   DISPLAY "Description cannot be blank"
                   MOVE 'N' TO EntryOK
                WHEN StartStatus NOT = '0'
                   DISPLAY "Start is not a valid date"
                   MOVE 'N' TO EntryOK
                WHEN EndStatus NOT = '0'
                   DISPLAY "End is not a valid date"
                   MOVE 'N' TO EntryOK
                WHEN EntryEnd < EntryStart
                   DISPLAY "Promotion ends before it starts"
                   MOVE 'N' TO EntryOK
                WHEN EntryRule NOT = 'P' AND EntryRule NOT = 'B'
                   DISPLAY "Rule must be P or B"
                   MOVE 'N' TO EntryOK
                WHEN EntryRule = 'P' AND EntryRateIn = ZERO
                   DISPLAY "Percent off cannot be zero"
                   MOVE 'N' TO EntryOK
                WHEN EntryRule = 'B' AND
                     (EntryBuy = ZERO OR EntryGet = ZERO)
                   DISPLAY "Buy and get quantities are both needed"
                   MOVE 'N' TO EntryOK
             END-EVALUATE.

          AcceptItems.
      * up to ten entries; an exact code has to be on the item
      * master, a group or the whole store is taken as keyed
             MOVE SPACE TO EntryItems
             MOVE ZERO TO EntryItemCt
             MOVE 'Y' TO MoreItems
             DISPLAY "Eligible items - an item code, a group as WID*,"
                " or * for the whole store; blank ends"
             PERFORM UNTIL MoreItems = 'N' OR EntryItemCt = 10
                DISPLAY "Item : " WITH NO ADVANCING
                ACCEPT EntryItem
                MOVE FUNCTION UPPER-CASE(EntryItem) TO EntryItem
                IF EntryItem = SPACE
                   MOVE 'N' TO MoreItems
                ELSE
                   PERFORM CheckEntryItem
                END-IF
             END-PERFORM
             IF EntryItemCt = ZERO
                DISPLAY "A promotion needs at least one eligible item"
                MOVE 'N' TO EntryOK
             END-IF.

          CheckEntryItem.
             MOVE ZERO TO StarLen
             INSPECT EntryItem TALLYING StarLen
                FOR CHARACTERS BEFORE INITIAL "*"
             IF StarLen < 8
                ADD 1 TO EntryItemCt
                MOVE EntryItem TO EntryItemTab(EntryItemCt)
             ELSE
                MOVE EntryItem TO ItemCode
                READ ItemFile
                   INVALID KEY
                      DISPLAY "Item " EntryItem " not on the item "
                         "master - see itemmnt"
                   NOT INVALID KEY
                      ADD 1 TO EntryItemCt
                      MOVE EntryItem TO EntryItemTab(EntryItemCt)
                      DISPLAY "  " FUNCTION TRIM(ItemDesc)
                END-READ
             END-IF.

          SavePromo.
             MOVE EntryCode TO PMCode
             MOVE EntryDesc TO PMDesc
             MOVE EntryStart TO PMStartDate
             MOVE EntryEnd TO PMEndDate
             MOVE EntryRule TO PMRule
             COMPUTE PMRate = EntryRateIn / 1000
             MOVE EntryBuy TO PMBuyQty
             MOVE EntryGet TO PMGetQty
             MOVE EntryItems TO PMItemList
             MOVE RunDate TO PMSetDate
             IF PromoExists = 'Y'
                REWRITE PromoData
                   INVALID KEY DISPLAY "Promotion Not Updated"
                END-REWRITE
                DISPLAY "Promotion changed: " EntryCode
             ELSE
                WRITE PromoData
                   INVALID KEY DISPLAY "Promotion Not Added"
                END-WRITE
                DISPLAY "Promotion added: " EntryCode
             END-IF.

          RemovePromo.
             DISPLAY "Promotion Code : " WITH NO ADVANCING
             ACCEPT EntryCode
             MOVE FUNCTION UPPER-CASE(EntryCode) TO EntryCode
             PERFORM ReadPromo
             IF PromoExists = 'N'
                DISPLAY "No promotion " EntryCode
             ELSE
                PERFORM ShowPromo
                DISPLAY "Remove this promotion? (Y/N): "
                   WITH NO ADVANCING
                ACCEPT Confirm
                MOVE FUNCTION UPPER-CASE(Confirm) TO Confirm
                IF Confirm = 'Y'
                   DELETE PromoFile
                      INVALID KEY DISPLAY "Promotion Not Removed"
                   END-DELETE
                   DISPLAY "Promotion removed"
                ELSE
                   DISPLAY "Not removed"
                END-IF
             END-IF.

          ListPromos.
             MOVE ZERO TO ListCount
             MOVE 'N' TO ListEOF
             MOVE LOW-VALUES TO PMCode
             START PromoFile KEY IS NOT LESS THAN PMCode
                INVALID KEY MOVE 'Y' TO ListEOF
             END-START
             PERFORM UNTIL ListEOF = 'Y'
                READ PromoFile NEXT RECORD
                   AT END MOVE 'Y' TO ListEOF
                   NOT AT END
                      ADD 1 TO ListCount
                      PERFORM ShowPromo
                END-READ
             END-PERFORM
             DISPLAY "Promotions on file : " ListCount.

          ShowPromo.
             EVALUATE TRUE
                WHEN PMStartDate > RunDate
                   MOVE "not started" TO StandingDisp
                WHEN PMEndDate < RunDate
                   MOVE "over" TO StandingDisp
                WHEN OTHER
                   MOVE "running" TO StandingDisp
             END-EVALUATE
             MOVE SPACE TO RuleDisp
             IF PMPercentOff
                COMPUTE RatePctDisp = PMRate * 100
                STRING RatePctDisp DELIMITED BY SIZE
                   "% off" DELIMITED BY SIZE
                   INTO RuleDisp
                END-STRING
             ELSE
                MOVE PMBuyQty TO QtyDisp
                MOVE PMGetQty TO QtyDisp2
                STRING "buy " DELIMITED BY SIZE
                   FUNCTION TRIM(QtyDisp) DELIMITED BY SIZE
                   " get " DELIMITED BY SIZE
                   FUNCTION TRIM(QtyDisp2) DELIMITED BY SIZE
                   " free" DELIMITED BY SIZE
                   INTO RuleDisp
                END-STRING
             END-IF
             DISPLAY "  " PMCode " " PMDesc "  " StandingDisp
             DISPLAY "         " RuleDisp " from " PMStartDate
                " through " PMEndDate
             DISPLAY "         items:" WITH NO ADVANCING
             PERFORM VARYING ItemSub FROM 1 BY 1 UNTIL ItemSub > 10
                IF PMItem(ItemSub) NOT = SPACE
                   DISPLAY " " FUNCTION TRIM(PMItem(ItemSub))
                      WITH NO ADVANCING
                END-IF
             END-PERFORM
             DISPLAY " ".
