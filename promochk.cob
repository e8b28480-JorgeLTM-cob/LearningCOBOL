       IDENTIFICATION DIVISION.
          PROGRAM-ID. PROMOCHK.
          AUTHOR. Brownies.
          DATE-WRITTEN. November 4th, 2021.
      * Modification History
      *   2021-11-04 Brownies - new subprogram, in the CANRATE mold:
      *              the promotion a sale line earns, so the invoice
      *              and the till give the same deal.  Pass the item
      *              code (blank for an open amount at the till),
      *              the quantity, the unit price and the sale date;
      *              every promotion on promo.txt (PROMO) in force
      *              that day and naming the item is tried, and the
      *              one giving the most back is returned with the
      *              discount it gives on the line.  An open amount
      *              only takes a percentage off a store-wide (*)
      *              promotion.  LStatus:
      *                0 - promotion found, LPromo and LDisc set
      *                1 - nothing in force for the line
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL PromoFile ASSIGN TO "promo.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PMCode.
       DATA DIVISION.
          FILE SECTION.
             FD PromoFile.
                COPY PROMO.
          WORKING-STORAGE SECTION.
             01 WSEOF       PIC X.
             01 WSMatch     PIC X.
             01 WSSub       PIC 99.
             01 WSLen       PIC 99.
             01 WSRun       PIC 9(4).
             01 WSGroups    PIC 9(5).
             01 WSFree      PIC 9(5).
             01 WSDisc      PIC 9(7)V99.
          LINKAGE SECTION.
             01 LItemCode PIC X(8).
             01 LQty      PIC 9(5).
             01 LPrice    PIC 9(5)V99.
             01 LAsOf     PIC 9(8).
             01 LPromo    PIC X(6).
             01 LDisc     PIC 9(7)V99.
             01 LStatus   PIC X(1).
       PROCEDURE DIVISION USING LItemCode, LQty, LPrice, LAsOf,
             LPromo, LDisc, LStatus.
          MainPara.
             MOVE '1' TO LStatus
             MOVE SPACE TO LPromo
             MOVE ZERO TO LDisc
             MOVE 'N' TO WSEOF
             OPEN INPUT PromoFile
             MOVE LOW-VALUES TO PMCode
             START PromoFile KEY IS NOT LESS THAN PMCode
                INVALID KEY MOVE 'Y' TO WSEOF
             END-START
             PERFORM UNTIL WSEOF = 'Y'
                READ PromoFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                      IF PMStartDate NOT > LAsOf
                         AND PMEndDate NOT < LAsOf
                         PERFORM TryPromotion
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PromoFile
          EXIT PROGRAM.

          TryPromotion.
             MOVE 'N' TO WSMatch
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > 10 OR WSMatch = 'Y'
                PERFORM MatchItem
             END-PERFORM
             IF WSMatch = 'Y'
                MOVE ZERO TO WSDisc
                EVALUATE TRUE
                   WHEN PMPercentOff
                      COMPUTE WSDisc ROUNDED
                         = LQty * LPrice * PMRate
                   WHEN PMBuyGet AND LItemCode NOT = SPACE
                      AND PMGetQty > ZERO
                      COMPUTE WSRun = PMBuyQty + PMGetQty
                      DIVIDE LQty BY WSRun GIVING WSGroups
                      COMPUTE WSFree = WSGroups * PMGetQty
                      COMPUTE WSDisc = WSFree * LPrice
                END-EVALUATE
                IF WSDisc > LDisc
                   MOVE WSDisc TO LDisc
                   MOVE PMCode TO LPromo
                   MOVE '0' TO LStatus
                END-IF
             END-IF.

          MatchItem.
      * a lone asterisk is the whole store; a code ending in one is
      * every item starting the same way; anything else is the item
             EVALUATE TRUE
                WHEN PMItem(WSSub) = SPACE
                   CONTINUE
                WHEN PMItem(WSSub) = "*"
                   MOVE 'Y' TO WSMatch
                WHEN LItemCode = SPACE
                   CONTINUE
                WHEN OTHER
                   MOVE ZERO TO WSLen
                   INSPECT PMItem(WSSub) TALLYING WSLen
                      FOR CHARACTERS BEFORE INITIAL "*"
                   IF WSLen > ZERO AND WSLen < 8
                      IF LItemCode(1:WSLen) = PMItem(WSSub)(1:WSLen)
                         MOVE 'Y' TO WSMatch
                      END-IF
                   ELSE
                      IF LItemCode = PMItem(WSSub)
                         MOVE 'Y' TO WSMatch
                      END-IF
                   END-IF
             END-EVALUATE.
