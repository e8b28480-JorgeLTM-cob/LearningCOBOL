      *              item code and quantity, each validated against
      *              the customer and item masters.  Add/change,
      *              list and delete, in the taxmaint mold.
      *   2021-10-21 Brownies - an order can be flagged to be picked
      *              in the warehouse before it is billed (SOPickFirst);
      *              stordgen then raises it as a sales order with a
      *              pick ticket instead of an invoice.  The listing
      *              shows the flag.  MIGRATION: the flag changes the
      *              indexed record length; rebuild an existing
      *              storders.txt from a sequential copy taken with
      *              the prior build, the new byte set to N.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                      03 SOLine OCCURS 10 TIMES.
                         04 SOItemCode PIC X(8).
                         04 SOQty      PIC 9(3).
                   02 SOPickFirst PIC X(1).
                      88 SOPickOrder VALUE 'Y'.
             FD CustomerFile.
                COPY CUSTREC.
             FD ItemFile.
             01 LineSub     PIC 9(2).
             01 MoreLines   PIC X.
             01 Confirm     PIC X.
             01 EntryPick   PIC X.
             01 NoMiddleName PIC X(15) VALUE SPACE.
             01 FormattedName PIC X(47).
       PROCEDURE DIVISION.
                   MOVE 1 TO EntryDay
                END-IF
                MOVE EntryCustID TO SOCustID
                DISPLAY "Pick in the warehouse before billing? (Y/N) : "
                   WITH NO ADVANCING
                ACCEPT EntryPick
                MOVE FUNCTION UPPER-CASE(EntryPick) TO EntryPick
                IF EntryPick NOT = 'Y'
                   MOVE 'N' TO EntryPick
                END-IF
                MOVE EntryDay TO SODay
                MOVE EntryPick TO SOPickFirst
                MOVE ZERO TO SOLineCt
                MOVE SPACE TO SOLineTable
                MOVE 'Y' TO MoreLines

          ListOrders.
             DISPLAY "   "
             DISPLAY "Cust   Day  Lines  Pick first"
             MOVE 'N' TO ListEOF
             MOVE LOW-VALUES TO SOCustID
             START StOrderFile KEY IS NOT LESS THAN SOCustID
                   AT END MOVE 'Y' TO ListEOF
                   NOT AT END
                      DISPLAY SOCustID "  " SODay "   " SOLineCt
                         "     " SOPickFirst
                      PERFORM VARYING LineSub FROM 1 BY 1
                         UNTIL LineSub > SOLineCt
                         DISPLAY "   " SOItemCode(LineSub)
