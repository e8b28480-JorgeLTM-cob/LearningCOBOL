      *              now also net each customer's unapplied cash
      *              off arcash.txt, matching paymnt and the
      *              invoicing credit gate.
      *   2021-09-23 Brownies - optional roll-up to bill-to
      *              parents, the way the invoicing gate tests a
      *              store: answered Y, each store's open items and
      *              unapplied cash count against its parent, the
      *              parent is tested on its own limit and hold, and
      *              the stores get no line of their own.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             01 BalCount    PIC 9(3) VALUE ZERO.
             01 BalTableFull PIC X VALUE 'N'.
             01 CustBalance PIC S9(9)V99.
             01 RollUp      PIC X VALUE 'N'.
             01 TallyCustID PIC 9(5).
             01 LinkSub     PIC 9(3).
             01 LinkTable.
                02 LinkEntry OCCURS 500 TIMES.
                   03 LinkID     PIC 9(5).
                   03 LinkParent PIC 9(5).
             01 LinkCount   PIC 9(3) VALUE ZERO.
             01 CashAvail   PIC 9(7)V99.
             01 Overage     PIC S9(9)V99.
             01 FlagCount   PIC 9(5) VALUE ZERO.
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             DISPLAY "Roll stores up to their bill-to parent? "
                "(Y/N): " WITH NO ADVANCING
             ACCEPT RollUp
             IF RollUp = 'Y' OR RollUp = 'y'
                MOVE 'Y' TO RollUp
                PERFORM LoadParentLinks
             END-IF
             PERFORM LoadOpenBalances
             PERFORM PrintReport
             DISPLAY "Customers flagged : " FlagCount
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          LoadParentLinks.
             OPEN INPUT CustomerFile
             MOVE LOW-VALUES TO IDNum
             START CustomerFile KEY IS NOT LESS THAN IDNum
                INVALID KEY MOVE 'Y' TO CustEOF
             END-START
             PERFORM UNTIL CustEOF = 'Y'
                READ CustomerFile NEXT RECORD
                   AT END MOVE 'Y' TO CustEOF
                   NOT AT END
                      IF ParentID NOT = ZERO
                         AND LinkCount < 500
                         ADD 1 TO LinkCount
                         MOVE IDNum TO LinkID(LinkCount)
                         MOVE ParentID TO LinkParent(LinkCount)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CustomerFile
             MOVE 'N' TO CustEOF.

          LoadOpenBalances.
             OPEN INPUT InvMastFile
             MOVE LOW-VALUES TO IMInvNum
             CLOSE InvMastFile.

          TallyOneInvoice.
      * on a roll-up a store's item counts under its parent
             MOVE IMCustID TO TallyCustID
             PERFORM VARYING LinkSub FROM 1 BY 1
                UNTIL LinkSub > LinkCount
                IF LinkID(LinkSub) = IMCustID
                   MOVE LinkParent(LinkSub) TO TallyCustID
                END-IF
             END-PERFORM
             MOVE ZERO TO BalSub
             PERFORM VARYING WSSub FROM 1 BY 1
                UNTIL WSSub > BalCount OR BalSub > ZERO
                IF BalCustID(WSSub) = TallyCustID
                   MOVE WSSub TO BalSub
                END-IF
             END-PERFORM
             IF BalSub = ZERO AND BalCount < 200
                ADD 1 TO BalCount
                MOVE BalCount TO BalSub
                MOVE TallyCustID TO BalCustID(BalSub)
                MOVE ZERO TO BalOpen(BalSub)
             END-IF
             IF BalSub > ZERO
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             IF RollUp = 'Y'
                MOVE "   Stores rolled up to bill-to parent"
                   TO LineBuffer(45:40)
             END-IF
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Cust   Why              Limit        "
                   AT END MOVE 'Y' TO CustEOF
                   NOT AT END
                      IF CustActive
                         AND (RollUp NOT = 'Y' OR ParentID = ZERO)
                         ADD 1 TO ReadCount
                         PERFORM CheckOneCustomer
                      END-IF
                NOT INVALID KEY MOVE ACAmount TO CashAvail
             END-READ
             SUBTRACT CashAvail FROM CustBalance
             PERFORM VARYING LinkSub FROM 1 BY 1
                UNTIL LinkSub > LinkCount
                IF LinkParent(LinkSub) = IDNum
                   MOVE ZERO TO CashAvail
                   MOVE LinkID(LinkSub) TO ACCustID
                   READ CashFile
                      INVALID KEY CONTINUE
                      NOT INVALID KEY MOVE ACAmount TO CashAvail
                   END-READ
                   SUBTRACT CashAvail FROM CustBalance
                END-IF
             END-PERFORM
             MOVE SPACE TO WhyFlagged
             IF CustOnHold
                MOVE "HOLD" TO WhyFlagged
