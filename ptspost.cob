       IDENTIFICATION DIVISION.
          PROGRAM-ID. PTSPOST.
          AUTHOR. Brownies.
          DATE-WRITTEN. November 10th, 2021.
      * Modification History
      *   2021-11-10 Brownies - new subprogram, in the JOBLOG and
      *              STKLOC mold: the one place a line goes on the
      *              loyalty points ledger (points.txt, POINTS), so
      *              round, the till, invvoid, rma and loyalty all
      *              earn and spend points by the same rules
      *              (LOYALTY).  Pass the customer, the date, a
      *              function, the source letter, a reference, an
      *              amount and a point count:
      *                E - earn; with no points given, LoyEarnRate
      *                    a whole dollar of the amount
      *                V - take back what invoice LRef earned: the
      *                    points on the amount, or all of them when
      *                    the amount is zero, never more than the
      *                    invoice still holds; posted as a negative
      *                    earn under the invoice.  A zero LRef is a
      *                    till refund, held against what the
      *                    customer's till sales have earned
      *                R - redeem the points given
      *                X - expire the points given
      *              LPoints comes back as the points posted (as a
      *              positive count).  LStatus:
      *                0 - posted
      *                1 - no points to post, nothing written
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL PointsFile ASSIGN TO "points.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD PointsFile.
                COPY POINTS.
          WORKING-STORAGE SECTION.
             COPY LOYALTY.
             01 WSEOF       PIC X.
             01 WSHeld      PIC S9(7).
             01 WSWant      PIC 9(7).
          LINKAGE SECTION.
             01 LCustID   PIC 9(5).
             01 LDate     PIC 9(8).
             01 LFunc     PIC X(1).
             01 LSource   PIC X(1).
             01 LRef      PIC 9(7).
             01 LAmount   PIC 9(7)V99.
             01 LPoints   PIC 9(7).
             01 LStatus   PIC X(1).
       PROCEDURE DIVISION USING LCustID, LDate, LFunc, LSource,
             LRef, LAmount, LPoints, LStatus.
          MainPara.
             MOVE '1' TO LStatus
             EVALUATE LFunc
                WHEN 'E'
                   IF LPoints = ZERO
                      COMPUTE LPoints = LAmount * LoyEarnRate
                   END-IF
                   MOVE 'E' TO PLType
                   MOVE LPoints TO PLPoints
                WHEN 'V'
                   PERFORM FindInvoiceHeld
                   IF LAmount = ZERO
                      MOVE WSHeld TO WSWant
                   ELSE
                      COMPUTE WSWant = LAmount * LoyEarnRate
                   END-IF
                   IF WSHeld < ZERO
                      MOVE ZERO TO WSWant
                   END-IF
                   IF WSWant > WSHeld
                      MOVE WSHeld TO WSWant
                   END-IF
                   MOVE WSWant TO LPoints
                   MOVE 'E' TO PLType
                   COMPUTE PLPoints = ZERO - LPoints
                WHEN 'R'
                WHEN 'X'
                   MOVE LFunc TO PLType
                   COMPUTE PLPoints = ZERO - LPoints
                WHEN OTHER
                   MOVE ZERO TO LPoints
             END-EVALUATE
             IF LPoints > ZERO
                MOVE LCustID TO PLCustID
                MOVE LDate TO PLDate
                MOVE LRef TO PLRef
                MOVE LSource TO PLSource
                MOVE LAmount TO PLAmount
                OPEN EXTEND PointsFile
                WRITE PointsData
                CLOSE PointsFile
                MOVE '0' TO LStatus
             END-IF
          EXIT PROGRAM.

          FindInvoiceHeld.
      * what the invoice earned less anything already taken back on
      * it; the till's zero reference is never an invoice, so a till
      * refund is held against the till earnings alone
             MOVE ZERO TO WSHeld
             MOVE 'N' TO WSEOF
             OPEN INPUT PointsFile
             PERFORM UNTIL WSEOF = 'Y'
                READ PointsFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                      IF PLEarn AND PLRef = LRef
                         AND PLCustID = LCustID
                         IF (LRef = ZERO AND PLSource = 'T')
                            OR (LRef NOT = ZERO AND PLSource NOT = 'T')
                            ADD PLPoints TO WSHeld
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PointsFile.
