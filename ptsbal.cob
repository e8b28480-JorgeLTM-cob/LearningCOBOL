       IDENTIFICATION DIVISION.
          PROGRAM-ID. PTSBAL.
          AUTHOR. Brownies.
          DATE-WRITTEN. November 10th, 2021.
      * Modification History
      *   2021-11-10 Brownies - new subprogram, in the GETSUM mold: a
      *              customer's loyalty points balance off the
      *              points ledger (points.txt, POINTS) as at a day -
      *              every earn, redeem and expire dated on or before
      *              LAsOf, signed as the ledger carries them.
      *              LStatus:
      *                0 - the customer has points activity
      *                1 - nothing on the ledger for the customer
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
             01 WSEOF       PIC X.
          LINKAGE SECTION.
             01 LCustID   PIC 9(5).
             01 LAsOf     PIC 9(8).
             01 LBalance  PIC S9(7).
             01 LStatus   PIC X(1).
       PROCEDURE DIVISION USING LCustID, LAsOf, LBalance, LStatus.
          MainPara.
             MOVE '1' TO LStatus
             MOVE ZERO TO LBalance
             MOVE 'N' TO WSEOF
             OPEN INPUT PointsFile
             PERFORM UNTIL WSEOF = 'Y'
                READ PointsFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                      IF PLCustID = LCustID AND PLDate NOT > LAsOf
                         ADD PLPoints TO LBalance
                         MOVE '0' TO LStatus
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PointsFile
          EXIT PROGRAM.
