       IDENTIFICATION DIVISION.
          PROGRAM-ID. STKLOC.
          AUTHOR. Brownies.
          DATE-WRITTEN. October 13th, 2021.
      * Modification History
      *   2021-10-13 Brownies - new subprogram, in the PERCHK and
      *              TERMCALC mold: one place that reads and moves an
      *              item's stock at a branch location on itemloc.txt
      *              (ITEMLOC).  Pass the item code, the branch code
      *              (blank means the house location HSE), a
      *              function and a signed quantity:
      *                Q - query; the quantity is ignored
      *                A - add the quantity to the on-hand (a
      *                    negative quantity relieves it)
      *              LOnHand comes back as the location's on-hand
      *              after the call.  A location with no record
      *              reads as zero and an A call creates it; LStatus
      *              is '1' when the record was not there, '0'
      *              otherwise.  The caller keeps ItemOnHand on the
      *              item master in step.
      *   2021-10-21 Brownies - a location created here starts with no
      *              bin.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL ItemLocFile ASSIGN TO "itemloc.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LCKey.
       DATA DIVISION.
          FILE SECTION.
             FD ItemLocFile.
                COPY ITEMLOC.
          WORKING-STORAGE SECTION.
             01 LocFound   PIC X.
          LINKAGE SECTION.
             01 LItemCode PIC X(8).
             01 LBranch   PIC X(3).
             01 LFunc     PIC X(1).
             01 LQty      PIC S9(5).
             01 LOnHand   PIC S9(5).
             01 LStatus   PIC X(1).
       PROCEDURE DIVISION USING LItemCode, LBranch, LFunc, LQty,
             LOnHand, LStatus.
          MOVE '0' TO LStatus
          MOVE ZERO TO LOnHand
          OPEN I-O ItemLocFile
          MOVE LItemCode TO LCItemCode
          IF LBranch = SPACE
             MOVE "HSE" TO LCBranch
          ELSE
             MOVE LBranch TO LCBranch
          END-IF
          MOVE 'Y' TO LocFound
          READ ItemLocFile
             INVALID KEY MOVE 'N' TO LocFound
          END-READ
          IF LocFound = 'N'
             MOVE '1' TO LStatus
             MOVE ZERO TO LCOnHand
             MOVE ZERO TO LCInTransit
             MOVE ZERO TO LCReorder
             MOVE SPACE TO LCBin
          END-IF
          IF LFunc = 'A'
             ADD LQty TO LCOnHand
             IF LocFound = 'Y'
                REWRITE ItemLocData
                   INVALID KEY MOVE '9' TO LStatus
                END-REWRITE
             ELSE
                WRITE ItemLocData
                   INVALID KEY MOVE '9' TO LStatus
                END-WRITE
             END-IF
          END-IF
          MOVE LCOnHand TO LOnHand
          CLOSE ItemLocFile.
       EXIT PROGRAM.
