       IDENTIFICATION DIVISION.
          PROGRAM-ID. FRTCALC.
          AUTHOR. Brownies.
          DATE-WRITTEN. October 25th, 2021.
      * Modification History
      *   2021-10-25 Brownies - new subprogram, in the ZIPCHK mold:
      *              the freight on a shipment, so every program that
      *              bills freight figures it the same way.  Pass the
      *              ship-to ZIP and state, the shipment's weight in
      *              pounds and its merchandise subtotal in home
      *              dollars; back come the shipping zone and the
      *              freight in home dollars.  The zone is the ZRZone
      *              of the zipref.txt range holding the ZIP, or of
      *              the first range for the state when no range
      *              holds it.  The charge is the lightest band on
      *              frtrate.txt (FRTRATE) for that zone carrying
      *              the weight, rounded up to the next whole pound.
      *              LStatus:
      *                0 - freight charged
      *                1 - subtotal at or over the free-freight
      *                    threshold - no freight
      *                2 - nothing on the shipment has a weight
      *                3 - heavier than the zone's top band - the
      *                    top band is charged
      *                8 - no zone for the ZIP or state - no freight
      *                9 - no bands on file for the zone - no freight
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL ZipRefFile ASSIGN TO "zipref.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ZRLowZip.
             SELECT OPTIONAL FreightFile ASSIGN TO "frtrate.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FRKey.
       DATA DIVISION.
          FILE SECTION.
             FD ZipRefFile.
                01 ZipRefData.
                   02 ZRLowZip  PIC X(5).
                   02 ZRHighZip PIC X(5).
                   02 ZRState   PIC X(2).
                   02 ZRCity    PIC X(15).
                   02 ZRZone    PIC X(1).
             FD FreightFile.
                COPY FRTRATE.
          WORKING-STORAGE SECTION.
             01 WSZip5     PIC X(5).
             01 WSState    PIC X(2).
             01 WSEOF      PIC X.
             01 WSStateZone PIC X(1).
             01 WSPounds   PIC 9(5).
             01 WSBandSeen PIC X.
             01 WSBandFound PIC X.
             01 WSTopCharge PIC 9(5)V99.
          LINKAGE SECTION.
             01 LZip     PIC X(10).
             01 LState   PIC X(2).
             01 LWeight  PIC 9(5)V99.
             01 LHomeSub PIC 9(7)V99.
             01 LZone    PIC X(1).
             01 LFreight PIC 9(5)V99.
             01 LStatus  PIC X(1).
       PROCEDURE DIVISION USING LZip, LState, LWeight, LHomeSub,
             LZone, LFreight, LStatus.
          MainPara.
             MOVE SPACE TO LZone
             MOVE ZERO TO LFreight
             MOVE '0' TO LStatus
             PERFORM FindZone
             OPEN INPUT FreightFile
             EVALUATE TRUE
                WHEN LZone = SPACE
                   MOVE '8' TO LStatus
                WHEN LWeight = ZERO
                   MOVE '2' TO LStatus
                WHEN OTHER
                   PERFORM CheckFreeFreight
                   IF LStatus = '0'
                      PERFORM FindBand
                   END-IF
             END-EVALUATE
             CLOSE FreightFile
          EXIT PROGRAM.

          FindZone.
      * the range holding the ZIP gives the zone; failing that the
      * first zoned range for the state does
             MOVE LZip(1:5) TO WSZip5
             MOVE FUNCTION UPPER-CASE(LState) TO WSState
             MOVE SPACE TO WSStateZone
             MOVE 'N' TO WSEOF
             OPEN INPUT ZipRefFile
             MOVE LOW-VALUES TO ZRLowZip
             START ZipRefFile KEY IS NOT LESS THAN ZRLowZip
                INVALID KEY MOVE 'Y' TO WSEOF
             END-START
             PERFORM UNTIL WSEOF = 'Y'
                READ ZipRefFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                      IF WSZip5 >= ZRLowZip AND WSZip5 <= ZRHighZip
                         AND ZRZone NOT = SPACE
                         MOVE ZRZone TO LZone
                         MOVE 'Y' TO WSEOF
                      END-IF
                      IF ZRState = WSState AND ZRZone NOT = SPACE
                         AND WSStateZone = SPACE
                         MOVE ZRZone TO WSStateZone
                      END-IF
                END-READ
             END-PERFORM
             CLOSE ZipRefFile
             IF LZone = SPACE
                MOVE WSStateZone TO LZone
             END-IF.

          CheckFreeFreight.
             MOVE SPACE TO FRZone
             MOVE ZERO TO FRMaxWeight
             READ FreightFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF FCFreeOver > ZERO AND LHomeSub >= FCFreeOver
                      MOVE '1' TO LStatus
                   END-IF
             END-READ.

          FindBand.
      * bands read lightest first; the first one at or over the
      * weight is the charge, and a shipment over them all pays
      * the top band
             MOVE LWeight TO WSPounds
             IF WSPounds < LWeight AND WSPounds < 99999
                ADD 1 TO WSPounds
             END-IF
             MOVE 'N' TO WSBandSeen
             MOVE 'N' TO WSBandFound
             MOVE 'N' TO WSEOF
             MOVE ZERO TO WSTopCharge
             MOVE LZone TO FRZone
             MOVE ZERO TO FRMaxWeight
             START FreightFile KEY IS NOT LESS THAN FRKey
                INVALID KEY MOVE 'Y' TO WSEOF
             END-START
             PERFORM UNTIL WSEOF = 'Y'
                READ FreightFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                      IF FRZone NOT = LZone
                         MOVE 'Y' TO WSEOF
                      ELSE
                         MOVE 'Y' TO WSBandSeen
                         MOVE FRCharge TO WSTopCharge
                         IF FRMaxWeight >= WSPounds
                            MOVE FRCharge TO LFreight
                            MOVE 'Y' TO WSBandFound
                            MOVE 'Y' TO WSEOF
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             EVALUATE TRUE
                WHEN WSBandSeen NOT = 'Y'
                   MOVE '9' TO LStatus
                WHEN WSBandFound NOT = 'Y'
                   MOVE WSTopCharge TO LFreight
                   MOVE '3' TO LStatus
             END-EVALUATE.
