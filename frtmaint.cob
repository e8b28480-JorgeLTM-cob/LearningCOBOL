       IDENTIFICATION DIVISION.
          PROGRAM-ID.   frtmaint.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 25th, 2021.
      * Modification History
      *   2021-10-25 Brownies - new program: maintains the indexed
      *              freight rate table (frtrate.txt, FRTRATE) behind
      *              the FRTCALC freight charge, in the taxmaint
      *              mold.  Add or change a band - a shipping zone,
      *              the heaviest weight in whole pounds the band
      *              covers and its charge in home dollars - remove
      *              a band keyed in error, set the free-freight
      *              threshold on the control record, and list the
      *              table zone by zone.  The zones themselves are
      *              keyed on the ZIP ranges in zipmaint.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL FreightFile ASSIGN TO "frtrate.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FRKey.
       DATA DIVISION.
          FILE SECTION.
             FD FreightFile.
                COPY FRTRATE.
          WORKING-STORAGE SECTION.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 EntryZone   PIC X(1).
             01 EntryWeight PIC 9(5).
             01 EntryCharge PIC 9(5)V99.
             01 EntryFree   PIC 9(7)V99.
             01 BandExists  PIC X.
             01 ListEOF     PIC X.
             01 FreeOverNow PIC 9(7)V99.
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          StartPara.
             OPEN I-O FreightFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Add / Change a Freight Band"
                DISPLAY "2 : Remove a Freight Band"
                DISPLAY "3 : Set the Free-Freight Threshold"
                DISPLAY "4 : List the Rate Table"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM MaintainBand
                   WHEN 2 PERFORM RemoveBand
                   WHEN 3 PERFORM MaintainThreshold
                   WHEN 4 PERFORM ListBands
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE FreightFile
          STOP RUN.

          MaintainBand.
             PERFORM AcceptBandKey
             IF EntryZone = SPACE OR EntryWeight = ZERO
                DISPLAY "Zone and a weight over zero are required"
             ELSE
                DISPLAY "Charge for the band (e.g. 12.50) : "
                   WITH NO ADVANCING
                ACCEPT EntryCharge
                MOVE 'Y' TO BandExists
                MOVE EntryZone TO FRZone
                MOVE EntryWeight TO FRMaxWeight
                READ FreightFile
                   INVALID KEY MOVE 'N' TO BandExists
                END-READ
                MOVE SPACE TO FreightData
                MOVE EntryZone TO FRZone
                MOVE EntryWeight TO FRMaxWeight
                MOVE EntryCharge TO FRCharge
                IF BandExists = 'Y'
                   REWRITE FreightData
                      INVALID KEY DISPLAY "Band Not Updated"
                   END-REWRITE
                   DISPLAY "Band changed"
                ELSE
                   WRITE FreightData
                      INVALID KEY DISPLAY "Band Not Added"
                   END-WRITE
                   DISPLAY "Band added"
                END-IF
             END-IF.

          AcceptBandKey.
             DISPLAY "Shipping Zone (1 character) : "
                WITH NO ADVANCING
             ACCEPT EntryZone
             MOVE FUNCTION UPPER-CASE(EntryZone) TO EntryZone
             DISPLAY "Heaviest weight in the band (whole lbs) : "
                WITH NO ADVANCING
             ACCEPT EntryWeight.

          RemoveBand.
             PERFORM AcceptBandKey
             MOVE EntryZone TO FRZone
             MOVE EntryWeight TO FRMaxWeight
             IF EntryZone = SPACE
                DISPLAY "Zone is required"
             ELSE
                DELETE FreightFile
                   INVALID KEY DISPLAY "No such band on file"
                   NOT INVALID KEY DISPLAY "Band removed"
                END-DELETE
             END-IF.

          MaintainThreshold.
             MOVE 'Y' TO BandExists
             MOVE SPACE TO FRZone
             MOVE ZERO TO FRMaxWeight
             READ FreightFile
                INVALID KEY MOVE 'N' TO BandExists
             END-READ
             IF BandExists = 'Y'
                MOVE FCFreeOver TO FreeOverNow
             ELSE
                MOVE ZERO TO FreeOverNow
             END-IF
             MOVE FreeOverNow TO Dollar
             DISPLAY "Free freight now at or over : " Dollar
             DISPLAY "New threshold (0 = always charge) : "
                WITH NO ADVANCING
             ACCEPT EntryFree
             MOVE SPACE TO FreightCtlData
             MOVE SPACE TO FRZone
             MOVE ZERO TO FRMaxWeight
             MOVE EntryFree TO FCFreeOver
             IF BandExists = 'Y'
                REWRITE FreightCtlData
                   INVALID KEY DISPLAY "Threshold Not Updated"
                END-REWRITE
             ELSE
                WRITE FreightCtlData
                   INVALID KEY DISPLAY "Threshold Not Added"
                END-WRITE
             END-IF
             DISPLAY "Threshold set".

          ListBands.
             DISPLAY "   "
             DISPLAY "Zone  Up to lbs         Charge"
             MOVE 'N' TO ListEOF
             MOVE LOW-VALUES TO FRKey
             START FreightFile KEY IS NOT LESS THAN FRKey
                INVALID KEY
                   MOVE 'Y' TO ListEOF
                   DISPLAY "No Bands On File"
             END-START
             PERFORM UNTIL ListEOF = 'Y'
                READ FreightFile NEXT RECORD
                   AT END MOVE 'Y' TO ListEOF
                   NOT AT END
                      IF FRZone = SPACE
                         MOVE FCFreeOver TO Dollar
                         DISPLAY "Free freight at or over " Dollar
                      ELSE
                         MOVE FRCharge TO Dollar
                         DISPLAY "  " FRZone "     " FRMaxWeight
                            "  " Dollar
                      END-IF
                END-READ
             END-PERFORM.
