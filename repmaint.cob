      *              rate is keyed as whole digits and divided down
      *              to the stored fraction, the same guard taxmaint
      *              grew against the silent zero rate.
      *   2021-10-31 Brownies - quotas and territories.  A monthly
      *              sales quota per rep on repquota.txt (REPQUOTA),
      *              keyed for one month or a run of months at once,
      *              and listed by rep; and the states and branches
      *              assigned to each rep on terrmast.txt (TERRMAST),
      *              assigned, removed and listed.  repperf reports
      *              against both.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RepMastCode.
             SELECT OPTIONAL QuotaFile ASSIGN TO "repquota.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RQKey.
             SELECT OPTIONAL TerrFile ASSIGN TO "terrmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TTKey.
       DATA DIVISION.
          FILE SECTION.
             FD RepFile.
                   02 RepMastCode PIC X(3).
                   02 RepName     PIC X(20).
                   02 RepCommRate PIC V999.
             FD QuotaFile.
                COPY REPQUOTA.
             FD TerrFile.
                COPY TERRMAST.
          WORKING-STORAGE SECTION.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 RepExists   PIC X.
             01 ListEOF     PIC X.
             01 RateDisp    PIC .999.
             01 EntryFrom   PIC 9(6).
             01 EntryThru   PIC 9(6).
             01 QuotaMonth  PIC 9(6).
             01 QuotaParts REDEFINES QuotaMonth.
                02 QuotaYear PIC 9(4).
                02 QuotaMm   PIC 9(2).
             01 EntryQuota  PIC 9(7)V99.
             01 QuotaExists PIC X.
             01 QuotaCount  PIC 9(3).
             01 EntryType   PIC X(1).
             01 EntryTerr   PIC X(3).
             01 TerrExists  PIC X.
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          StartPara.
             OPEN I-O RepFile
             OPEN I-O QuotaFile
             OPEN I-O TerrFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Add / Change a Rep"
                DISPLAY "2 : List All Reps"
                DISPLAY "3 : Set a Monthly Quota"
                DISPLAY "4 : List a Rep's Quotas"
                DISPLAY "5 : Assign a State or Branch to a Rep"
                DISPLAY "6 : Remove a Territory Assignment"
                DISPLAY "7 : List Territories"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM MaintainRep
                   WHEN 2 PERFORM ListReps
                   WHEN 3 PERFORM MaintainQuota
                   WHEN 4 PERFORM ListQuotas
                   WHEN 5 PERFORM AssignTerritory
                   WHEN 6 PERFORM RemoveTerritory
                   WHEN 7 PERFORM ListTerritories
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE RepFile
             CLOSE QuotaFile
             CLOSE TerrFile
          STOP RUN.

          MaintainRep.
                         RateDisp
                END-READ
             END-PERFORM.

          MaintainQuota.
             PERFORM AcceptKnownRep
             IF RepExists = 'Y'
                DISPLAY "First month (YYYYMM) : " WITH NO ADVANCING
                ACCEPT EntryFrom
                DISPLAY "Last month (YYYYMM, 0 = first month only) : "
                   WITH NO ADVANCING
                ACCEPT EntryThru
                IF EntryThru = ZERO
                   MOVE EntryFrom TO EntryThru
                END-IF
                MOVE EntryFrom TO QuotaMonth
                IF QuotaMm < 1 OR QuotaMm > 12
                   OR EntryThru < EntryFrom
                   OR EntryThru(5:2) < "01" OR EntryThru(5:2) > "12"
                   DISPLAY "Months are not valid"
                ELSE
                   DISPLAY "Quota for each month (e.g. 25000.00) : "
                      WITH NO ADVANCING
                   ACCEPT EntryQuota
                   MOVE ZERO TO QuotaCount
                   PERFORM WriteQuotaMonth
                      UNTIL QuotaMonth > EntryThru
                   DISPLAY QuotaCount " month(s) set for " EntryCode
                END-IF
             END-IF.

          AcceptKnownRep.
             DISPLAY "Enter Rep Code : " WITH NO ADVANCING
             ACCEPT EntryCode
             MOVE FUNCTION UPPER-CASE(EntryCode) TO EntryCode
             MOVE 'Y' TO RepExists
             MOVE EntryCode TO RepMastCode
             READ RepFile
                INVALID KEY
                   MOVE 'N' TO RepExists
                   DISPLAY "Rep not on file - add the rep first"
             END-READ.

          WriteQuotaMonth.
             MOVE 'Y' TO QuotaExists
             MOVE EntryCode TO RQRep
             MOVE QuotaMonth TO RQMonth
             READ QuotaFile
                INVALID KEY MOVE 'N' TO QuotaExists
             END-READ
             MOVE EntryCode TO RQRep
             MOVE QuotaMonth TO RQMonth
             MOVE EntryQuota TO RQQuota
             IF QuotaExists = 'Y'
                REWRITE RepQuotaData
                   INVALID KEY DISPLAY "Quota Not Updated " QuotaMonth
                END-REWRITE
             ELSE
                WRITE RepQuotaData
                   INVALID KEY DISPLAY "Quota Not Added " QuotaMonth
                END-WRITE
             END-IF
             ADD 1 TO QuotaCount
             ADD 1 TO QuotaMm
             IF QuotaMm > 12
                MOVE 1 TO QuotaMm
                ADD 1 TO QuotaYear
             END-IF.

          ListQuotas.
             PERFORM AcceptKnownRep
             IF RepExists = 'Y'
                DISPLAY "   "
                DISPLAY "Month          Quota"
                MOVE 'N' TO ListEOF
                MOVE EntryCode TO RQRep
                MOVE ZERO TO RQMonth
                START QuotaFile KEY IS NOT LESS THAN RQKey
                   INVALID KEY MOVE 'Y' TO ListEOF
                END-START
                PERFORM UNTIL ListEOF = 'Y'
                   READ QuotaFile NEXT RECORD
                      AT END MOVE 'Y' TO ListEOF
                      NOT AT END
                         IF RQRep NOT = EntryCode
                            MOVE 'Y' TO ListEOF
                         ELSE
                            MOVE RQQuota TO Dollar
                            DISPLAY RQMonth "  " Dollar
                         END-IF
                   END-READ
                END-PERFORM
             END-IF.

          AssignTerritory.
             PERFORM AcceptTerritoryKey
             IF EntryTerr NOT = SPACE
                PERFORM AcceptKnownRep
                IF RepExists = 'Y'
                   MOVE 'Y' TO TerrExists
                   MOVE EntryType TO TTType
                   MOVE EntryTerr TO TTCode
                   READ TerrFile
                      INVALID KEY MOVE 'N' TO TerrExists
                   END-READ
                   IF TerrExists = 'Y' AND TTRep NOT = EntryCode
                      DISPLAY "Moved from rep " TTRep
                   END-IF
                   MOVE SPACE TO TerritoryData
                   MOVE EntryType TO TTType
                   MOVE EntryTerr TO TTCode
                   MOVE EntryCode TO TTRep
                   IF TerrExists = 'Y'
                      REWRITE TerritoryData
                         INVALID KEY DISPLAY "Territory Not Updated"
                      END-REWRITE
                   ELSE
                      WRITE TerritoryData
                         INVALID KEY DISPLAY "Territory Not Added"
                      END-WRITE
                   END-IF
                   DISPLAY EntryTerr " assigned to " EntryCode
                END-IF
             END-IF.

          AcceptTerritoryKey.
             DISPLAY "S = State  B = Branch : " WITH NO ADVANCING
             ACCEPT EntryType
             MOVE FUNCTION UPPER-CASE(EntryType) TO EntryType
             MOVE SPACE TO EntryTerr
             EVALUATE EntryType
                WHEN 'S'
                   DISPLAY "State (2 letters) : " WITH NO ADVANCING
                   ACCEPT EntryTerr
                WHEN 'B'
                   DISPLAY "Branch code : " WITH NO ADVANCING
                   ACCEPT EntryTerr
                WHEN OTHER
                   DISPLAY "Assignment must be S or B"
             END-EVALUATE
             MOVE FUNCTION UPPER-CASE(EntryTerr) TO EntryTerr.

          RemoveTerritory.
             PERFORM AcceptTerritoryKey
             IF EntryTerr NOT = SPACE
                MOVE EntryType TO TTType
                MOVE EntryTerr TO TTCode
                DELETE TerrFile
                   INVALID KEY DISPLAY "No such assignment on file"
                   NOT INVALID KEY DISPLAY "Assignment removed"
                END-DELETE
             END-IF.

          ListTerritories.
             DISPLAY "   "
             DISPLAY "Kind    Code  Rep"
             MOVE 'N' TO ListEOF
             MOVE LOW-VALUES TO TTKey
             START TerrFile KEY IS NOT LESS THAN TTKey
                INVALID KEY
                   MOVE 'Y' TO ListEOF
                   DISPLAY "No Territories On File"
             END-START
             PERFORM UNTIL ListEOF = 'Y'
                READ TerrFile NEXT RECORD
                   AT END MOVE 'Y' TO ListEOF
                   NOT AT END
                      IF TTType = 'S'
                         DISPLAY "State   " TTCode "   " TTRep
                      ELSE
                         DISPLAY "Branch  " TTCode "   " TTRep
                      END-IF
                END-READ
             END-PERFORM.
