       IDENTIFICATION DIVISION.
          PROGRAM-ID. CANTXLOG.
          AUTHOR. Brownies.
          DATE-WRITTEN. November 2nd, 2021.
      * Modification History
      *   2021-11-02 Brownies - new subprogram, in the ZIPCHK mold:
      *              the Canadian tax components an invoice was
      *              charged, read back off its transaction-log line
      *              (the GST=/HST= and PST=/QST= stamps, in the
      *              invoice's currency), for the programs that
      *              reverse an invoice in whole or part - the
      *              invoice master carries the tax as one figure.
      *              Pass the invoice number and date; the month's
      *              rtarch_YYYYMM.txt from the trancut cutover is
      *              read ahead of the live log, and the invoice's
      *              own line (not a void's) answers, with the
      *              currency and rate it was billed at.  LStatus:
      *                0 - found, components returned
      *                1 - no log line for the invoice
      *                2 - the line carries no Canadian stamps
      *   2021-11-04 Brownies - transaction-log record widened to
      *              400 for the Promo= stamp.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL RTransFile ASSIGN TO "roundtrans.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL ArchInFile ASSIGN DYNAMIC WSArchName
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD RTransFile.
                01 RTransLine PIC X(400).
             FD ArchInFile.
                01 ArchInLine PIC X(400).
          WORKING-STORAGE SECTION.
             01 WSArchName  PIC X(30).
             01 WSEOF       PIC X.
             01 WSFound     PIC X.
             01 WSLine      PIC X(400).
             01 WSToken     PIC X(30).
             01 WSPtr       PIC 9(3).
             01 WSLen       PIC 9(3).
             01 WSInvNum    PIC X(7).
             01 WSVoid      PIC X.
             01 WSFedType   PIC X(3).
             01 WSFedAmt    PIC S9(7)V99.
             01 WSProvType  PIC X(3).
             01 WSProvAmt   PIC S9(7)V99.
             01 WSCurr      PIC X(3).
             01 WSRate      PIC 9V9999.
          LINKAGE SECTION.
             01 LInvNum   PIC 9(7).
             01 LInvDate  PIC 9(8).
             01 LFedType  PIC X(3).
             01 LFedAmt   PIC 9(7)V99.
             01 LProvType PIC X(3).
             01 LProvAmt  PIC 9(7)V99.
             01 LCurr     PIC X(3).
             01 LRate     PIC 9V9999.
             01 LStatus   PIC X(1).
       PROCEDURE DIVISION USING LInvNum, LInvDate, LFedType, LFedAmt,
             LProvType, LProvAmt, LCurr, LRate, LStatus.
          MainPara.
             MOVE '1' TO LStatus
             MOVE SPACE TO LFedType
             MOVE ZERO TO LFedAmt
             MOVE SPACE TO LProvType
             MOVE ZERO TO LProvAmt
             MOVE "USD" TO LCurr
             MOVE 1 TO LRate
             MOVE 'N' TO WSFound
             MOVE SPACE TO WSArchName
             STRING "rtarch_" DELIMITED BY SIZE
                LInvDate(1:6) DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
                INTO WSArchName
             END-STRING
             MOVE 'N' TO WSEOF
             OPEN INPUT ArchInFile
             PERFORM UNTIL WSEOF = 'Y' OR WSFound = 'Y'
                READ ArchInFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                      IF ArchInLine(1:7) NOT = "TRAILER"
                         MOVE ArchInLine TO WSLine
                         PERFORM CheckLine
                      END-IF
                END-READ
             END-PERFORM
             CLOSE ArchInFile
             IF WSFound = 'N'
                MOVE 'N' TO WSEOF
                OPEN INPUT RTransFile
                PERFORM UNTIL WSEOF = 'Y' OR WSFound = 'Y'
                   READ RTransFile
                      AT END MOVE 'Y' TO WSEOF
                      NOT AT END
                         MOVE RTransLine TO WSLine
                         PERFORM CheckLine
                   END-READ
                END-PERFORM
                CLOSE RTransFile
             END-IF
          EXIT PROGRAM.

          CheckLine.
             IF WSLine(1:8) NUMERIC
                MOVE SPACE TO WSInvNum
                MOVE 'N' TO WSVoid
                MOVE SPACE TO WSFedType
                MOVE ZERO TO WSFedAmt
                MOVE SPACE TO WSProvType
                MOVE ZERO TO WSProvAmt
                MOVE "USD" TO WSCurr
                MOVE 1 TO WSRate
                COMPUTE WSLen = FUNCTION LENGTH(
                   FUNCTION TRIM(WSLine TRAILING))
                MOVE 1 TO WSPtr
                PERFORM GetToken WITH TEST BEFORE
                   UNTIL WSPtr > WSLen
                IF WSInvNum = LInvNum AND WSVoid = 'N'
                   MOVE 'Y' TO WSFound
                   IF WSFedType = SPACE
                      MOVE '2' TO LStatus
                   ELSE
                      MOVE '0' TO LStatus
                      MOVE WSFedType TO LFedType
                      MOVE WSFedAmt TO LFedAmt
                      MOVE WSProvType TO LProvType
                      MOVE WSProvAmt TO LProvAmt
                      MOVE WSCurr TO LCurr
                      MOVE WSRate TO LRate
                   END-IF
                END-IF
             END-IF.

          GetToken.
             MOVE SPACE TO WSToken
             UNSTRING WSLine DELIMITED BY ALL " "
                INTO WSToken
                WITH POINTER WSPtr
             END-UNSTRING
             EVALUATE TRUE
                WHEN WSToken(1:4) = "Inv="
                   MOVE WSToken(5:7) TO WSInvNum
                WHEN WSToken(1:5) = "Curr="
                   MOVE WSToken(6:3) TO WSCurr
                WHEN WSToken(1:5) = "Rate="
                   COMPUTE WSRate = FUNCTION NUMVAL(WSToken(6:25))
                WHEN WSToken(1:5) = "Void="
                   MOVE 'Y' TO WSVoid
                WHEN WSToken(1:4) = "Ret="
                   MOVE 'Y' TO WSVoid
                WHEN WSToken(1:4) = "GST=" OR WSToken(1:4) = "HST="
                   MOVE WSToken(1:3) TO WSFedType
                   COMPUTE WSFedAmt =
                      FUNCTION NUMVAL-C(WSToken(5:26))
                WHEN WSToken(1:4) = "PST=" OR WSToken(1:4) = "QST="
                   MOVE WSToken(1:3) TO WSProvType
                   COMPUTE WSProvAmt =
                      FUNCTION NUMVAL-C(WSToken(5:26))
             END-EVALUATE.
