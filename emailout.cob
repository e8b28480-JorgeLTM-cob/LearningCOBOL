       IDENTIFICATION DIVISION.
          PROGRAM-ID. EMAILOUT.
          AUTHOR. Brownies.
          DATE-WRITTEN. December 10th, 2021.
      * Modification History
      *   2021-12-10 Brownies - new subprogram, in the JOBLOG mold:
      *              the one place a customer document is routed to
      *              print, email or both, so statemnt, dunning and
      *              round honor the delivery preference (DelivPref)
      *              and the do-not-email flag the same way.
      *              LAction:
      *                O - open a document.  Pass the customer's
      *                    IDNum, Email, NoEmailFlag and DelivPref,
      *                    the document reference and, in LText,
      *                    the subject.  LRoute comes back P (print
      *                    only), E (email only) or B (both).  A
      *                    customer who asked for email but cannot
      *                    get it - do-not-email flag, no address,
      *                    an address that is not valid - comes back
      *                    P, and the reason goes on the log.
      *                L - one body line (LText) of the document
      *                C - close the document
      *              A queued document goes to the spool emailq.txt
      *              (EMAILQ copybook); every document of a customer
      *              who asked for email is logged to emaillog.txt
      *              (EMAILLOG) for the emailrpt delivery report.
      *              L and C do nothing for a document not queued,
      *              so callers pass every line regardless.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL SpoolFile ASSIGN TO "emailq.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL EmailLogFile ASSIGN TO "emaillog.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD SpoolFile.
                COPY EMAILQ.
             FD EmailLogFile.
                COPY EMAILLOG.
          WORKING-STORAGE SECTION.
             01 WSDocOpen   PIC X VALUE 'N'.
             01 WSReason    PIC X(30).
             01 WSStamp     PIC X(21).
             01 WSLen       PIC 9(2).
             01 WSAtCount   PIC 9(2).
             01 WSAtPos     PIC 9(2).
             01 WSSpaces    PIC 9(2).
             01 WSDomLen    PIC 9(2).
             01 WSDots      PIC 9(2).
          LINKAGE SECTION.
             01 LAction    PIC X(1).
             01 LProgName  PIC X(12).
             01 LIDNum     PIC 9(5).
             01 LEmail     PIC X(30).
             01 LNoEmail   PIC X(1).
             01 LDeliv     PIC X(1).
             01 LDocRef    PIC X(12).
             01 LText      PIC X(80).
             01 LRoute     PIC X(1).
       PROCEDURE DIVISION USING LAction, LProgName, LIDNum, LEmail,
             LNoEmail, LDeliv, LDocRef, LText, LRoute.
          MainPara.
             EVALUATE LAction
                WHEN 'O'
                   PERFORM OpenDocument
                WHEN 'L'
                   IF WSDocOpen = 'Y'
                      MOVE SPACE TO EmailQRecord
                      SET EQBody TO TRUE
                      MOVE LText TO EQText
                      WRITE EmailQRecord
                   END-IF
                WHEN 'C'
                   IF WSDocOpen = 'Y'
                      MOVE SPACE TO EmailQRecord
                      SET EQEnd TO TRUE
                      WRITE EmailQRecord
                      CLOSE SpoolFile
                      MOVE 'N' TO WSDocOpen
                   END-IF
             END-EVALUATE
          EXIT PROGRAM.

          OpenDocument.
      * a document left open by a caller that never closed it is
      * closed off before the next one starts
             IF WSDocOpen = 'Y'
                MOVE SPACE TO EmailQRecord
                SET EQEnd TO TRUE
                WRITE EmailQRecord
                CLOSE SpoolFile
                MOVE 'N' TO WSDocOpen
             END-IF
             MOVE 'P' TO LRoute
             IF LDeliv = 'E' OR LDeliv = 'B'
                MOVE SPACE TO WSReason
                EVALUATE TRUE
                   WHEN LNoEmail = 'E'
                      MOVE "do-not-email flag set" TO WSReason
                   WHEN LEmail = SPACE
                      MOVE "no email address on file" TO WSReason
                   WHEN OTHER
                      PERFORM CheckAddress
                END-EVALUATE
                IF WSReason = SPACE
                   MOVE LDeliv TO LRoute
                   PERFORM QueueHeader
                END-IF
                PERFORM LogDocument
             END-IF.

          CheckAddress.
      * one @, nothing blank inside, something ahead of the @ and
      * a dotted domain after it that neither starts nor ends
      * with the dot
             MOVE FUNCTION LENGTH(FUNCTION TRIM(LEmail TRAILING))
                TO WSLen
             MOVE ZERO TO WSAtCount
             MOVE ZERO TO WSAtPos
             MOVE ZERO TO WSSpaces
             MOVE ZERO TO WSDots
             INSPECT LEmail TALLYING WSAtCount FOR ALL "@"
             INSPECT LEmail(1:WSLen) TALLYING WSSpaces FOR ALL SPACE
             INSPECT LEmail TALLYING WSAtPos
                FOR CHARACTERS BEFORE INITIAL "@"
             IF WSAtCount NOT = 1 OR WSSpaces > ZERO
                OR WSAtPos = ZERO OR WSAtPos + 4 > WSLen
                MOVE "email address not valid" TO WSReason
             ELSE
                COMPUTE WSDomLen = WSLen - WSAtPos - 1
                INSPECT LEmail(WSAtPos + 2:WSDomLen)
                   TALLYING WSDots FOR ALL "."
                IF WSDots = ZERO
                   OR LEmail(WSAtPos + 2:1) = "."
                   OR LEmail(WSLen:1) = "."
                   MOVE "email address not valid" TO WSReason
                END-IF
             END-IF.

          QueueHeader.
             MOVE FUNCTION CURRENT-DATE TO WSStamp
             OPEN EXTEND SpoolFile
             MOVE SPACE TO EmailQRecord
             SET EQHead TO TRUE
             MOVE LEmail TO EQTo
             MOVE LIDNum TO EQIDNum
             MOVE LProgName TO EQSource
             MOVE LDocRef TO EQDocRef
             MOVE WSStamp TO EQStamp
             WRITE EmailQRecord
             MOVE SPACE TO EmailQRecord
             SET EQSubject TO TRUE
             MOVE LText TO EQText
             WRITE EmailQRecord
             MOVE 'Y' TO WSDocOpen.

          LogDocument.
             OPEN EXTEND EmailLogFile
             MOVE SPACE TO EmailLogRecord
             MOVE FUNCTION CURRENT-DATE(1:8) TO ELDate
             MOVE FUNCTION CURRENT-DATE(9:6) TO ELTime
             MOVE LProgName TO ELProgName
             MOVE LIDNum TO ELIDNum
             MOVE LDocRef TO ELDocRef
             MOVE LRoute TO ELRoute
             MOVE LEmail TO ELEmail
             MOVE WSReason TO ELReason
             WRITE EmailLogRecord
             CLOSE EmailLogFile.
