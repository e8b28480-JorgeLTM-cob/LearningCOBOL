       IDENTIFICATION DIVISION.
          PROGRAM-ID.   custerase.
          AUTHOR.      Brownies.
          DATE-WRITTEN December 6th, 2021.
      * Modification History
      *   2021-12-06 Brownies - new program: erases a customer's
      *              personal details on their written request, which
      *              until now meant hand-editing customer.txt while
      *              the same details lived on in the history, the
      *              notes and the purge archives.  A supervisor
      *              signs on (operators.txt, three tries, the
      *              custrest sign-on) and names the IDNum and any
      *              custpurge archives (custarch_YYYYMMDD.txt) that
      *              may hold it.  A customer with an open item on
      *              the invoice master is refused.  Otherwise the
      *              names read ERASED and the street, city, ZIP,
      *              phone and email are blanked on customer.txt
      *              (with every do-not-contact flag set), on every
      *              custhist.txt image and in the named archives;
      *              the customer's custnotes.txt text is replaced.
      *              IDNum, the state and every financial field are
      *              kept, so the invoices, payments and tax history
      *              still tie out.  The files are rewritten through
      *              custerase.tmp (the audcut rewrite pattern)
      *              under the CUSTLOCK lock, and an ERASED line on
      *              audit.txt is the dated erasure certificate -
      *              custexp's next delta sends the anonymized
      *              record downstream off it.
      *   2021-12-10 Brownies - customer images widened to 187 for the
      *              DelivPref delivery preference added to CUSTREC.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
             SELECT OPTIONAL InvMastFile ASSIGN TO "invmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IMInvNum.
             SELECT OPTIONAL HistFile ASSIGN TO "custhist.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL NotesFile ASSIGN TO "custnotes.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL ArchiveFile
                ASSIGN DYNAMIC ArchiveFileName
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT WorkFile ASSIGN TO "custerase.tmp"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL AuditFile ASSIGN TO "audit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD OperatorFile.
                01 OperRecord.
                   02 OperID    PIC X(8).
                   02 OperName  PIC X(20).
                   02 OperLevel PIC X(1).
                   02 OperPass  PIC X(12).
                   02 OperStatus PIC X(1).
                      88 OperUsable    VALUE 'A' ' '.
                      88 OperLockedOut VALUE 'L'.
                      88 OperDisabled  VALUE 'D'.
                   02 OperPwdChg PIC X(1).
             FD CustomerFile.
                COPY CUSTREC.
             FD InvMastFile.
                COPY INVMAST.
             FD HistFile.
                01 HistRecord.
                   02 HRStamp PIC X(21).
                   02 HRImage PIC X(187).
             FD NotesFile.
                01 NoteRecord.
                   02 NoteIDNum PIC 9(5).
                   02 NoteStamp PIC X(21).
                   02 NoteText  PIC X(60).
             FD ArchiveFile.
                01 ArchiveLine PIC X(187).
             FD WorkFile.
                01 WorkLine PIC X(208).
             FD AuditFile.
                COPY AUDREC.
          WORKING-STORAGE SECTION.
             01 SignOnEntry   PIC X(8).
             01 SignedOnID    PIC X(8) VALUE SPACE.
             01 SignedOnName  PIC X(20).
             01 SignedOnLevel PIC X(1).
                88 OperSupervisor VALUE 'S'.
             01 SignOnOK    PIC X.
             01 SignOnTries PIC 9.
             01 PwEntry     PIC X(12).
             01 OperEOF     PIC X.
      * the personal part of a customer image - the first 124
      * bytes of CUSTREC - for the history and archive copies
             01 ScrubImage.
                02 SIIDNum     PIC X(5).
                02 SIFirstName PIC X(15).
                02 SILastName  PIC X(15).
                02 SIStreet    PIC X(20).
                02 SICity      PIC X(15).
                02 SIState     PIC X(2).
                02 SIZip       PIC X(10).
                02 SIPhone     PIC X(12).
                02 SIEmail     PIC X(30).
                02 FILLER      PIC X(63).
             01 ErasedName  PIC X(15) VALUE "ERASED".
             01 ErasedNote  PIC X(60)
                VALUE "** note removed - personal data erased **".
             01 EntryCustID PIC 9(5).
             01 EntryArch   PIC X(30).
             01 ArchTable.
                02 ArchName PIC X(30) OCCURS 10 TIMES.
             01 ArchCount   PIC 9(2) VALUE ZERO.
             01 ArchSub     PIC 9(2).
             01 ArchiveFileName PIC X(30).
             01 AskMore     PIC X.
             01 CustFound   PIC X.
             01 OpenItems   PIC 9(5) VALUE ZERO.
             01 OpenAmount  PIC S9(9)V99 VALUE ZERO.
             01 WorkOpen    PIC S9(9)V99.
             01 MastEOF     PIC X.
             01 FileEOF     PIC X.
             01 Confirm     PIC X(3).
             01 FileHits    PIC 9(7).
             01 CustCount   PIC 9(7) VALUE ZERO.
             01 HistCount   PIC 9(7) VALUE ZERO.
             01 NoteCount   PIC 9(7) VALUE ZERO.
             01 ArchHits    PIC 9(7) VALUE ZERO.
             01 NoMiddleName PIC X(15) VALUE SPACE.
             01 FormattedName PIC X(47).
             01 LockAction  PIC X(1).
             01 LockHolder  PIC X(12).
             01 LockStamp   PIC X(21).
             01 LockStatus  PIC X(1).
             01 JLProgName PIC X(12) VALUE "custerase".
             01 JLPhase    PIC X(5).
             01 JLReadCt   PIC 9(7).
             01 JLWriteCt  PIC 9(7).
             01 JLRejCt    PIC 9(7).
             01 JLFinal    PIC X(8).
             COPY REPTFMTS.
       PROCEDURE DIVISION.
          MainLine.
             PERFORM SignOn
             IF SignOnOK = 'Y' AND NOT OperSupervisor
                DISPLAY "Erasing a customer's personal data is "
                   "supervisor-only"
                MOVE 'N' TO SignOnOK
             END-IF
             IF SignOnOK = 'Y'
                MOVE "START" TO JLPhase
                MOVE ZERO TO JLReadCt
                MOVE ZERO TO JLWriteCt
                MOVE ZERO TO JLRejCt
                MOVE SPACE TO JLFinal
                CALL "JOBLOG" USING JLProgName, JLPhase,
                   JLReadCt, JLWriteCt, JLRejCt, JLFinal
                MOVE "CANCEL" TO JLFinal
                DISPLAY "Customer ID to erase : " WITH NO ADVANCING
                ACCEPT EntryCustID
                PERFORM AskArchives
                PERFORM CheckOpenItems
                IF OpenItems > ZERO
                   MOVE OpenAmount TO DollarMinus
                   DISPLAY "ID " EntryCustID " has " OpenItems
                      " open item(s) totalling " DollarMinus
                      " - settle them first; nothing erased"
                   MOVE "REFUSED" TO JLFinal
                   MOVE 4 TO RETURN-CODE
                ELSE
                   PERFORM EraseCustomer
                END-IF
                MOVE "END" TO JLPhase
                COMPUTE JLReadCt = CustCount + HistCount
                   + NoteCount + ArchHits
                MOVE JLReadCt TO JLWriteCt
                MOVE ZERO TO JLRejCt
                CALL "JOBLOG" USING JLProgName, JLPhase,
                   JLReadCt, JLWriteCt, JLRejCt, JLFinal
             END-IF
          STOP RUN.

          SignOn.
             MOVE 'N' TO SignOnOK
             MOVE ZERO TO SignOnTries
             PERFORM UNTIL SignOnOK = 'Y' OR SignOnTries >= 3
                ADD 1 TO SignOnTries
                DISPLAY "Operator ID : " WITH NO ADVANCING
                ACCEPT SignOnEntry
                PERFORM CheckOperator
                IF SignOnOK NOT = 'Y'
                   DISPLAY "Sign-on refused"
                END-IF
             END-PERFORM
             IF SignOnOK = 'Y'
                DISPLAY "Signed on : " FUNCTION TRIM(SignedOnName)
             ELSE
                DISPLAY "Sign-on failed - run ended"
             END-IF.

          CheckOperator.
             MOVE 'N' TO OperEOF
             OPEN INPUT OperatorFile
             PERFORM UNTIL OperEOF = 'Y'
                READ OperatorFile
                   AT END MOVE 'Y' TO OperEOF
                   NOT AT END
                      IF OperID = SignOnEntry
                         AND OperUsable
                         PERFORM CheckOperPassword
                         MOVE 'Y' TO OperEOF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE OperatorFile.

          CheckOperPassword.
      * a blank password is a new or just-reset operator: they
      * get in once here and the application sign-on forces them
      * to set one
             IF OperPass = SPACE
                MOVE 'Y' TO SignOnOK
             ELSE
                DISPLAY "Password : " WITH NO ADVANCING
                ACCEPT PwEntry
                IF PwEntry = OperPass
                   MOVE 'Y' TO SignOnOK
                ELSE
                   DISPLAY "Invalid password"
                END-IF
             END-IF
             IF SignOnOK = 'Y'
                MOVE OperID TO SignedOnID
                MOVE OperName TO SignedOnName
                MOVE OperLevel TO SignedOnLevel
             END-IF.

          AskArchives.
      * custpurge writes one archive per run, so only the office
      * knows which runs may have taken this customer
             MOVE 'Y' TO AskMore
             PERFORM UNTIL AskMore = 'N'
                DISPLAY "Purge archive to scrub (blank when done) : "
                   WITH NO ADVANCING
                MOVE SPACE TO EntryArch
                ACCEPT EntryArch
                IF EntryArch = SPACE
                   MOVE 'N' TO AskMore
                ELSE
                   IF ArchCount < 10
                      ADD 1 TO ArchCount
                      MOVE EntryArch TO ArchName(ArchCount)
                   ELSE
                      DISPLAY "Ten archives per run - run again "
                         "for the rest"
                      MOVE 'N' TO AskMore
                   END-IF
                END-IF
             END-PERFORM.

          CheckOpenItems.
             MOVE 'N' TO MastEOF
             OPEN INPUT InvMastFile
             MOVE LOW-VALUES TO IMInvNum
             START InvMastFile KEY IS NOT LESS THAN IMInvNum
                INVALID KEY MOVE 'Y' TO MastEOF
             END-START
             PERFORM UNTIL MastEOF = 'Y'
                READ InvMastFile NEXT RECORD
                   AT END MOVE 'Y' TO MastEOF
                   NOT AT END
                      IF IMCustID = EntryCustID AND IMOpen
                         COMPUTE WorkOpen = IMTotal - IMPaid
                         IF IMCreditMemo
                            COMPUTE WorkOpen = ZERO - WorkOpen
                         END-IF
                         IF WorkOpen NOT = ZERO
                            ADD 1 TO OpenItems
                            ADD WorkOpen TO OpenAmount
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE InvMastFile.

          EraseCustomer.
             MOVE "custerase" TO LockHolder
             MOVE 'A' TO LockAction
             CALL "CUSTLOCK" USING LockAction, LockHolder,
                LockStamp, LockStatus
             IF LockStatus NOT = '0'
                DISPLAY "customer.txt is held by "
                   FUNCTION TRIM(LockHolder) " since "
                   LockStamp(1:8) " - try again later"
                MOVE "FAIL" TO JLFinal
                MOVE 8 TO RETURN-CODE
             ELSE
                OPEN I-O CustomerFile
                MOVE 'Y' TO CustFound
                MOVE EntryCustID TO IDNum
                READ CustomerFile
                   INVALID KEY MOVE 'N' TO CustFound
                END-READ
                IF CustFound = 'Y'
                   CALL "NAMEFMT" USING FirstName, NoMiddleName,
                      LastName, FormattedName
                   DISPLAY "Customer : " FUNCTION TRIM(FormattedName)
                   DISPLAY "Street   : " StreetAddr
                   DISPLAY "City     : " City " " State " " Zip
                ELSE
                   DISPLAY "ID " EntryCustID " is not on the live "
                      "master - history, notes and archives only"
                END-IF
                DISPLAY "This cannot be undone.  Type YES to erase "
                   "the personal data : " WITH NO ADVANCING
                ACCEPT Confirm
                IF Confirm = "YES" OR Confirm = "yes"
                   IF CustFound = 'Y'
                      PERFORM EraseMasterRecord
                   END-IF
                   PERFORM ScrubHistory
                   PERFORM ScrubNotes
                   PERFORM ScrubOneArchive
                      VARYING ArchSub FROM 1 BY 1
                      UNTIL ArchSub > ArchCount
                   PERFORM WriteEraseAudit
                   DISPLAY "Master record     : " CustCount
                   DISPLAY "History images    : " HistCount
                   DISPLAY "Notes             : " NoteCount
                   DISPLAY "Archive images    : " ArchHits
                   DISPLAY "Erasure recorded on audit.txt"
                   MOVE "OK" TO JLFinal
                ELSE
                   DISPLAY "Erasure Cancelled"
                END-IF
                CLOSE CustomerFile
                MOVE 'R' TO LockAction
                CALL "CUSTLOCK" USING LockAction, LockHolder,
                   LockStamp, LockStatus
             END-IF.

          EraseMasterRecord.
             MOVE ErasedName TO FirstName
             MOVE ErasedName TO LastName
             MOVE SPACE TO StreetAddr
             MOVE SPACE TO City
             MOVE SPACE TO Zip
             MOVE SPACE TO Phone
             MOVE SPACE TO Email
             SET CustNoMail TO TRUE
             SET CustNoCall TO TRUE
             SET CustNoEmail TO TRUE
             REWRITE CustomerData
                INVALID KEY
                   DISPLAY "Customer Not Updated"
                NOT INVALID KEY
                   ADD 1 TO CustCount
             END-REWRITE.

          ScrubImageFields.
             MOVE ErasedName TO SIFirstName
             MOVE ErasedName TO SILastName
             MOVE SPACE TO SIStreet
             MOVE SPACE TO SICity
             MOVE SPACE TO SIZip
             MOVE SPACE TO SIPhone
             MOVE SPACE TO SIEmail.

          ScrubHistory.
             MOVE ZERO TO FileHits
             MOVE 'N' TO FileEOF
             OPEN INPUT HistFile
             OPEN OUTPUT WorkFile
             PERFORM UNTIL FileEOF = 'Y'
                READ HistFile
                   AT END MOVE 'Y' TO FileEOF
                   NOT AT END
                      IF HRImage(1:5) = EntryCustID
                         MOVE HRImage TO ScrubImage
                         PERFORM ScrubImageFields
                         MOVE ScrubImage TO HRImage
                         ADD 1 TO FileHits
                      END-IF
                      WRITE WorkLine FROM HistRecord
                END-READ
             END-PERFORM
             CLOSE WorkFile
             CLOSE HistFile
             IF FileHits > ZERO
                MOVE 'N' TO FileEOF
                OPEN INPUT WorkFile
                OPEN OUTPUT HistFile
                PERFORM UNTIL FileEOF = 'Y'
                   READ WorkFile
                      AT END MOVE 'Y' TO FileEOF
                      NOT AT END
                         MOVE WorkLine TO HistRecord
                         WRITE HistRecord
                   END-READ
                END-PERFORM
                CLOSE HistFile
                CLOSE WorkFile
             END-IF
             MOVE FileHits TO HistCount.

          ScrubNotes.
             MOVE ZERO TO FileHits
             MOVE 'N' TO FileEOF
             OPEN INPUT NotesFile
             OPEN OUTPUT WorkFile
             PERFORM UNTIL FileEOF = 'Y'
                READ NotesFile
                   AT END MOVE 'Y' TO FileEOF
                   NOT AT END
                      IF NoteIDNum = EntryCustID
                         MOVE ErasedNote TO NoteText
                         ADD 1 TO FileHits
                      END-IF
                      WRITE WorkLine FROM NoteRecord
                END-READ
             END-PERFORM
             CLOSE WorkFile
             CLOSE NotesFile
             IF FileHits > ZERO
                MOVE 'N' TO FileEOF
                OPEN INPUT WorkFile
                OPEN OUTPUT NotesFile
                PERFORM UNTIL FileEOF = 'Y'
                   READ WorkFile
                      AT END MOVE 'Y' TO FileEOF
                      NOT AT END
                         MOVE WorkLine TO NoteRecord
                         WRITE NoteRecord
                   END-READ
                END-PERFORM
                CLOSE NotesFile
                CLOSE WorkFile
             END-IF
             MOVE FileHits TO NoteCount.

          ScrubOneArchive.
             MOVE ArchName(ArchSub) TO ArchiveFileName
             MOVE ZERO TO FileHits
             MOVE 'N' TO FileEOF
             OPEN INPUT ArchiveFile
             OPEN OUTPUT WorkFile
             PERFORM UNTIL FileEOF = 'Y'
                READ ArchiveFile
                   AT END MOVE 'Y' TO FileEOF
                   NOT AT END
                      IF ArchiveLine(1:5) = EntryCustID
                         MOVE ArchiveLine TO ScrubImage
                         PERFORM ScrubImageFields
                         MOVE ScrubImage TO ArchiveLine
                         ADD 1 TO FileHits
                      END-IF
                      WRITE WorkLine FROM ArchiveLine
                END-READ
             END-PERFORM
             CLOSE WorkFile
             CLOSE ArchiveFile
             IF FileHits > ZERO
                MOVE 'N' TO FileEOF
                OPEN INPUT WorkFile
                OPEN OUTPUT ArchiveFile
                PERFORM UNTIL FileEOF = 'Y'
                   READ WorkFile
                      AT END MOVE 'Y' TO FileEOF
                      NOT AT END
                         MOVE WorkLine TO ArchiveLine
                         WRITE ArchiveLine
                   END-READ
                END-PERFORM
                CLOSE ArchiveFile
                CLOSE WorkFile
             ELSE
                DISPLAY "ID " EntryCustID " not found on "
                   FUNCTION TRIM(ArchiveFileName)
             END-IF
             ADD FileHits TO ArchHits.

          WriteEraseAudit.
      * this line is the erasure certificate: who, which customer
      * and when - and it is what custexp's delta picks up
             OPEN EXTEND AuditFile
             MOVE "ERASED" TO AuditAction
             MOVE EntryCustID TO AuditIDNum
             MOVE FUNCTION CURRENT-DATE TO AuditTimeStamp
             MOVE SignedOnID TO AuditOperID
             CALL "AUDCHAIN" USING AuditRecord
             WRITE AuditRecord
             CLOSE AuditFile.
