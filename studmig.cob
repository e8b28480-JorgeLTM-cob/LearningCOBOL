       IDENTIFICATION DIVISION.
          PROGRAM-ID.   studmig.
          AUTHOR.      Brownies.
          DATE-WRITTEN December 16th, 2021.
      * Modification History
      *   2021-12-16 Brownies - new program: one-time reorganization
      *              of studmast.txt from the original 43-byte
      *              student record to the STUDREC layout with the
      *              academic standing fields, in the custmig mold.
      *              The old records are copied out to studmig.tmp,
      *              the master is rebuilt at the new length, and
      *              every student starts in good standing with no
      *              terms counted and no dean's-list mark; the next
      *              grade run decides the standing from there.
      *              Confirms before touching anything.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OldStudFile ASSIGN TO "studmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OSStudID.
             SELECT StudFile ASSIGN TO "studmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS StudID.
             SELECT TempFile ASSIGN TO "studmig.tmp"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD OldStudFile.
                01 OldStudData.
                   02 OSStudID         PIC 9(4).
                   02 OSStudName       PIC X(20).
                   02 OSStudTotPoints  PIC 9(5)V99.
                   02 OSStudTotCredits PIC 9(4)V9.
                   02 OSStudGPA        PIC 9V99.
                   02 OSStudStatus     PIC X(4).
             FD StudFile.
                COPY STUDREC.
             FD TempFile.
                01 TempLine PIC X(43).
          WORKING-STORAGE SECTION.
             01 Confirm     PIC X.
             01 OldEOF      PIC X VALUE 'N'.
             01 TempEOF     PIC X VALUE 'N'.
             01 CopyCount   PIC 9(7) VALUE ZERO.
             01 LoadCount   PIC 9(7) VALUE ZERO.
             01 JLProgName PIC X(12) VALUE "studmig".
             01 JLPhase    PIC X(5).
             01 JLReadCt   PIC 9(7).
             01 JLWriteCt  PIC 9(7).
             01 JLRejCt    PIC 9(7).
             01 JLFinal    PIC X(8).
       PROCEDURE DIVISION.
          MainLine.
             MOVE "START" TO JLPhase
             MOVE ZERO TO JLReadCt
             MOVE ZERO TO JLWriteCt
             MOVE ZERO TO JLRejCt
             MOVE SPACE TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
             DISPLAY "One-time migration of studmast.txt from the"
             DISPLAY "original 43-byte layout to the current"
             DISPLAY "STUDREC layout.  Take a backup copy first."
             DISPLAY "Proceed? (Y/N): " WITH NO ADVANCING
             ACCEPT Confirm
             IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
                DISPLAY "Migration cancelled - nothing touched"
             ELSE
                PERFORM CopyOldRecordsOut
                PERFORM RebuildAtNewLength
                DISPLAY "Records migrated : " LoadCount
             END-IF
             MOVE "END" TO JLPhase
             MOVE CopyCount TO JLReadCt
             MOVE LoadCount TO JLWriteCt
             MOVE ZERO TO JLRejCt
             IF CopyCount = LoadCount
                MOVE "OK" TO JLFinal
             ELSE
                MOVE "FAIL" TO JLFinal
             END-IF
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
             IF CopyCount NOT = LoadCount
                DISPLAY "COUNTS DISAGREE - check studmig.tmp "
                   "before anyone opens the master"
                MOVE 8 TO RETURN-CODE
             END-IF
          STOP RUN.

          CopyOldRecordsOut.
             OPEN INPUT OldStudFile
             OPEN OUTPUT TempFile
             MOVE LOW-VALUES TO OSStudID
             START OldStudFile KEY IS NOT LESS THAN OSStudID
                INVALID KEY MOVE 'Y' TO OldEOF
             END-START
             PERFORM UNTIL OldEOF = 'Y'
                READ OldStudFile NEXT RECORD
                   AT END MOVE 'Y' TO OldEOF
                   NOT AT END
                      MOVE OldStudData TO TempLine
                      WRITE TempLine
                      ADD 1 TO CopyCount
                END-READ
             END-PERFORM
             CLOSE TempFile
             CLOSE OldStudFile.

          RebuildAtNewLength.
             OPEN INPUT TempFile
             OPEN OUTPUT StudFile
             PERFORM UNTIL TempEOF = 'Y'
                READ TempFile
                   AT END MOVE 'Y' TO TempEOF
                   NOT AT END
                      PERFORM LoadOneRecord
                END-READ
             END-PERFORM
             CLOSE StudFile
             CLOSE TempFile.

          LoadOneRecord.
             MOVE SPACE TO StudentData
             MOVE TempLine(1:43) TO StudentData(1:43)
             MOVE SPACE TO StudStanding
             MOVE SPACE TO StudStandTerm
             MOVE ZERO TO StudLowTerms
             MOVE SPACE TO StudPrevStanding
             MOVE ZERO TO StudPrevLow
             MOVE ZERO TO StudTermGPA
             MOVE SPACE TO StudDeansList
             WRITE StudentData
                INVALID KEY
                   DISPLAY "Key collision on ID " StudID
                      " - record dropped"
                NOT INVALID KEY
                   ADD 1 TO LoadCount
             END-WRITE.
