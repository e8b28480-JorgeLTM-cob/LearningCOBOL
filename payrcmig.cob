       IDENTIFICATION DIVISION.
          PROGRAM-ID.   payrcmig.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 18th, 2021.
      * Modification History
      *   2021-11-18 Brownies - new program: one-time reorganization
      *              of the payroll run-control file payrctl.txt from
      *              the record keyed by week-ending date alone to the
      *              one keyed by period ending date and pay
      *              frequency, in the empmig mold.  Every week
      *              already on file was a weekly run and migrates as
      *              frequency W with its totals and status, so the
      *              guard against re-posting them carries over.
      *              Confirms before touching anything.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OldCtlFile ASSIGN TO "payrctl.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OCWeek.
             SELECT RunCtlFile ASSIGN TO "payrctl.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PRKey.
             SELECT TempFile ASSIGN TO "payrcmig.tmp"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD OldCtlFile.
                01 OldRunCtlData.
                   02 OCWeek    PIC 9(8).
                   02 OCRunDate PIC 9(8).
                   02 OCEmpCt   PIC 9(5).
                   02 OCGross   PIC S9(9)V99.
                   02 OCNet     PIC S9(9)V99.
                   02 OCStatus  PIC X(1).
             FD RunCtlFile.
                01 RunCtlData.
                   02 PRKey.
                      03 PRWeek PIC 9(8).
                      03 PRFreq PIC X(1).
                   02 PRRunDate PIC 9(8).
                   02 PREmpCt   PIC 9(5).
                   02 PRGross   PIC S9(9)V99.
                   02 PRNet     PIC S9(9)V99.
                   02 PRStatus  PIC X(1).
             FD TempFile.
                01 TempLine.
                   02 TLWeek    PIC 9(8).
                   02 TLRunDate PIC 9(8).
                   02 TLEmpCt   PIC 9(5).
                   02 TLGross   PIC S9(9)V99.
                   02 TLNet     PIC S9(9)V99.
                   02 TLStatus  PIC X(1).
          WORKING-STORAGE SECTION.
             01 Confirm     PIC X.
             01 OldEOF      PIC X VALUE 'N'.
             01 TempEOF     PIC X VALUE 'N'.
             01 CopyCount   PIC 9(5) VALUE ZERO.
             01 LoadCount   PIC 9(5) VALUE ZERO.
             01 JLProgName PIC X(12) VALUE "payrcmig".
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
             DISPLAY "One-time migration of payrctl.txt to the"
             DISPLAY "layout keyed by period and pay frequency."
             DISPLAY "Take a backup copy first."
             DISPLAY "Proceed? (Y/N): " WITH NO ADVANCING
             ACCEPT Confirm
             IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
                DISPLAY "Migration cancelled - nothing touched"
             ELSE
                PERFORM CopyOldRecordsOut
                PERFORM RebuildAtNewLength
                DISPLAY "Run-control records migrated : " LoadCount
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
                DISPLAY "COUNTS DISAGREE - check payrcmig.tmp "
                   "before the next payroll run"
                MOVE 8 TO RETURN-CODE
             END-IF
          STOP RUN.

          CopyOldRecordsOut.
             OPEN INPUT OldCtlFile
             OPEN OUTPUT TempFile
             MOVE LOW-VALUES TO OCWeek
             START OldCtlFile KEY IS NOT LESS THAN OCWeek
                INVALID KEY MOVE 'Y' TO OldEOF
             END-START
             PERFORM UNTIL OldEOF = 'Y'
                READ OldCtlFile NEXT RECORD
                   AT END MOVE 'Y' TO OldEOF
                   NOT AT END
                      MOVE OldRunCtlData TO TempLine
                      WRITE TempLine
                      ADD 1 TO CopyCount
                END-READ
             END-PERFORM
             CLOSE TempFile
             CLOSE OldCtlFile.

          RebuildAtNewLength.
             OPEN INPUT TempFile
             OPEN OUTPUT RunCtlFile
             PERFORM UNTIL TempEOF = 'Y'
                READ TempFile
                   AT END MOVE 'Y' TO TempEOF
                   NOT AT END
                      PERFORM LoadOneRecord
                END-READ
             END-PERFORM
             CLOSE RunCtlFile
             CLOSE TempFile.

          LoadOneRecord.
             MOVE TLWeek TO PRWeek
             MOVE 'W' TO PRFreq
             MOVE TLRunDate TO PRRunDate
             MOVE TLEmpCt TO PREmpCt
             MOVE TLGross TO PRGross
             MOVE TLNet TO PRNet
             MOVE TLStatus TO PRStatus
             WRITE RunCtlData
                INVALID KEY
                   DISPLAY "Key collision on week " PRWeek
                      " - record dropped"
                NOT INVALID KEY
                   ADD 1 TO LoadCount
             END-WRITE.
