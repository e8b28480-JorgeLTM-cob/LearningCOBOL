      *              auditrpt runs its filters across a chosen
      *              range of archive months plus the live file.
      *              Start and end go to the common job log.
      *   2021-12-04 Brownies - the audit record now comes from
      *              the shared AUDREC copybook, which adds the chain
      *              sequence number and check value; the archive and
      *              work records carry them through unchanged.  Each
      *              cutover is appended to the archive index
      *              audarchx.txt (file name, month, count and the
      *              first and last chain numbers archived) so audvfy
      *              can walk the archives in chain order, and audvfy
      *              is run straight after the split - a broken chain
      *              ends the cutover with RETURN-CODE 8.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT TempFile ASSIGN TO "audcut.tmp"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL AudIndexFile ASSIGN TO "audarchx.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD AuditFile.
                COPY AUDREC.
             FD ArchiveFile.
                01 ArchiveRecord.
                   02 ArcAction    PIC X(10).
                   02 ArcIDNum     PIC X(5).
                   02 ArcTimeStamp PIC X(21).
                   02 ArcOperID    PIC X(8).
                   02 ArcSeq       PIC X(9).
                   02 ArcCheck     PIC X(9).
             FD TempFile.
                01 TempRecord PIC X(62).
             FD AudIndexFile.
                01 AudIndexData.
                   02 AXFileName PIC X(30).
                   02 AXCutMonth PIC 9(6).
                   02 AXCount    PIC 9(7).
                   02 AXFirstSeq PIC 9(9).
                   02 AXLastSeq  PIC 9(9).
                   02 AXRunDate  PIC X(8).
          WORKING-STORAGE SECTION.
             01 CutMonth    PIC 9(6).
             01 ArchFileName PIC X(30).
             01 TempEOF     PIC X VALUE 'N'.
             01 ArchCount   PIC 9(7) VALUE ZERO.
             01 KeepCount   PIC 9(7) VALUE ZERO.
             01 FirstSeq    PIC 9(9) VALUE ZERO.
             01 LastSeq     PIC 9(9) VALUE ZERO.
             01 VerifyCmd   PIC X(40) VALUE "./audvfy".
             01 VerifyRC    PIC S9(5) VALUE ZERO.
             01 JLProgName PIC X(12) VALUE "audcut".
             01 JLPhase    PIC X(5).
             01 JLReadCt   PIC 9(7).
                END-STRING
                PERFORM SplitAuditFile
                PERFORM RewriteLiveFile
                PERFORM WriteArchIndex
                PERFORM VerifyChain
                DISPLAY "Entries archived : " ArchCount
                DISPLAY "Entries kept     : " KeepCount
                DISPLAY "Archive written to "
             COMPUTE JLReadCt = ArchCount + KeepCount
             MOVE ArchCount TO JLWriteCt
             MOVE ZERO TO JLRejCt
             IF VerifyRC < 8
                MOVE "OK" TO JLFinal
             ELSE
                MOVE "FAIL" TO JLFinal
                MOVE 8 TO RETURN-CODE
             END-IF
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.
                         MOVE AuditRecord TO ArchiveRecord
                         WRITE ArchiveRecord
                         ADD 1 TO ArchCount
                         IF AuditSeq NUMERIC
                            IF FirstSeq = ZERO
                               MOVE AuditSeq TO FirstSeq
                            END-IF
                            MOVE AuditSeq TO LastSeq
                         END-IF
                      ELSE
                         MOVE AuditRecord TO TempRecord
                         WRITE TempRecord
             END-PERFORM
             CLOSE AuditFile
             CLOSE TempFile.

          WriteArchIndex.
      * the index lists the archives in the order they were cut,
      * which is chain order - audvfy reads them that way
             OPEN EXTEND AudIndexFile
             MOVE ArchFileName TO AXFileName
             MOVE CutMonth TO AXCutMonth
             MOVE ArchCount TO AXCount
             MOVE FirstSeq TO AXFirstSeq
             MOVE LastSeq TO AXLastSeq
             MOVE FUNCTION CURRENT-DATE(1:8) TO AXRunDate
             WRITE AudIndexData
             CLOSE AudIndexFile.

          VerifyChain.
             DISPLAY "Verifying the audit chain ..."
             CALL "SYSTEM" USING VerifyCmd
             MOVE RETURN-CODE TO VerifyRC
             MOVE ZERO TO RETURN-CODE
             IF VerifyRC > 255
                COMPUTE VerifyRC = VerifyRC / 256
             END-IF
             IF VerifyRC >= 8
                DISPLAY "AUDIT CHAIN IS BROKEN - see AuditVerify.txt"
             ELSE
                DISPLAY "Audit chain verified"
             END-IF.
