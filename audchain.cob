       IDENTIFICATION DIVISION.
          PROGRAM-ID. AUDCHAIN.
          AUTHOR. Brownies.
          DATE-WRITTEN. December 4th, 2021.
      * Modification History
      *   2021-12-04 Brownies - new subprogram, in the JOBLOG mold:
      *              every program that appends to audit.txt calls
      *              it with the finished AuditRecord (AUDREC) just
      *              before the WRITE.  It takes the last sequence
      *              number and check value off the chain-control
      *              file audchain.txt, stamps the entry with the
      *              next number and its AUDHASH check value, and
      *              puts the new pair back - the same read, add
      *              one, rewrite step the invseq.txt and ordseq.txt
      *              counters use.  audchain.txt is also the anchor
      *              audvfy holds the end of the trail against, so
      *              lines cut off the bottom of audit.txt show.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL ChainFile ASSIGN TO "audchain.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD ChainFile.
                01 ChainData.
                   02 CHLastSeq   PIC 9(9).
                   02 CHLastCheck PIC 9(9).
          WORKING-STORAGE SECTION.
             01 WSLastSeq   PIC 9(9).
             01 WSLastCheck PIC 9(9).
          LINKAGE SECTION.
             COPY AUDREC.
       PROCEDURE DIVISION USING AuditRecord.
          MOVE ZERO TO WSLastSeq
          MOVE ZERO TO WSLastCheck
          OPEN INPUT ChainFile
          READ ChainFile
             AT END MOVE ZERO TO WSLastSeq
             NOT AT END
                MOVE CHLastSeq TO WSLastSeq
                MOVE CHLastCheck TO WSLastCheck
          END-READ
          CLOSE ChainFile
          COMPUTE AuditSeq = WSLastSeq + 1
          CALL "AUDHASH" USING AuditChained, WSLastCheck,
             AuditCheck
          OPEN OUTPUT ChainFile
          MOVE AuditSeq TO CHLastSeq
          MOVE AuditCheck TO CHLastCheck
          WRITE ChainData
          CLOSE ChainFile.
       EXIT PROGRAM.
