      *              cutover the live trail alone no longer holds
      *              them, which quietly stopped the purge from
      *              ever purging again.
      *   2021-12-04 Brownies - the audit record now comes from
      *              the shared AUDREC copybook, which adds the chain
      *              sequence number and check value.
      *   2021-12-10 Brownies - archive images widened to 187 for the
      *              DelivPref delivery preference added to CUSTREC.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             FD CustomerFile.
                COPY CUSTREC.
             FD AuditFile.
                COPY AUDREC.
             FD ArchiveFile.
                01 ArchiveLine PIC X(187).
             FD AudArchFile.
                01 AudArchRecord.
                   02 ArcAction    PIC X(10).
                   02 ArcIDNum     PIC X(5).
                   02 ArcTimeStamp PIC X(21).
                   02 ArcOperID    PIC X(8).
                   02 ArcSeq       PIC X(9).
                   02 ArcCheck     PIC X(9).
          WORKING-STORAGE SECTION.
             01 ArchiveFileName PIC X(30).
             01 AudArchName  PIC X(30).
