      *              (audarch_YYYYMM.txt, TRAILER lines skipped)
      *              ahead of the live audit.txt, so seven-year
      *              questions stop needing a seven-year file.
      *   2021-12-04 Brownies - the audit record now comes from
      *              the shared AUDREC copybook, which adds the chain
      *              sequence number and check value.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
       DATA DIVISION.
          FILE SECTION.
             FD AuditFile.
                COPY AUDREC.
             FD ReportFile.
                01 ReportLine PIC X(80).
             FD ArchiveFile.
                   02 ArcIDNum     PIC X(5).
                   02 ArcTimeStamp PIC X(21).
                   02 ArcOperID    PIC X(8).
                   02 ArcSeq       PIC X(9).
                   02 ArcCheck     PIC X(9).
          WORKING-STORAGE SECTION.
             01 FilterMode   PIC 9.
             01 FilterIDNum  PIC 9(5).
