      *              and status off studmast.txt - the same figures
      *              ClassReport.txt showed at the time.  Output
      *              goes to Transcripts.txt.
      *   2021-12-16 Brownies - the student record now comes from
      *              the shared STUDREC copybook, which adds the
      *              academic standing fields.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                   02 THCredits PIC 9V9.
                   02 THPoints  PIC 9V99.
             FD StudFile.
                COPY STUDREC.
             FD IDListFile.
                01 IDListLine PIC X(10).
             FD ReportFile.
