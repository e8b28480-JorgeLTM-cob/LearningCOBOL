      *              goes to InvAudit.txt; start and end go to the
      *              common job log; RETURN-CODE 4 when anything is
      *              dirty.
      *   2021-10-11 Brownies - transaction-log record widened to
      *              280 for the Cost= stamp.
      *   2021-10-19 Brownies - transaction-log record widened to
      *              300 for the Contract= stamp.
      *   2021-10-25 Brownies - transaction-log record widened to
      *              320 for the Frt= stamp.
      *   2021-11-02 Brownies - transaction-log record widened to
      *              360 for the Canadian GST/HST and PST/QST
      *              stamps.
      *   2021-11-04 Brownies - transaction-log record widened to
      *              400 for the Promo= stamp.
      *   2021-12-02 Brownies - numbers the invarch purge moved off
      *              the master to the invoice history invhist.txt
      *              count as on the master, so an archived credit
      *              memo or finance charge is not reported as a
      *              gap.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IMInvNum.
             SELECT OPTIONAL InvHistFile ASSIGN TO "invhist.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ReportFile ASSIGN TO "InvAudit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
       DATA DIVISION.
          FILE SECTION.
             FD RTransFile.
                01 RTransLine PIC X(400).
             FD InvSeqFile.
                01 InvSeqRec PIC 9(7).
             FD InvMastFile.
                COPY INVMAST.
             FD InvHistFile.
                01 InvHistLine PIC X(83).
             FD ReportFile.
                01 ReportLine PIC X(80).
          WORKING-STORAGE SECTION.
             01 RTransEOF   PIC X VALUE 'N'.
             01 MastEOF     PIC X VALUE 'N'.
             01 InvHistEOF  PIC X VALUE 'N'.
             01 NextSeq     PIC 9(7) VALUE 1.
             01 LineToken   PIC X(30).
             01 LinePtr     PIC 9(3).

          ScanMaster.
             OPEN INPUT InvMastFile
             OPEN INPUT InvHistFile
             PERFORM UNTIL InvHistEOF = 'Y'
                READ InvHistFile INTO InvMastData
                   AT END MOVE 'Y' TO InvHistEOF
                   NOT AT END
                      IF IMInvNum >= 1 AND IMInvNum <= 10000
                         MOVE 'M' TO SeenMast(IMInvNum)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE InvHistFile
             MOVE LOW-VALUES TO IMInvNum
             START InvMastFile KEY IS NOT LESS THAN IMInvNum
                INVALID KEY MOVE 'Y' TO MastEOF
