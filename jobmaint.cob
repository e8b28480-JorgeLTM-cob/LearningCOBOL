       IDENTIFICATION DIVISION.
          PROGRAM-ID.   jobmaint.
          AUTHOR.      Brownies.
          DATE-WRITTEN November 24th, 2021.
      * Modification History
      *   2021-11-24 Brownies - new program: maintains the indexed
      *              job master (jobmast.txt, JOBMAST) the installers
      *              book their time to, in the dedmaint mold.  Add or
      *              change a job - the customer it is for is checked
      *              against the customer master and the name echoed
      *              back - close a finished job so no more time goes
      *              to it (or reopen one), and list the file.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL JobFile ASSIGN TO "jobmast.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS JBJobNo.
             SELECT CustomerFile ASSIGN TO "customer.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDNum
                ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
       DATA DIVISION.
          FILE SECTION.
             FD JobFile.
                COPY JOBMAST.
             FD CustomerFile.
                COPY CUSTREC.
          WORKING-STORAGE SECTION.
             01 Choice      PIC 9.
             01 StayOpen    PIC X VALUE 'Y'.
             01 EntryJobNo  PIC 9(6).
             01 EntryCustID PIC 9(5).
             01 JobExists   PIC X.
             01 CustFound   PIC X.
             01 ListEOF     PIC X.
             01 Confirm     PIC X.
             01 RunDate     PIC 9(8).
             01 SaveOpenDate PIC 9(8).
       PROCEDURE DIVISION.
          StartPara.
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             OPEN I-O JobFile
             OPEN INPUT CustomerFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Add / Change a Job"
                DISPLAY "2 : Close / Reopen a Job"
                DISPLAY "3 : List All Jobs"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM MaintainJob
                   WHEN 2 PERFORM CloseReopenJob
                   WHEN 3 PERFORM ListJobs
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE CustomerFile
             CLOSE JobFile
          STOP RUN.

          GetJob.
             DISPLAY "Job Number : " WITH NO ADVANCING
             ACCEPT EntryJobNo
             MOVE 'Y' TO JobExists
             MOVE EntryJobNo TO JBJobNo
             READ JobFile
                INVALID KEY MOVE 'N' TO JobExists
             END-READ.

          MaintainJob.
             PERFORM GetJob
             IF EntryJobNo = ZERO
                DISPLAY "Job number zero is not allowed"
             ELSE
                IF JobExists = 'Y'
                   MOVE JBOpenDate TO SaveOpenDate
                   DISPLAY "Job : " FUNCTION TRIM(JBDesc)
                      "  Customer " JBCustID
                ELSE
                   MOVE RunDate TO SaveOpenDate
                END-IF
                DISPLAY "Customer ID : " WITH NO ADVANCING
                ACCEPT EntryCustID
                MOVE 'Y' TO CustFound
                MOVE EntryCustID TO IDNum
                READ CustomerFile
                   INVALID KEY MOVE 'N' TO CustFound
                END-READ
                IF CustFound = 'N'
                   DISPLAY "Customer not on file - job not saved"
                ELSE
                   DISPLAY "Customer : " FUNCTION TRIM(FirstName)
                      " " FUNCTION TRIM(LastName)
                   PERFORM KeyJob
                END-IF
             END-IF.

          KeyJob.
             IF JobExists = 'N'
                MOVE EntryJobNo TO JBJobNo
                MOVE 'O' TO JBStatus
                MOVE ZERO TO JBCloseDate
             END-IF
             MOVE EntryCustID TO JBCustID
             MOVE SaveOpenDate TO JBOpenDate
             DISPLAY "Description : " WITH NO ADVANCING
             ACCEPT JBDesc
             IF JobExists = 'Y'
                REWRITE JobData
                   INVALID KEY DISPLAY "Job Not Updated"
                END-REWRITE
                DISPLAY "Job " EntryJobNo " changed"
             ELSE
                WRITE JobData
                   INVALID KEY DISPLAY "Job Not Added"
                END-WRITE
                DISPLAY "Job " EntryJobNo " added"
             END-IF.

          CloseReopenJob.
             PERFORM GetJob
             IF JobExists = 'N'
                DISPLAY "Job not on file"
             ELSE
                DISPLAY "Job : " FUNCTION TRIM(JBDesc)
                IF JobClosed
                   DISPLAY "Closed " JBCloseDate " - reopen it? "
                      "(Y/N) : " WITH NO ADVANCING
                ELSE
                   DISPLAY "Open - close it to further time? "
                      "(Y/N) : " WITH NO ADVANCING
                END-IF
                ACCEPT Confirm
                IF Confirm = 'Y' OR Confirm = 'y'
                   IF JobClosed
                      MOVE 'O' TO JBStatus
                      MOVE ZERO TO JBCloseDate
                   ELSE
                      MOVE 'C' TO JBStatus
                      MOVE RunDate TO JBCloseDate
                   END-IF
                   REWRITE JobData
                      INVALID KEY DISPLAY "Job Not Updated"
                   END-REWRITE
                   DISPLAY "Job " EntryJobNo " now " JBStatus
                ELSE
                   DISPLAY "Job Not Changed"
                END-IF
             END-IF.

          ListJobs.
             DISPLAY "   "
             DISPLAY "Job     Cust   Description                   "
                " S  Opened    Closed"
             MOVE 'N' TO ListEOF
             MOVE ZERO TO JBJobNo
             START JobFile KEY IS NOT LESS THAN JBJobNo
                INVALID KEY
                   MOVE 'Y' TO ListEOF
                   DISPLAY "No Jobs On File"
             END-START
             PERFORM UNTIL ListEOF = 'Y'
                READ JobFile NEXT RECORD
                   AT END MOVE 'Y' TO ListEOF
                   NOT AT END
                      DISPLAY JBJobNo "  " JBCustID "  " JBDesc " "
                         JBStatus "  " JBOpenDate "  " JBCloseDate
                END-READ
             END-PERFORM.
