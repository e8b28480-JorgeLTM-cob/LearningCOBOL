      *              transcript program.  GradeData grows a
      *              trailing course code; older grades.txt files
      *              read with a blank course and still process.
      *   2021-12-14 Brownies - grades are checked against the
      *              course catalog (courses.txt, COURSE, kept by
      *              crsmaint).  A grade for a course not in the
      *              catalog is an exception and is not graded;
      *              credits come from the catalog, not grades.txt.
      *              A grade in a course whose prerequisite the
      *              student has not passed (grade points over zero)
      *              on termhist.txt from earlier runs is still
      *              graded but flagged on the report, and the run
      *              ends with the warning code.  With no catalog on
      *              file the run says so and grades as before, so
      *              blank-course grade files still process.
      *   2021-12-16 Brownies - academic standing.  The student
      *              record comes from the new STUDREC copybook.
      *              After each student's master update the
      *              standing is decided: cumulative GPA 2.00 and up
      *              is good standing; under it, the first term is a
      *              warning, the second running term probation and
      *              the third dismissal.  Dismissal stands until
      *              the training office lifts it.  A term GPA of
      *              3.50 and up in good standing is the dean's
      *              list.  Standing, term and dean's-list mark go
      *              on the record for the letters run; every
      *              change and every dean's-list student is listed
      *              on Standing.txt.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL TermHistFile ASSIGN TO "termhist.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT StandingFile ASSIGN TO "Standing.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT OPTIONAL CourseFile ASSIGN TO "courses.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CRCode.
       DATA DIVISION.
          FILE SECTION.
             FD StudFile.
                COPY STUDREC.
             FD GradesFile.
                01 GradeData.
                   02 GrdStudID   PIC X(4).
                   02 THGrade   PIC X(3).
                   02 THCredits PIC 9V9.
                   02 THPoints  PIC 9V99.
             FD CourseFile.
                COPY COURSE.
             FD StandingFile.
                01 StandingLine PIC X(100).
             SD SortWork.
                01 SortWorkRec.
                   02 SWStudID   PIC 9(4).
             01 PassCount   PIC 9(4) VALUE ZERO.
             01 FailCount   PIC 9(4) VALUE ZERO.
             01 ExcCount    PIC 9(4) VALUE ZERO.
             01 UnknownCount PIC 9(4) VALUE ZERO.
             01 PrereqFlagCt PIC 9(4) VALUE ZERO.
             01 CatalogInUse PIC X VALUE 'Y'.
             01 CourseFound  PIC X.
             01 HistEOF      PIC X VALUE 'N'.
             01 PassedTable.
                02 PassedEntry OCCURS 5000 TIMES.
                   03 PSStudID PIC 9(4).
                   03 PSCourse PIC X(8).
             01 PassedCount  PIC 9(4) VALUE ZERO.
             01 PassedFull   PIC X VALUE 'N'.
             01 PassedSub    PIC 9(4).
             01 PrereqSub    PIC 9(1).
             01 PrereqMet    PIC X.
             01 GrdStudNum   PIC 9(4).
             01 StandMinGPA   PIC 9V99 VALUE 2.00.
             01 DeansListGPA  PIC 9V99 VALUE 3.50.
             01 OnFileStanding PIC X(1).
             01 StandCode     PIC X(1).
             01 StandName     PIC X(9).
             01 WasName       PIC X(9).
             01 CumGPADisp    PIC 9.99.
             01 StandChanges  PIC 9(4) VALUE ZERO.
             01 DeansCount    PIC 9(4) VALUE ZERO.
             01 WarnCount     PIC 9(4) VALUE ZERO.
             01 ProbCount     PIC 9(4) VALUE ZERO.
             01 DismissCount  PIC 9(4) VALUE ZERO.
             01 HonorTable.
                02 HonorEntry OCCURS 200 TIMES.
                   03 HONStudID PIC 9(4).
             DISPLAY "Students graded: " StudCount
             DISPLAY "Honor roll     : " HonorCount
             DISPLAY "Exceptions     : " ExcCount
             DISPLAY "  unknown course : " UnknownCount
             DISPLAY "Prereq flags   : " PrereqFlagCt
             DISPLAY "Standing changes : " StandChanges
             DISPLAY "Dean's list      : " DeansCount
             DISPLAY "Standing written to Standing.txt"
             DISPLAY "Report written to ClassReport.txt"
             MOVE "END" TO JLPhase
             COMPUTE JLReadCt = StudCount + ExcCount
             MOVE StudCount TO JLWriteCt
             MOVE ExcCount TO JLRejCt
             IF ExcCount > ZERO OR PrereqFlagCt > ZERO
                MOVE "WARN" TO JLFinal
                MOVE 4 TO RETURN-CODE
             ELSE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             PERFORM OpenCatalog
             PERFORM UNTIL GradesEOF = 'Y'
                READ GradesFile
                   AT END MOVE 'Y' TO GradesEOF
                      PERFORM ReleaseOneGrade
                END-READ
             END-PERFORM
             CLOSE CourseFile
             CLOSE GradesFile.

          OpenCatalog.
      * the passed courses are taken off termhist.txt before this
      * run appends to it, so a prerequisite has to have been
      * passed in an earlier run, not alongside the course
             OPEN INPUT CourseFile
             MOVE LOW-VALUES TO CRCode
             START CourseFile KEY IS NOT LESS THAN CRCode
                INVALID KEY MOVE 'N' TO CatalogInUse
             END-START
             IF CatalogInUse = 'N'
                MOVE SPACE TO LineBuffer
                STRING "** No course catalog on courses.txt - "
                   DELIMITED BY SIZE
                   "courses and credits taken from grades.txt as "
                   DELIMITED BY SIZE
                   "keyed" DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE ReportLine FROM LineBuffer
                DISPLAY "No course catalog - grades not checked"
             ELSE
                MOVE 'N' TO HistEOF
                OPEN INPUT TermHistFile
                PERFORM UNTIL HistEOF = 'Y'
                   READ TermHistFile
                      AT END MOVE 'Y' TO HistEOF
                      NOT AT END
                         IF THPoints > ZERO
                            PERFORM NotePassedCourse
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE TermHistFile
             END-IF.

          NotePassedCourse.
             IF PassedCount < 5000
                ADD 1 TO PassedCount
                MOVE THStudID TO PSStudID(PassedCount)
                MOVE THCourse TO PSCourse(PassedCount)
             ELSE
                IF PassedFull = 'N'
                   DISPLAY "Passed-course table full at 5000 - "
                      "later history not used for prerequisites"
                   MOVE 'Y' TO PassedFull
                END-IF
             END-IF.

          ReleaseOneGrade.
             MOVE 'Y' TO CourseFound
             IF CatalogInUse = 'Y'
                MOVE FUNCTION UPPER-CASE(GrdCourse) TO GrdCourse
                MOVE GrdCourse TO CRCode
                READ CourseFile
                   INVALID KEY MOVE 'N' TO CourseFound
                END-READ
                IF CourseFound = 'Y'
                   MOVE CRCredits TO GrdCredits
                END-IF
             END-IF
             IF GrdStudID IS NOT NUMERIC
                OR GrdCredits IS NOT NUMERIC
                ADD 1 TO ExcCount
                END-STRING
                WRITE ReportLine FROM LineBuffer
             ELSE
                IF CourseFound = 'N'
                   ADD 1 TO ExcCount
                   ADD 1 TO UnknownCount
                   MOVE SPACE TO LineBuffer
                   STRING "** Unknown course " DELIMITED BY SIZE
                      GrdCourse DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      GradeData DELIMITED BY SIZE
                      INTO LineBuffer
                   END-STRING
                   WRITE ReportLine FROM LineBuffer
                ELSE
                   IF CatalogInUse = 'Y'
                      PERFORM CheckPrerequisites
                   END-IF
                   PERFORM GradeToPoints
                   PERFORM WriteTermHistory
                   MOVE GrdStudID TO SWStudID
                   MOVE GrdName TO SWName
                   MOVE GrdTerm TO SWTerm
                   MOVE GradePoints TO SWPoints
                   MOVE GrdCredits TO SWCredits
                   RELEASE SortWorkRec
                END-IF
             END-IF.

          CheckPrerequisites.
             MOVE GrdStudID TO GrdStudNum
             PERFORM CheckOnePrereq VARYING PrereqSub FROM 1 BY 1
                UNTIL PrereqSub > CRPrereqCt.

          CheckOnePrereq.
             MOVE 'N' TO PrereqMet
             PERFORM VARYING PassedSub FROM 1 BY 1
                UNTIL PassedSub > PassedCount OR PrereqMet = 'Y'
                IF PSStudID(PassedSub) = GrdStudNum
                   AND PSCourse(PassedSub) = CRPrereq(PrereqSub)
                   MOVE 'Y' TO PrereqMet
                END-IF
             END-PERFORM
             IF PrereqMet = 'N'
                ADD 1 TO PrereqFlagCt
                MOVE SPACE TO LineBuffer
                STRING "** Prerequisite not passed: " DELIMITED BY SIZE
                   GrdStudID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   GrdName DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   GrdCourse DELIMITED BY SIZE
                   " needs " DELIMITED BY SIZE
                   CRPrereq(PrereqSub) DELIMITED BY SIZE
                   INTO LineBuffer
                END-STRING
                WRITE ReportLine FROM LineBuffer
             END-IF.

          WriteTermHistory.

          PrintClassReport.
             OPEN I-O StudFile
             OPEN OUTPUT StandingFile
             MOVE SPACE TO LineBuffer
             STRING "Academic Standing          Date: "
                DELIMITED BY SIZE
                RunDate DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE StandingLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Stud  Name                 Term   Cum   "
                DELIMITED BY SIZE
                "Term  Was       Now       Dean's" DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE StandingLine FROM LineBuffer
             PERFORM UNTIL SortEOF = 'Y'
                RETURN SortWork
                   AT END MOVE 'Y' TO SortEOF
                FailCount DELIMITED BY SIZE
                "  Exceptions: " DELIMITED BY SIZE
                ExcCount DELIMITED BY SIZE
                "  Prereq flags: " DELIMITED BY SIZE
                PrereqFlagCt DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE ReportLine FROM LineBuffer
             MOVE SPACE TO LineBuffer
             STRING "Changes: " DELIMITED BY SIZE
                StandChanges DELIMITED BY SIZE
                "  Warning: " DELIMITED BY SIZE
                WarnCount DELIMITED BY SIZE
                "  Probation: " DELIMITED BY SIZE
                ProbCount DELIMITED BY SIZE
                "  Dismissed: " DELIMITED BY SIZE
                DismissCount DELIMITED BY SIZE
                "  Dean's list: " DELIMITED BY SIZE
                DeansCount DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             WRITE StandingLine FROM LineBuffer
             CLOSE StandingFile
             CLOSE ReportFile
             CLOSE StudFile.

                INVALID KEY MOVE 'N' TO StudFound
             END-READ
             IF StudFound = 'N'
                MOVE SPACE TO StudentData
                MOVE PrevStudID TO StudID
                MOVE PrevName TO StudName
                MOVE ZERO TO StudTotPoints
                MOVE ZERO TO StudTotCredits
                MOVE SPACE TO StudStanding
                MOVE SPACE TO StudStandTerm
                MOVE ZERO TO StudLowTerms
                MOVE SPACE TO StudPrevStanding
                MOVE ZERO TO StudPrevLow
                MOVE ZERO TO StudTermGPA
                MOVE SPACE TO StudDeansList
             END-IF
             ADD TermPoints TO StudTotPoints
             ADD TermCredits TO StudTotCredits
             ELSE
                MOVE "FAIL" TO StudStatus
             END-IF
             PERFORM DecideStanding
             IF StudFound = 'N'
                WRITE StudentData
                   INVALID KEY
                END-REWRITE
             END-IF.

          DecideStanding.
      * a second run in a term already decided starts again from
      * the standing that held before the term
             MOVE StudStanding TO OnFileStanding
             IF StudStandTerm = PrevTerm AND PrevTerm NOT = SPACE
                MOVE StudPrevStanding TO StudStanding
                MOVE StudPrevLow TO StudLowTerms
             ELSE
                MOVE StudStanding TO StudPrevStanding
                MOVE StudLowTerms TO StudPrevLow
             END-IF
             MOVE PrevTerm TO StudStandTerm
             MOVE TermGPA TO StudTermGPA
             IF NOT StandDismissed
                IF StudGPA >= StandMinGPA
                   MOVE ZERO TO StudLowTerms
                   MOVE 'G' TO StudStanding
                ELSE
                   IF StudLowTerms < 9
                      ADD 1 TO StudLowTerms
                   END-IF
                   EVALUATE StudLowTerms
                      WHEN 1 MOVE 'W' TO StudStanding
                      WHEN 2 MOVE 'P' TO StudStanding
                      WHEN OTHER MOVE 'D' TO StudStanding
                   END-EVALUATE
                END-IF
             END-IF
             IF StandGood AND TermGPA >= DeansListGPA
                MOVE 'Y' TO StudDeansList
                ADD 1 TO DeansCount
             ELSE
                MOVE 'N' TO StudDeansList
             END-IF
             EVALUATE TRUE
                WHEN StandWarning ADD 1 TO WarnCount
                WHEN StandProbation ADD 1 TO ProbCount
                WHEN StandDismissed ADD 1 TO DismissCount
             END-EVALUATE
             IF OnFileStanding = SPACE
                MOVE 'G' TO OnFileStanding
             END-IF
             IF StudStanding NOT = OnFileStanding
                ADD 1 TO StandChanges
             END-IF
             IF StudStanding NOT = OnFileStanding
                OR StudOnDeansList
                PERFORM WriteStandingLine
             END-IF.

          WriteStandingLine.
             MOVE OnFileStanding TO StandCode
             PERFORM NameStanding
             MOVE StandName TO WasName
             MOVE StudStanding TO StandCode
             PERFORM NameStanding
             MOVE StudGPA TO CumGPADisp
             MOVE TermGPA TO GPADisp
             MOVE SPACE TO LineBuffer
             STRING PrevStudID DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                PrevName DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                PrevTerm DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CumGPADisp DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                GPADisp DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WasName DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                StandName DELIMITED BY SIZE
                INTO LineBuffer
             END-STRING
             IF StudOnDeansList
                MOVE "YES" TO LineBuffer(67:3)
             END-IF
             WRITE StandingLine FROM LineBuffer.

          NameStanding.
             EVALUATE StandCode
                WHEN 'W' MOVE "WARNING" TO StandName
                WHEN 'P' MOVE "PROBATION" TO StandName
                WHEN 'D' MOVE "DISMISSED" TO StandName
                WHEN OTHER MOVE "GOOD" TO StandName
             END-EVALUATE.

          PrintHonorRoll.
             MOVE SPACE TO LineBuffer
             STRING "-- Honor Roll (GPA 3.50 and up) --"
