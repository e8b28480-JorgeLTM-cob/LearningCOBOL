       IDENTIFICATION DIVISION.
          PROGRAM-ID.   crsmaint.
          AUTHOR.      Brownies.
          DATE-WRITTEN December 14th, 2021.
      * Modification History
      *   2021-12-14 Brownies - new program: maintains the indexed
      *              course catalog (courses.txt, COURSE) that
      *              gradebat checks every grade against, in the
      *              frtmaint mold.  Add or change a course - code,
      *              title, credit hours and up to four
      *              prerequisites, each of which must already be in
      *              the catalog, must not be the course itself and
      *              must not list the course as its own
      *              prerequisite - remove a course no other course
      *              needs, and list the catalog.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL CourseFile ASSIGN TO "courses.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CRCode.
       DATA DIVISION.
          FILE SECTION.
             FD CourseFile.
                COPY COURSE.
          WORKING-STORAGE SECTION.
             01 Choice       PIC 9.
             01 StayOpen     PIC X VALUE 'Y'.
             01 EntryCode    PIC X(8).
             01 EntryTitle   PIC X(30).
             01 EntryCredits PIC 9V9.
             01 EntryPrereq  PIC X(8).
             01 NewPrereqs.
                02 NewPrereq PIC X(8) OCCURS 4 TIMES.
             01 NewPrereqCt  PIC 9(1).
             01 OldCourse.
                02 OldTitle    PIC X(30).
                02 OldCredits  PIC 9V9.
                02 OldPrereqCt PIC 9(1).
                02 OldPrereq   PIC X(8) OCCURS 4 TIMES.
             01 CourseExists PIC X.
             01 PrereqDone   PIC X.
             01 PrereqOK     PIC X.
             01 PrereqSub    PIC 9(1).
             01 NeededBy     PIC 9(3).
             01 ListEOF      PIC X.
             01 CredDisp     PIC 9.9.
             01 LineBuffer   PIC X(80).
             01 LinePtr      PIC 9(3).
       PROCEDURE DIVISION.
          StartPara.
             OPEN I-O CourseFile
             PERFORM UNTIL StayOpen = 'N'
                DISPLAY "   "
                DISPLAY "1 : Add / Change a Course"
                DISPLAY "2 : Remove a Course"
                DISPLAY "3 : List the Catalog"
                DISPLAY "0 : Quit"
                DISPLAY ": " WITH NO ADVANCING
                ACCEPT Choice
                EVALUATE Choice
                   WHEN 1 PERFORM MaintainCourse
                   WHEN 2 PERFORM RemoveCourse
                   WHEN 3 PERFORM ListCourses
                   WHEN OTHER MOVE 'N' TO StayOpen
                END-EVALUATE
             END-PERFORM
             CLOSE CourseFile
          STOP RUN.

          MaintainCourse.
             PERFORM AcceptCourseCode
             IF EntryCode = SPACE
                DISPLAY "Course code is required"
             ELSE
                MOVE 'Y' TO CourseExists
                MOVE EntryCode TO CRCode
                READ CourseFile
                   INVALID KEY MOVE 'N' TO CourseExists
                END-READ
                IF CourseExists = 'Y'
                   MOVE CRTitle TO OldTitle
                   MOVE CRCredits TO OldCredits
                   MOVE CRPrereqCt TO OldPrereqCt
                   PERFORM VARYING PrereqSub FROM 1 BY 1
                      UNTIL PrereqSub > 4
                      MOVE CRPrereq(PrereqSub) TO OldPrereq(PrereqSub)
                   END-PERFORM
                   PERFORM ShowCourse
                ELSE
                   MOVE SPACE TO OldCourse
                   MOVE ZERO TO OldCredits
                   MOVE ZERO TO OldPrereqCt
                END-IF
                PERFORM AcceptCourseDetail
                IF EntryTitle = SPACE OR EntryCredits = ZERO
                   DISPLAY "A title and credit hours over zero are "
                      "required - course not saved"
                ELSE
                   PERFORM AcceptPrereqs
                   PERFORM SaveCourse
                END-IF
             END-IF.

          AcceptCourseCode.
             DISPLAY "Course code (up to 8 characters) : "
                WITH NO ADVANCING
             ACCEPT EntryCode
             MOVE FUNCTION UPPER-CASE(EntryCode) TO EntryCode.

          AcceptCourseDetail.
      * on a change, a blank title or zero credits keeps what is
      * there
             DISPLAY "Title : " WITH NO ADVANCING
             ACCEPT EntryTitle
             IF EntryTitle = SPACE
                MOVE OldTitle TO EntryTitle
             END-IF
             DISPLAY "Credit hours (e.g. 3.0) : " WITH NO ADVANCING
             ACCEPT EntryCredits
             IF EntryCredits = ZERO
                MOVE OldCredits TO EntryCredits
             END-IF.

          AcceptPrereqs.
      * the prerequisites are keyed in full each time; on a change,
      * a blank first answer keeps the list already there and a
      * dash clears it
             MOVE SPACE TO NewPrereqs
             MOVE ZERO TO NewPrereqCt
             MOVE 'N' TO PrereqDone
             PERFORM AcceptOnePrereq UNTIL PrereqDone = 'Y'
             IF CourseExists = 'Y' AND NewPrereqCt = ZERO
                AND EntryPrereq = SPACE
                MOVE OldPrereqCt TO NewPrereqCt
                PERFORM VARYING PrereqSub FROM 1 BY 1
                   UNTIL PrereqSub > 4
                   MOVE OldPrereq(PrereqSub) TO NewPrereq(PrereqSub)
                END-PERFORM
             END-IF.

          AcceptOnePrereq.
             IF NewPrereqCt = 4
                MOVE 'Y' TO PrereqDone
             ELSE
                DISPLAY "Prerequisite course (blank to finish, "
                   "- for none) : " WITH NO ADVANCING
                ACCEPT EntryPrereq
                MOVE FUNCTION UPPER-CASE(EntryPrereq) TO EntryPrereq
                EVALUATE TRUE
                   WHEN EntryPrereq = SPACE
                      MOVE 'Y' TO PrereqDone
                   WHEN EntryPrereq = "-"
                      MOVE SPACE TO NewPrereqs
                      MOVE ZERO TO NewPrereqCt
                      MOVE 'Y' TO PrereqDone
                   WHEN OTHER
                      PERFORM CheckPrereq
                      IF PrereqOK = 'Y'
                         ADD 1 TO NewPrereqCt
                         MOVE EntryPrereq TO NewPrereq(NewPrereqCt)
                      END-IF
                END-EVALUATE
             END-IF.

          CheckPrereq.
             MOVE 'Y' TO PrereqOK
             IF EntryPrereq = EntryCode
                DISPLAY "A course cannot be its own prerequisite"
                MOVE 'N' TO PrereqOK
             ELSE
                PERFORM VARYING PrereqSub FROM 1 BY 1
                   UNTIL PrereqSub > NewPrereqCt
                   IF NewPrereq(PrereqSub) = EntryPrereq
                      DISPLAY "Already listed"
                      MOVE 'N' TO PrereqOK
                   END-IF
                END-PERFORM
             END-IF
             IF PrereqOK = 'Y'
                MOVE EntryPrereq TO CRCode
                READ CourseFile
                   INVALID KEY
                      DISPLAY "No such course in the catalog - "
                         "add it first"
                      MOVE 'N' TO PrereqOK
                END-READ
             END-IF
             IF PrereqOK = 'Y'
                PERFORM VARYING PrereqSub FROM 1 BY 1
                   UNTIL PrereqSub > CRPrereqCt
                   IF CRPrereq(PrereqSub) = EntryCode
                      DISPLAY FUNCTION TRIM(EntryPrereq)
                         " already needs " FUNCTION TRIM(EntryCode)
                         " - prerequisite not taken"
                      MOVE 'N' TO PrereqOK
                   END-IF
                END-PERFORM
             END-IF.

          SaveCourse.
             MOVE SPACE TO CourseData
             MOVE EntryCode TO CRCode
             MOVE EntryTitle TO CRTitle
             MOVE EntryCredits TO CRCredits
             MOVE NewPrereqCt TO CRPrereqCt
             PERFORM VARYING PrereqSub FROM 1 BY 1
                UNTIL PrereqSub > 4
                MOVE NewPrereq(PrereqSub) TO CRPrereq(PrereqSub)
             END-PERFORM
             IF CourseExists = 'Y'
                REWRITE CourseData
                   INVALID KEY DISPLAY "Course Not Updated"
                   NOT INVALID KEY DISPLAY "Course changed"
                END-REWRITE
             ELSE
                WRITE CourseData
                   INVALID KEY DISPLAY "Course Not Added"
                   NOT INVALID KEY DISPLAY "Course added"
                END-WRITE
             END-IF.

          RemoveCourse.
             PERFORM AcceptCourseCode
             IF EntryCode = SPACE
                DISPLAY "Course code is required"
             ELSE
      * a course another course needs stays until that course is
      * changed
                MOVE ZERO TO NeededBy
                MOVE 'N' TO ListEOF
                MOVE LOW-VALUES TO CRCode
                START CourseFile KEY IS NOT LESS THAN CRCode
                   INVALID KEY MOVE 'Y' TO ListEOF
                END-START
                PERFORM UNTIL ListEOF = 'Y'
                   READ CourseFile NEXT RECORD
                      AT END MOVE 'Y' TO ListEOF
                      NOT AT END
                         PERFORM CheckNeededBy
                   END-READ
                END-PERFORM
                IF NeededBy > ZERO
                   DISPLAY "Course is a prerequisite of " NeededBy
                      " course(s) - not removed"
                ELSE
                   MOVE EntryCode TO CRCode
                   DELETE CourseFile
                      INVALID KEY DISPLAY "No such course on file"
                      NOT INVALID KEY DISPLAY "Course removed"
                   END-DELETE
                END-IF
             END-IF.

          CheckNeededBy.
             PERFORM VARYING PrereqSub FROM 1 BY 1
                UNTIL PrereqSub > CRPrereqCt
                IF CRPrereq(PrereqSub) = EntryCode
                   ADD 1 TO NeededBy
                   DISPLAY "  needed by " CRCode
                END-IF
             END-PERFORM.

          ListCourses.
             DISPLAY "   "
             DISPLAY "Code      Cr   Title                           "
                "Prerequisites"
             MOVE 'N' TO ListEOF
             MOVE LOW-VALUES TO CRCode
             START CourseFile KEY IS NOT LESS THAN CRCode
                INVALID KEY
                   MOVE 'Y' TO ListEOF
                   DISPLAY "No Courses On File"
             END-START
             PERFORM UNTIL ListEOF = 'Y'
                READ CourseFile NEXT RECORD
                   AT END MOVE 'Y' TO ListEOF
                   NOT AT END
                      PERFORM ShowCourse
                END-READ
             END-PERFORM.

          ShowCourse.
             MOVE CRCredits TO CredDisp
             MOVE SPACE TO LineBuffer
             MOVE 1 TO LinePtr
             STRING CRCode DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                CredDisp DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                CRTitle DELIMITED BY SIZE
                INTO LineBuffer
                WITH POINTER LinePtr
             END-STRING
             PERFORM VARYING PrereqSub FROM 1 BY 1
                UNTIL PrereqSub > CRPrereqCt
                STRING " " DELIMITED BY SIZE
                   FUNCTION TRIM(CRPrereq(PrereqSub))
                   DELIMITED BY SIZE
                   INTO LineBuffer
                   WITH POINTER LinePtr
                END-STRING
             END-PERFORM
             DISPLAY FUNCTION TRIM(LineBuffer TRAILING).
