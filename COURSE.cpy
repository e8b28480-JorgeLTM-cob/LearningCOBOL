      * COURSE - the course catalog (courses.txt), keyed by course
      * code, in the ITEMREC copybook mold.  crsmaint maintains it;
      * gradebat reads it so every grade carries a real course and
      * the same credit value.
      *   2021-12-14 Brownies - first cut.  CRCode is the code keyed
      *              on grades.txt (GrdCourse), upper case.
      *              CRCredits are the credit hours every grade in
      *              the course counts for.  Up to four prerequisite
      *              courses, CRPrereqCt of them filled from the
      *              left; each must be passed (grade points over
      *              zero on termhist.txt) before the course.
                01 CourseData.
                   02 CRCode      PIC X(8).
                   02 CRTitle     PIC X(30).
                   02 CRCredits   PIC 9V9.
                   02 CRPrereqCt  PIC 9(1).
                   02 CRPrereq    PIC X(8) OCCURS 4 TIMES.
                   02 FILLER      PIC X(7).
