      * STUDREC - the student master (studmast.txt), keyed by
      * student ID.  gradebat builds it from the grade runs;
      * transcpt and letters read it.
      *   2021-12-16 Brownies - moved into a copybook, as CUSTREC
      *              was, with the academic standing gradebat now
      *              decides after each run: StudStanding (blank or
      *              G good, W warning, P probation, D dismissed),
      *              the term it was decided for, StudLowTerms - the
      *              consecutive terms ended with the cumulative GPA
      *              under 2.00 - and that term's GPA and dean's-list
      *              mark.  StudPrevStanding and StudPrevLow hold
      *              what stood before the term, so a second grade
      *              run in the same term decides again from there
      *              instead of counting the term twice.  Record 43
      *              -> 67 bytes; studmig rebuilds an old master.
                01 StudentData.
                   02 StudID           PIC 9(4).
                   02 StudName         PIC X(20).
                   02 StudTotPoints    PIC 9(5)V99.
                   02 StudTotCredits   PIC 9(4)V9.
                   02 StudGPA          PIC 9V99.
                   02 StudStatus       PIC X(4).
                   02 StudStanding     PIC X(1).
                      88 StandGood      VALUE 'G' ' '.
                      88 StandWarning   VALUE 'W'.
                      88 StandProbation VALUE 'P'.
                      88 StandDismissed VALUE 'D'.
                   02 StudStandTerm    PIC X(6).
                   02 StudLowTerms     PIC 9(1).
                   02 StudPrevStanding PIC X(1).
                   02 StudPrevLow      PIC 9(1).
                   02 StudTermGPA      PIC 9V99.
                   02 StudDeansList    PIC X(1).
                      88 StudOnDeansList VALUE 'Y'.
                   02 FILLER           PIC X(10).
