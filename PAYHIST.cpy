      * PAYHIST - the pay history detail (payhist.txt), one line
      * per employee per pay period, appended by payroll and read
      * back by the quarterly, yearly, employer-tax, retro and
      * cash-forecast runs.  Pulled into a copybook the way EMPREC
      * and CUSTREC were: every reader was declaring its own copy,
      * cut off at the fields it used, and a line longer than the
      * record a program declares reads back as extra records, so
      * every program must carry the whole layout.  New fields go
      * at the end; a line written before a field was added reads
      * it as spaces, which is why the later groups are tested
      * NUMERIC before use.
      *   2021-12-18 Brownies - first cut, at the full 146 bytes:
      *              the original 48-byte detail, the employer tax
      *              group (PHEmployer), the paid-time-off group
      *              (PHPTO), the pay frequency, the rate paid, the
      *              retro paid and the expense reimbursement.
                01 PayHistData.
                   02 PHEmpID  PIC 9(4).
                   02 PHWeek   PIC 9(8).
                   02 PHState  PIC X(2).
                   02 PHRegHrs PIC 9(3)V99.
                   02 PHOTHrs  PIC 9(3)V99.
                   02 PHGross  PIC 9(6)V99.
                   02 PHWith   PIC 9(6)V99.
                   02 PHNet    PIC 9(6)V99.
                   02 PHEmployer.
                      03 PHSSWage   PIC 9(6)V99.
                      03 PHERSS     PIC 9(5)V99.
                      03 PHERMed    PIC 9(5)V99.
                      03 PHFUTAWage PIC 9(6)V99.
                      03 PHFUTA     PIC 9(5)V99.
                      03 PHSUTAWage PIC 9(6)V99.
                      03 PHSUTA     PIC 9(5)V99.
                   02 PHPTO.
                      03 PHVacHrs   PIC 9(3)V99.
                      03 PHSickHrs  PIC 9(3)V99.
                      03 PHHolHrs   PIC 9(3)V99.
                      03 PHVacEarn  PIC 9(3)V99.
                      03 PHSickEarn PIC 9(3)V99.
                   02 PHFreq   PIC X(1).
                   02 PHRate   PIC 9(3)V99.
                   02 PHRetro  PIC S9(6)V99.
                   02 PHExpense PIC 9(5)V99.
