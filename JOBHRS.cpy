      * JOBHRS - the labor distribution lines (jobhours.txt), one per
      * employee per day per job, appended by timentry when the week
      * is released beside the emphours.txt line they split, in the
      * POINTS journal mold.  The payroll run costs them.
      *   2021-11-24 Brownies - first cut.  JHWeek is the week-ending
      *              date of the emphours.txt line and JHDay the day
      *              of that week (1 Monday to 7 Sunday).  Hours a day
      *              not booked to a job stay on emphours.txt only.
                01 JobHoursData.
                   02 JHEmpID     PIC 9(4).
                   02 JHWeek      PIC 9(8).
                   02 JHDay       PIC 9(1).
                   02 JHJobNo     PIC 9(6).
                   02 JHHours     PIC 9(2)V99.
