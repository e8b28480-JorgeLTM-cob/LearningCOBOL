      * CALENDAR - the company calendar (calendar.txt), one record
      * per date that breaks the ordinary working week, keyed by the
      * date, in the GLACCT copybook mold.  calmaint keeps it;
      * DATECALC reads it for the business-day operations.
      *   2021-11-28 Brownies - first cut.  Monday to Friday are
      *              business days and Saturday and Sunday are not,
      *              unless the calendar says otherwise: CalType H is
      *              a holiday and C any other day the company is
      *              closed (stocktake, a shutdown week), both closed
      *              whatever the weekday; W is a weekend day the
      *              company works.  CalDesc is what the day is.
                01 CalendarData.
                   02 CalDate    PIC 9(8).
                   02 CalType    PIC X(1).
                      88 CalHoliday VALUE 'H'.
                      88 CalClosed  VALUE 'C'.
                      88 CalWorking VALUE 'W'.
                   02 CalDesc    PIC X(20).
                   02 CalSetDate PIC 9(8).
