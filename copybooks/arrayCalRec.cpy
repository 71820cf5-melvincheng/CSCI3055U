*> Business calendar line (ARRAYCAL, one line per date, maintained by
*> operations).  calDayType "B" is a business day, "H" a holiday and
*> "N" any other non-business day.  A date with no line counts as a
*> business day Monday to Friday and a non-business day at weekends,
*> so the calendar need only carry the exceptions.  Read by ARRSCHB
*> to decide which schedule entries fall due (see arraySchRec.cpy).
    01 calendarRecord.
        05 calDate        pic x(8).
        05 filler         pic x(1).
        05 calDayType     pic x.
        05 filler         pic x(1).
        05 calDescription pic x(30).
