*> Recurring request schedule master record (keyed on schScheduleId),
*> maintained by ARRSCHM.  Each active entry ("A"; "I" once
*> deactivated) describes a request ARRSCHB should put on the night's
*> ARRAYCTL whenever its frequency rule falls due on the business
*> date: schFrequency "D" every business day, "W" weekly on
*> schDayOfWeek (1 = Monday .. 7 = Sunday), "M" on the last business
*> day of the month.  Holidays and non-business days come from the
*> ARRAYCAL calendar (see arrayCalRec.cpy).
*> schSeedPolicy: "N" unseeded randNum generation, "F" the fixed
*> schSeedValue every time, "D" the business date (YYYYMMDD) plus
*> schSeedValue, so each night's run is reproducible from its date.
*> The run-id is schRunIdPrefix followed by the business date, in
*> schRunIdStyle "D" = 2-char prefix + YYMMDD, "J" = 3-char prefix +
*> YYDDD (Julian), "M" = 4-char prefix + YYMM; prefix positions the
*> style does not use must be blank.
*> schCostCentre is the requesting department's cost centre (see
*> arrayCctRec.cpy), put on each control record ARRSCHB writes.
    01 scheduleMasterRecord.
        05 schScheduleId  pic x(8).
        05 schStatusFlag  pic x.
        05 schFrequency   pic x.
        05 schDayOfWeek   pic 9.
        05 schProfileId   pic x(8).
        05 schArraySize   pic 9(5).
        05 schSeedPolicy  pic x.
        05 schSeedValue   pic 9(9).
        05 schRunIdPrefix pic x(4).
        05 schRunIdStyle  pic x.
        05 schCostCentre  pic x(6).
