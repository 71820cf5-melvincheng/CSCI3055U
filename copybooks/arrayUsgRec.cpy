*> Printable generation-attempt line appended to ARRAYUSG by
*> arrayBatchDriver and ARRADHOC for every request that reached
*> createArray: usgResult "C" when the run completed, "F" when
*> createArray failed it (usgReturnCode is then its return code).
*> usgRerunFlag "Y" marks an override rerun of a completed run-id.
*> ARRAYSTS only keeps the runs that completed, so this log is where
*> ARRCHRG finds each department's failed attempts for the month.
    01 usageLogRecord.
        05 usgTimestamp      pic x(26).
        05 filler            pic x(1)  value space.
        05 usgRunId          pic x(8).
        05 filler            pic x(1)  value space.
        05 usgCostCentre     pic x(6).
        05 filler            pic x(1)  value space.
        05 usgCallingProgram pic x(8).
        05 filler            pic x(1)  value space.
        05 usgResult         pic x.
            88 usgCompleted value "C".
            88 usgFailed    value "F".
        05 filler            pic x(1)  value space.
        05 usgReturnCode     pic 9(3).
        05 filler            pic x(1)  value space.
        05 usgArraySize      pic -9(5).
        05 filler            pic x(1)  value space.
        05 usgRerunFlag      pic x.
