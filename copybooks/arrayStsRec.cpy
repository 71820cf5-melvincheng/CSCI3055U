*> ARRTREND) instead of re-reading ARRAYOUT run by run.  stsRunDate
*> is the generation date (YYYYMMDD) carried redundantly from the
*> timestamp so the trend report can order runs by date.
*> stsCostCentre is the requesting department's cost centre from the
*> request, and stsRerunFlag is "Y" when the run was an override
*> rerun of a completed run-id (a rerun replaces the earlier record);
*> ARRCHRG bills each month's records to their cost centres.
*> Records written before the cost centre existed carry spaces there.
    01 statisticsMasterRecord.
        05 stsRunId          pic x(8).
        05 stsRunDate        pic x(8).
        05 stsMax            pic s9(3).
        05 stsMean           pic s9(5)v99.
        05 stsDuplicateCount pic 9(5).
        05 stsCostCentre     pic x(6).
        05 stsRerunFlag      pic x.
