*> Chargeback billing interface record (ARRAYBILL, fixed 100 bytes),
*> written by ARRCHRG for the finance ledger once a month: one "H"
*> header, one "D" detail per cost centre charged, and one "T"
*> trailer whose counts and totals the ledger load checks the details
*> against.  billMonth is the billing month (YYYYMM) on every record.
*> Counts and amounts are unsigned with leading zeros; amounts carry
*> two implied decimals.
    01 billingRecord.
        05 billRecordType pic x.
            88 billHeader  value "H".
            88 billDetail  value "D".
            88 billTrailer value "T".
        05 billMonth      pic x(6).
        05 billData       pic x(93).
        05 billHeaderData redefines billData.
            10 billCreatedTimestamp pic x(26).
            10 billSourceSystem     pic x(8).
            10 filler               pic x(59).
        05 billDetailData redefines billData.
            10 billCostCentre       pic x(6).
            10 billLedgerAccount    pic x(10).
            10 billRunCount         pic 9(7).
            10 billElementCount     pic 9(11).
            10 billFailedCount      pic 9(7).
            10 billRerunCount       pic 9(7).
            10 billChargeAmount     pic 9(9)v99.
            10 filler               pic x(34).
        05 billTrailerData redefines billData.
            10 billDetailCount      pic 9(7).
            10 billTotalRuns        pic 9(7).
            10 billTotalElements    pic 9(11).
            10 billTotalAmount      pic 9(11)v99.
            10 filler               pic x(55).
