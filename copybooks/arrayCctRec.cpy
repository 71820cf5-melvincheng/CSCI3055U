*> Cost-centre table line (ARRAYCCT, one line per requesting
*> department, maintained by finance).  cctCostCentre is the code a
*> request carries in ctrlCostCentre (see arrayCtlRec.cpy);
*> cctStatusFlag "A" is a cost centre that may still raise requests,
*> "I" one closed to new requests but still billed for what it ran.
*> cctLedgerAccount is the finance ledger account ARRCHRG charges the
*> department's usage to on the ARRAYBILL interface file.  Read by the
*> arrayCostCentreCheck routine (see arrayCcpParm.cpy) and by ARRCHRG.
    01 costCentreRecord.
        05 cctCostCentre     pic x(6).
        05 filler            pic x(1).
        05 cctStatusFlag     pic x.
        05 filler            pic x(1).
        05 cctDepartmentName pic x(30).
        05 filler            pic x(1).
        05 cctLedgerAccount  pic x(10).
