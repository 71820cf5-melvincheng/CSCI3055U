*> ctrlSeedValue, when nonzero, makes the run deterministic: the same
*> seed, size, range and options always regenerate the same elements.
*> ctrlOverrideFlag "Y" lets an intentional rerun reuse a run-id the
*> registry already shows as completed (see arrayRegRec.cpy).  Such a
*> request, and any whose arraySize exceeds the approval threshold, is
*> only run while a live dual-control approval for its request-id is
*> on ARRAYAPR (see arrayAprRec.cpy); otherwise it is refused to
*> ARRAYREJ with reason NO-APPRV.
*> ctrlCostCentre names the requesting department; it must be an
*> active cost centre on ARRAYCCT (see arrayCctRec.cpy) or the request
*> is refused to ARRAYREJ with reason CC-ERR.  It is carried onto the
*> run's ARRAYSTS record so ARRCHRG can charge the run back.
    01 arrayControlRecord.
        05 ctrlRequestId pic x(8).
        05 ctrlArraySize pic s9(5).
        05 ctrlProfileId pic x(8).
        05 ctrlSeedValue pic 9(9).
        05 ctrlOverrideFlag pic x.
        05 ctrlCostCentre pic x(6).
