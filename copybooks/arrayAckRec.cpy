*> Partner acknowledgement record, one line per run a distributed
*> system loaded (or refused) from an ARRAYEXT generation, returned
*> on ARRAYACK and read by ARRACKR.  ackGeneration and ackRunId are
*> copied from the H record the partner received; ackStatus is "A"
*> when the run was loaded, "R" when it was refused (ackReason says
*> why).  ackElementCount and ackChecksum are what the partner
*> counted and summed on its side, so ARRACKR can compare them with
*> the T record ARREXTR sent.  ackDate is the partner's load date
*> (YYYYMMDD).
    01 acknowledgementRecord.
        05 ackGeneration   pic 9(7).
        05 ackRunId        pic x(8).
        05 ackStatus       pic x.
        05 ackElementCount pic 9(5).
        05 ackChecksum     pic -9(9).
        05 ackDate         pic x(8).
        05 ackReason       pic x(20).
