*> Audit chain head record, the single record of ARRAYACH, rewritten
*> by arrayAuditChain each time it stamps an ARRAYAUD line: the
*> sequence number and hash of the newest line in the chain, when it
*> was stamped and for which run.  ARRAUDV checks that the last line
*> it finds on ARRAYAUD matches the head, so lines cut off the end
*> of the audit trail are detected as well as lines removed from the
*> middle.
    01 chainHeadRecord.
        05 chhLastSequence pic 9(9).
        05 chhLastHash     pic 9(18).
        05 chhTimestamp    pic x(26).
        05 chhRunId        pic x(8).
