*> Caller-side parameter block for the shared arrayAuditChain routine
*> that links ARRAYAUD lines into a tamper-evident hash chain.
*> To stamp a new audit line, open ARRAYAUD, fill the line, set
*> chpStampLine, move the line to chpLineImage and CALL
*> 'arrayAuditChain' USING chainParameters: the routine takes the
*> next chain sequence number from the chain head file ARRAYACH,
*> hashes the line with the previous line's hash, advances the head
*> and returns chpSequence and chpHash for the caller to move into
*> auditChainSequence and auditChainHash before the WRITE.  With
*> chpHashOnly the routine only hashes chpLineImage (which must
*> already carry its sequence number) with chpPreviousHash, as the
*> verifier ARRAUDV does.  chpResult is "00", or the ARRAYACH file
*> status when the head could not be read or rewritten (the line
*> must then be written unstamped).
    01 chainParameters.
        05 chpFunction     pic x.
            88 chpStampLine value "S".
            88 chpHashOnly  value "H".
        05 chpLineImage    pic x(96).
        05 chpPreviousHash pic 9(18).
        05 chpSequence     pic 9(9).
        05 chpHash         pic 9(18).
        05 chpResult       pic xx.
