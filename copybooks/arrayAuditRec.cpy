*> Printable audit-log line appended once per createArray invocation
*> (and by ARRINLD and ARRDERV for the runs they load or derive).
*> auditChainSequence numbers the lines of the audit trail 1, 2, 3...
*> across ARRAYAHST and ARRAYAUD, and auditChainHash is a hash of
*> everything ahead of it on the line (columns 1-96) together with the
*> previous line's hash, stamped by the arrayAuditChain routine (see
*> arrayChpParm.cpy), so ARRAUDV can prove no line was altered,
*> removed or reordered.  Lines written before the chain existed
*> carry spaces there.
    01 auditLogRecord.
        05 auditTimestamp        pic x(26).
        05 filler                pic x(1)  value space.
        05 auditSeedDisp         pic 9(9).
        05 filler                pic x(1)  value space.
        05 auditOptionsDisp      pic x(3).
        05 filler                pic x(1)  value space.
        05 auditChainSequence    pic 9(9).
        05 filler                pic x(1)  value space.
        05 auditChainHash        pic 9(18).
