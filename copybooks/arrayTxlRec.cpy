*> Outbound transmission log record (keyed on txlKey: generation then
*> run-id): one record per run-id sent in each ARRAYEXT generation,
*> written by ARREXTR as it writes the run's trailer.  txlGeneration
*> is the transmission generation ARREXTR assigned to the extract (it
*> also goes out on every H record, so partners quote it back on
*> their acknowledgements); txlElementCount and txlChecksum are the
*> values sent on the run's T record.
*> ARRACKR fills in the acknowledgement side from the partners'
*> ARRAYACK file: txlAckStatus is space until acknowledged, "A" when
*> the partner accepted the run with matching count and checksum,
*> "M" when it accepted it but reported a different count or
*> checksum, "R" when the partner rejected it, and "S" once a later
*> generation carried the same run-id again (superseded -- only the
*> newest transmission of a run-id is still followed up).
*> txlAckTimestamp is when ARRACKR recorded the latest acknowledgement
*> and the txlAck fields hold what the partner reported.
*> The record keyed generation zero / "*CONTROL" is not a run: its
*> txlControlData view holds the last generation ARREXTR assigned.
    01 transmissionLogRecord.
        05 txlKey.
            10 txlGeneration       pic 9(7).
            10 txlRunId            pic x(8).
                88 txlControlRecordKey value "*CONTROL".
        05 txlLogData.
            10 txlSentTimestamp    pic x(26).
            10 txlElementCount     pic 9(5).
            10 txlChecksum         pic s9(9).
            10 txlAckStatus        pic x.
                88 txlUnacknowledged value space.
                88 txlAccepted       value "A".
                88 txlMismatched     value "M".
                88 txlRejected       value "R".
                88 txlSuperseded     value "S".
            10 txlAckTimestamp     pic x(26).
            10 txlAckElementCount  pic 9(5).
            10 txlAckChecksum      pic s9(9).
            10 txlAckReason        pic x(20).
        05 txlControlData redefines txlLogData.
            10 txlLastGeneration   pic 9(7).
            10 txlControlTimestamp pic x(26).
            10 filler              pic x(68).
