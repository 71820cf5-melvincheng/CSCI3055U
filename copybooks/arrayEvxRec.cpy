*> Element value index record (keyed on evxKey): one entry for every
*> element master record, in value order, so the runs holding a value
*> or a range of values can be found without scanning ARRAYEMS.
*> evxValueKey is the element value plus 1000, which keeps negative
*> values collating ahead of positive ones (-999 is 0001, 999 is
*> 1999).  ARRELOAD, ARRINLD and ARRDERV add an entry with each
*> element they add to ARRAYEMS and ARRUNLD removes it with the
*> element; ARRELOAD's INDX mode rebuilds the whole index from the
*> master.  ARRVALQ reads it.
    01 valueIndexRecord.
        05 evxKey.
            10 evxValueKey       pic 9(4).
            10 evxRunId          pic x(8).
            10 evxSequenceNumber pic 9(5).
