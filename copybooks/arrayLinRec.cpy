*> Printable run-lineage line, appended to ARRAYLIN by ARRDERV once
*> per derived run.  Ties the new run-id to the run(s) it was built
*> from and the operation applied: linOperation SORT (linSortOrder
*> "A" ascending or "D" descending), SAMPLE (linSampleSize elements
*> chosen with linSampleSeed, so the sample can be drawn again),
*> FILTER (elements between linRangeLowDisp and linRangeHighDisp
*> inclusive) or MERGE (linSourceRunIdA followed by
*> linSourceRunIdB).  Fields that do not apply to the operation are
*> blank or zero.  ARRINQ lists every line naming the run it is
*> asked about, on either side.
    01 lineageRecord.
        05 linTimestamp      pic x(26).
        05 filler            pic x(1)  value space.
        05 linDerivedRunId   pic x(8).
        05 filler            pic x(1)  value space.
        05 linOperation      pic x(6).
        05 filler            pic x(1)  value space.
        05 linSourceRunIdA   pic x(8).
        05 filler            pic x(1)  value space.
        05 linSourceRunIdB   pic x(8).
        05 filler            pic x(1)  value space.
        05 linSortOrder      pic x.
        05 filler            pic x(1)  value space.
        05 linSampleSize     pic 9(5).
        05 filler            pic x(1)  value space.
        05 linSampleSeed     pic 9(9).
        05 filler            pic x(1)  value space.
        05 linRangeLowDisp   pic -999.
        05 filler            pic x(1)  value space.
        05 linRangeHighDisp  pic -999.
        05 filler            pic x(1)  value space.
        05 linElementCount   pic 9(5).
