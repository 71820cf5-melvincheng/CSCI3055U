*> Run registry record (keyed on regRunId): one record per run-id
*> ever generated, maintained by createArray through the run's
*> lifecycle.  regStatusFlag is "P" while generation is in progress,
*> "C" once the run completed cleanly, "F" when it failed, "B" once
*> ARRBKOUT has backed the run out of every store -- so operations
*> can see in one place what ran, what is mid-flight, and what
*> abended, and createArray can reject a duplicate of a completed
*> run-id unless the override flag is set (a backed-out run-id may be
*> generated again without it).
*> regStartTimestamp is stamped when the run is marked "P" and left
*> alone afterwards; regTimestamp moves with every status change, so
*> for a "C" or "F" run the two bracket the run's elapsed time (see
*> ARRSLA).  Records written before the start stamp existed carry
*> spaces there.
    01 runRegistryRecord.
        05 regRunId          pic x(8).
        05 regStatusFlag     pic x.
        05 regTimestamp      pic x(26).
        05 regCallingProgram pic x(8).
        05 regStartTimestamp pic x(26).
