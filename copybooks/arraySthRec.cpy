*> Printable step-timing history line, appended to ARRAYSTH by ARRSEQ
*> each time it calls a stream step (completed or failed; steps it
*> skips as already complete or refuses are not written again).
*> sthNightDate is the date the sequencer was started for the night,
*> so every step of one night -- including steps run after midnight
*> or on a resubmission the same day -- carries the same date.
*> sthStartTimestamp and sthEndTimestamp bracket the called program
*> and sthElapsedSeconds is the difference between them.  Unlike
*> ARRAYDAY, which holds only the current night, this file is kept,
*> so ARRSLA can average a step's elapsed time over recent nights.
    01 stepHistoryRecord.
        05 sthNightDate       pic x(8).
        05 filler             pic x(1)  value space.
        05 sthStepNumber      pic 9(2).
        05 filler             pic x(1)  value space.
        05 sthProgramName     pic x(18).
        05 filler             pic x(1)  value space.
        05 sthStatusFlag      pic x.
        05 filler             pic x(1)  value space.
        05 sthCondCode        pic -9(4).
        05 filler             pic x(1)  value space.
        05 sthStartTimestamp  pic x(26).
        05 filler             pic x(1)  value space.
        05 sthEndTimestamp    pic x(26).
        05 filler             pic x(1)  value space.
        05 sthElapsedSeconds  pic 9(7).
