*> Printable run-backout journal line, appended to ARRAYBKJ by
*> ARRBKOUT for every record it removes while backing a run out, so
*> the backout can be audited and, if it was a mistake, put back.
*> bkjSource names the file the record came from (ARRAYOUT,
*> ARRAYEMS, ARRAYAUD, ARRAYSTS, ARRAYRPV or ARRAYREG) and bkjImage
*> holds the record exactly as it was (for ARRAYREG the registry
*> entry before it was marked "B").  Every line one ARRBKOUT
*> execution writes carries the same bkjTimestamp.  Each backed-out
*> run ends with a BACKOUT line whose bkjBackoutView gives the
*> registry status the run had and the number of records removed
*> from each file.
    01 backoutJournalRecord.
        05 bkjTimestamp     pic x(26).
        05 filler           pic x(1)  value space.
        05 bkjRunId         pic x(8).
        05 filler           pic x(1)  value space.
        05 bkjReasonCode    pic x(8).
        05 filler           pic x(1)  value space.
        05 bkjSource        pic x(8).
        05 filler           pic x(1)  value space.
        05 bkjImage         pic x(150).
        05 bkjBackoutView redefines bkjImage.
            10 bkjPriorStatus   pic x.
            10 filler           pic x(1).
            10 bkjOutCount      pic 9(7).
            10 filler           pic x(1).
            10 bkjEmsCount      pic 9(7).
            10 filler           pic x(1).
            10 bkjAudCount      pic 9(5).
            10 filler           pic x(1).
            10 bkjStsCount      pic 9.
            10 filler           pic x(1).
            10 bkjRpvCount      pic 9(5).
            10 filler           pic x(119).
