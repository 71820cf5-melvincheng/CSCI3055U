*> ARRPROFM once per successful maintenance action (A/C/D).  Carries
*> the version number the action produced and the full before and
*> after record images (spaces before an add), so the exact
*> rangeLow/rangeHigh/flags and weighted bands any past profile
*> version held can be recovered for an audit or a reprint
*> investigation.
    01 profileJournalRecord.
        05 phjTimestamp     pic x(26).
        05 filler           pic x(1)  value space.
        05 filler           pic x(1)  value space.
        05 phjVersionNumber pic 9(5).
        05 filler           pic x(1)  value space.
        05 phjBeforeImage   pic x(80).
        05 filler           pic x(1)  value space.
        05 phjAfterImage    pic x(80).
