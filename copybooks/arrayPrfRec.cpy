*> version in effect for a run is recorded on ARRAYRPV (see
*> arrayRpvRec.cpy), so a past run's parameters can be reconstructed
*> even after the profile has moved on.
*> prfBandCount, when 1 to 6, makes the profile weighted: createArray
*> then picks each element's band with probability prfBandWeight over
*> the sum of the weights and draws the value uniformly inside that
*> band (prfBandLow to prfBandHigh inclusive) instead of spreading
*> values evenly over rangeLow/rangeHigh.  Bands are held in
*> ascending, non-overlapping order; entries beyond prfBandCount are
*> zero.  Zero (or spaces on a record written before bands existed)
*> means an unweighted profile.
    01 profileMasterRecord.
        05 prfProfileId          pic x(8).
        05 prfRangeLow           pic s9(3).
        05 prfGenerateReportFlag pic x.
        05 prfStatusFlag         pic x.
        05 prfVersionNumber      pic 9(5).
        05 prfBandCount          pic 9.
        05 prfBandTable.
            10 prfBand occurs 6 times.
                15 prfBandLow    pic s9(3).
                15 prfBandHigh   pic s9(3).
                15 prfBandWeight pic 9(3).
