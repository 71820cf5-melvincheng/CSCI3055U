*> Weighted-distribution band table passed to createArray as its
*> eleventh parameter.  dstBandCount zero means no weighting: the
*> run is spread uniformly over rangeLow/rangeHigh as before.  When
*> 1 to 6, each element first picks a band with probability
*> dstBandWeight over the total weight, then a value uniformly
*> between dstBandLow and dstBandHigh inclusive.  Loaded by
*> arrayBatchDriver from the profile's bands (see arrayPrfRec.cpy).
    01 distributionBands.
        05 dstBandCount          pic 9.
        05 dstBandTable.
            10 dstBand occurs 6 times.
                15 dstBandLow    pic s9(3).
                15 dstBandHigh   pic s9(3).
                15 dstBandWeight pic 9(3).
