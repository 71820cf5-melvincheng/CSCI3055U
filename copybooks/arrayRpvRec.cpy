*> passed to createArray -- profile-id spaces and version zero when
*> the run used the driver defaults.  Together with the ARRAYPHST
*> journal this proves which parameters drove any historical run.
*> rpvBandCountDisp and the band entries carry the weighted bands
*> the run was generated with (count zero, entries blank, for an
*> unweighted run; lines written before bands existed end after the
*> options and read back as blank), so ARRSEEDV can replay a
*> weighted seeded run and ARRFREQ can weight its expected counts.
    01 runProfileRecord.
        05 rpvTimestamp     pic x(26).
        05 filler           pic x(1)  value space.
        05 rpvRangeHighDisp pic -999.
        05 filler           pic x(1)  value space.
        05 rpvOptionsDisp   pic x(3).
        05 filler           pic x(1)  value space.
        05 rpvBandCountDisp pic 9.
        05 rpvBandEntry occurs 6 times.
            10 filler            pic x(1)  value space.
            10 rpvBandLowDisp    pic -999.
            10 filler            pic x(1)  value space.
            10 rpvBandHighDisp   pic -999.
            10 filler            pic x(1)  value space.
            10 rpvBandWeightDisp pic 999.
