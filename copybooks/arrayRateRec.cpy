*> Chargeback rate table line (ARRAYRATE, maintained by finance).
*> Each line sets the rates for one cost centre from rateEffectiveMonth
*> (YYYYMM) until a later line for the same cost centre takes over; a
*> line with rateCostCentre "******" is the default for every cost
*> centre without a line of its own.  ARRCHRG bills each department
*> its runs at ratePerRun, its elements at ratePerThousand for every
*> thousand generated (pro rata), its failed attempts at
*> ratePerFailed and its override reruns at ratePerRerun on top of
*> the run charge.  Amounts are in currency units with two implied
*> decimals.
    01 rateTableRecord.
        05 rateCostCentre     pic x(6).
            88 rateDefaultLine value "******".
        05 filler             pic x(1).
        05 rateEffectiveMonth pic x(6).
        05 filler             pic x(1).
        05 ratePerRun         pic 9(5)v99.
        05 filler             pic x(1).
        05 ratePerThousand    pic 9(5)v99.
        05 filler             pic x(1).
        05 ratePerFailed      pic 9(5)v99.
        05 filler             pic x(1).
        05 ratePerRerun       pic 9(5)v99.
