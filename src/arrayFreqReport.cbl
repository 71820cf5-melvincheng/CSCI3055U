		select arrayOutFile assign to "ARRAYOUT"
			organization is sequential
			file status is arrayOutFileStatus.
		select runProfileFile assign to "ARRAYRPV"
			organization is line sequential
			file status is runProfileFileStatus.
		select freqReportFile assign to "ARRAYFRPT"
			organization is line sequential
			file status is freqReportFileStatus.
			05 frqTolerancePct pic 9(3).
	fd arrayOutFile.
		copy arrayOutRec.
	fd runProfileFile.
		copy arrayRpvRec.
	fd freqReportFile.
		01 freqReportLine pic x(132).

	local-storage section.
		01 freqCardFileStatus pic xx.
		01 arrayOutFileStatus pic xx.
		01 runProfileFileStatus pic xx.
		01 freqReportFileStatus pic xx.
		01 endOfOutputFile pic x value "N".
			88 noMoreOutputRecords value "Y".
		01 valueDeviation pic 9(7)v99.
		01 deviationLimit pic 9(7)v99.
		01 outlierCounter pic 9(5) value 0.
		01 endOfProfileFile pic x value "N".
			88 noMoreProfileLines value "Y".
		01 weightedRunCount pic 9(4) value 0.
		01 weightedRunIndex pic s9(4).
		01 weightedSearchIndex pic s9(4).
		01 weightedSearchRunId pic x(8).
		01 weightedTableFullFlag pic x value "N".
			88 weightedTableFull value "Y".
		01 weightedRunTable.
			05 weightedRun occurs 2000 times.
				10 wrRunId pic x(8).
				10 wrBandCount pic 9.
				10 wrTotalWeight pic 9(5).
				10 wrBand occurs 6 times.
					15 wrBandLow pic s9(3).
					15 wrBandHigh pic s9(3).
					15 wrBandWeight pic 9(3).
		01 bandIndex pic s9(3).
		01 bandValueLow pic s9(4).
		01 bandValueHigh pic s9(4).
		01 bandValueExpected pic 9(7)v9(4).
		01 groupRunId pic x(8) value spaces.
		01 groupRecordCount pic 9(7) value 0.
		01 groupInRangeCount pic 9(7) value 0.
		01 flatInRangeTotal pic 9(7) value 0.
		01 weightedRunsTallied pic 9(5) value 0.
		01 weightedExpectedTable.
			05 weightedExpected pic 9(7)v9(4) occurs 1999 times value 0.
		01 bucketWeightedExpected pic 9(7)v9(4).

		01 freqReportHeader.
			05 filler pic x(26) value "FREQUENCY ANALYSIS, RUNS: ".
			05 filler pic x(4) value spaces.
			05 filler pic x(14) value "OUT OF RANGE: ".
			05 rptOutOfRange pic zzzzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(15) value "WEIGHTED RUNS: ".
			05 rptWeightedRuns pic zzzz9.
			05 filler pic x(38) value spaces.

		01 freqReportBucket.
			05 filler pic x(7) value "BUCKET ".
		perform logProgramEnd
		goback
	end-if
	perform loadWeightedRuns
	perform tallyOutputFile
	if return-code = 0
		perform writeReportHeader
		move 16 to return-code
	end-if.

	loadWeightedRuns.
	open input runProfileFile
	if runProfileFileStatus not = "00"
		exit paragraph
	end-if
	perform until noMoreProfileLines
		read runProfileFile
			at end move "Y" to endOfProfileFile
			not at end perform takeRunProfileLine
		end-read
		if runProfileFileStatus not = "00" and runProfileFileStatus not = "10"
			display "ERROR: ARRAYRPV READ FAILED, STATUS=" runProfileFileStatus
			move "Y" to endOfProfileFile
		end-if
	end-perform
	close runProfileFile.

	takeRunProfileLine.
	move rpvRunId to weightedSearchRunId
	perform findWeightedRun
	if rpvBandCountDisp not numeric or rpvBandCountDisp = 0
			or rpvBandCountDisp > 6
		if weightedRunIndex > 0
			move 0 to wrBandCount(weightedRunIndex)
		end-if
		exit paragraph
	end-if
	if weightedRunIndex = 0
		if weightedRunCount >= 2000
			if not weightedTableFull
				display "WARNING: MORE THAN 2000 WEIGHTED RUNS ON ARRAYRPV,"
					" LATER ONES TREATED AS UNWEIGHTED"
				move "Y" to weightedTableFullFlag
			end-if
			exit paragraph
		end-if
		add 1 to weightedRunCount
		move weightedRunCount to weightedRunIndex
		move rpvRunId to wrRunId(weightedRunIndex)
	end-if
	move rpvBandCountDisp to wrBandCount(weightedRunIndex)
	move 0 to wrTotalWeight(weightedRunIndex)
	perform varying bandIndex from 1 by 1
			until bandIndex > wrBandCount(weightedRunIndex)
		compute wrBandLow(weightedRunIndex, bandIndex) =
			function numval(rpvBandLowDisp(bandIndex))
		compute wrBandHigh(weightedRunIndex, bandIndex) =
			function numval(rpvBandHighDisp(bandIndex))
		compute wrBandWeight(weightedRunIndex, bandIndex) =
			function numval(rpvBandWeightDisp(bandIndex))
		add wrBandWeight(weightedRunIndex, bandIndex)
			to wrTotalWeight(weightedRunIndex)
	end-perform
	if wrTotalWeight(weightedRunIndex) = 0
		move 0 to wrBandCount(weightedRunIndex)
	end-if.

	findWeightedRun.
	move 0 to weightedRunIndex
	perform varying weightedSearchIndex from 1 by 1
			until weightedSearchIndex > weightedRunCount
		if wrRunId(weightedSearchIndex) = weightedSearchRunId
			move weightedSearchIndex to weightedRunIndex
			exit perform
		end-if
	end-perform.

	tallyOutputFile.
	open input arrayOutFile
	if arrayOutFileStatus not = "00"
			move "Y" to endOfOutputFile
		end-if
	end-perform
	perform closeRunGroup
	close arrayOutFile.

	tallyOutputRecord.
			exit paragraph
		end-if
	end-if
	if outRunId not = groupRunId
		perform closeRunGroup
		move outRunId to groupRunId
	end-if
	add 1 to recordsTallied
	add 1 to groupRecordCount
	if outElementValue < rangeLow or outElementValue > rangeHigh
		add 1 to recordsOutOfRange
		exit paragraph
	end-if
	add 1 to recordsInRange
	add 1 to groupInRangeCount
	compute tallySubscript = outElementValue + 1000
	add 1 to tallyCount(tallySubscript).

	closeRunGroup.
	if groupRecordCount = 0
		exit paragraph
	end-if
	move groupRunId to weightedSearchRunId
	perform findWeightedRun
	if weightedRunIndex > 0
		if wrBandCount(weightedRunIndex) = 0
			move 0 to weightedRunIndex
		end-if
	end-if
	if weightedRunIndex = 0
		add groupInRangeCount to flatInRangeTotal
	else
		add 1 to weightedRunsTallied
		perform varying bandIndex from 1 by 1
				until bandIndex > wrBandCount(weightedRunIndex)
			perform spreadBandExpected
		end-perform
	end-if
	move 0 to groupRecordCount
	move 0 to groupInRangeCount.

	spreadBandExpected.
	compute bandValueExpected = groupRecordCount
		* wrBandWeight(weightedRunIndex, bandIndex)
		/ (wrTotalWeight(weightedRunIndex)
			* (wrBandHigh(weightedRunIndex, bandIndex)
				- wrBandLow(weightedRunIndex, bandIndex) + 1))
	move wrBandLow(weightedRunIndex, bandIndex) to bandValueLow
	if bandValueLow < rangeLow
		move rangeLow to bandValueLow
	end-if
	move wrBandHigh(weightedRunIndex, bandIndex) to bandValueHigh
	if bandValueHigh > rangeHigh
		move rangeHigh to bandValueHigh
	end-if
	perform varying tallySubscript from bandValueLow by 1
			until tallySubscript > bandValueHigh
		add bandValueExpected to weightedExpected(tallySubscript + 1000)
	end-perform.

	writeReportHeader.
	if filterRunIdLow = spaces
		move "ALL" to rptRunIdLow
	move recordsTallied to rptTallied
	move recordsInRange to rptInRange
	move recordsOutOfRange to rptOutOfRange
	move weightedRunsTallied to rptWeightedRuns
	write freqReportLine from freqReportTotals
	if freqReportFileStatus not = "00"
		display "ERROR: ARRAYFRPT WRITE FAILED, STATUS=" freqReportFileStatus
		move rangeHigh to bucketHigh
	end-if
	move 0 to bucketCount
	move 0 to bucketWeightedExpected
	perform varying tallySubscript from bucketLow by 1
			until tallySubscript > bucketHigh
		add tallyCount(tallySubscript + 1000) to bucketCount
		add weightedExpected(tallySubscript + 1000) to bucketWeightedExpected
	end-perform.

	writeBucketLine.
	perform sumBucketCount
	compute bucketExpected rounded = flatInRangeTotal
		* (bucketHigh - bucketLow + 1) / rangeSpan + bucketWeightedExpected
	move bucketLow to rptBucketLow
	move bucketHigh to rptBucketHigh
	move bucketCount to rptBucketCount
	add bucketWidth to bucketLow.

	writeOutlierSection.
	compute valueExpected rounded = flatInRangeTotal / rangeSpan
	if valueExpected < 1 and weightedRunsTallied = 0
		move 0 to outlierCounter
		write freqReportLine from freqReportOutlierNone
		if freqReportFileStatus not = "00"
	end-if.

	checkValueForOutlier.
	if weightedRunsTallied > 0
		compute valueExpected rounded = flatInRangeTotal / rangeSpan
			+ weightedExpected(tallySubscript + 1000)
		if valueExpected < 1 and valueExpected > 0
			exit paragraph
		end-if
		compute deviationLimit rounded = valueExpected * tolerancePct / 100
	end-if
	if tallyCount(tallySubscript + 1000) >= valueExpected
		compute valueDeviation =
			tallyCount(tallySubscript + 1000) - valueExpected
