		01 verifyRangeHigh pic s9(3).
		01 verifyNoDuplicatesFlag pic x.
		01 verifyAllowNegativeFlag pic x.
		01 verifyBandCount pic 9.
		01 verifyBandTable.
			05 verifyBand occurs 6 times.
				10 verifyBandLow pic s9(3).
				10 verifyBandHigh pic s9(3).
				10 verifyBandCumulative pic 9(5).
		01 bandIndex pic s9(3).
		01 bandTarget pic 9(5).
		01 bandSpan pic 9(4).
		01 bandTotalWeight pic 9(5).

		01 seedState pic 9(9).
		01 randNum pic 9(3).
	move auditOptionsDisp(2:1) to verifyAllowNegativeFlag
	move 0 to verifyRangeLow
	move 0 to verifyRangeHigh
	move 0 to verifyBandCount
	perform findRunProfileLine
	perform regenerateRunElements
	perform fetchStoredElements
		compute verifyRangeHigh = function numval(rpvRangeHighDisp)
		move rpvOptionsDisp(1:1) to verifyNoDuplicatesFlag
		move rpvOptionsDisp(2:1) to verifyAllowNegativeFlag
		move 0 to verifyBandCount
		move 0 to bandTotalWeight
		if rpvBandCountDisp numeric and rpvBandCountDisp <= 6
			move rpvBandCountDisp to verifyBandCount
			perform takeRunProfileBand varying bandIndex from 1 by 1
				until bandIndex > verifyBandCount
		end-if
	end-if.

	takeRunProfileBand.
	compute verifyBandLow(bandIndex) =
		function numval(rpvBandLowDisp(bandIndex))
	compute verifyBandHigh(bandIndex) =
		function numval(rpvBandHighDisp(bandIndex))
	compute bandTotalWeight = bandTotalWeight
		+ function numval(rpvBandWeightDisp(bandIndex))
	move bandTotalWeight to verifyBandCumulative(bandIndex).

	regenerateRunElements.
	move verifySeed to seedState
	perform regenerateOneElement varying iteration from 1 by 1
	regenerateOneElement.
	move "N" to candidateAcceptableFlag
	perform until candidateIsAcceptable
		perform nextSeededNumber
		if verifyBandCount > 0
			perform regenerateWeightedValue
		else
			perform regenerateUniformValue
		end-if
		move "Y" to candidateAcceptableFlag
		if verifyNoDuplicatesFlag = "Y"
	end-perform
	move candidateValue to expectedElement(iteration).

	nextSeededNumber.
	compute seedState =
		function mod(seedState * 75731 + 27077, 100000007)
	compute randNum = function mod(seedState, 1000).

	regenerateUniformValue.
	if verifyRangeLow = 0 and verifyRangeHigh = 0
		move randNum to candidateValue
	else
		compute rangeSpan = verifyRangeHigh - verifyRangeLow + 1
		compute candidateValue =
			verifyRangeLow + function mod(randNum, rangeSpan)
	end-if
	if verifyAllowNegativeFlag = "Y"
			and verifyRangeLow = 0 and verifyRangeHigh = 0
			and function mod(randNum, 3) = 0
		compute candidateValue = candidateValue * -1
	end-if.

	regenerateWeightedValue.
	compute bandTarget = randNum * bandTotalWeight / 1000
	move 1 to bandIndex
	perform until bandIndex >= verifyBandCount
			or bandTarget < verifyBandCumulative(bandIndex)
		add 1 to bandIndex
	end-perform
	perform nextSeededNumber
	compute bandSpan = verifyBandHigh(bandIndex) - verifyBandLow(bandIndex) + 1
	compute candidateValue =
		verifyBandLow(bandIndex) + function mod(randNum, bandSpan).

	checkForDuplicate.
	perform varying dupCheckIndex from 1 by 1
			until dupCheckIndex > iteration - 1
