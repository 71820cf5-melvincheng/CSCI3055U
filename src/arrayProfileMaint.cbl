			05 mntNoDuplicatesFlag pic x.
			05 mntAllowNegativeFlag pic x.
			05 mntGenerateReportFlag pic x.
			05 mntBandCount pic x.
			05 mntBand occurs 6 times.
				10 mntBandLow pic s9(3).
				10 mntBandHigh pic s9(3).
				10 mntBandWeight pic 9(3).
	fd profileFile.
		copy arrayPrfRec.
	fd maintReportFile.
		01 maintReportFileStatus pic xx.
		01 profileJournalFileStatus pic xx.
		01 journalAction pic x.
		01 journalBeforeImage pic x(80).
		01 previousVersionNumber pic 9(5).
		01 endOfCardFile pic x value "N".
			88 noMoreMaintCards value "Y".
		01 errorCounter pic 9(5) value 0.
		01 cardValidFlag pic x.
			88 cardIsValid value "Y".
		01 cardBandCount pic 9.
		01 bandIndex pic s9(3).

		01 maintReportDetail.
			05 filler pic x(8) value "ACTION: ".
			move "REJECTED - OPTION FLAG NOT Y OR N" to rptResult
		end-if
	end-if
	if cardIsValid and (mntAction = "A" or mntAction = "C")
		perform validateBands
	end-if
	if not cardIsValid
		add 1 to errorCounter
	end-if.

	validateBands.
	move 0 to cardBandCount
	if mntBandCount = space
		exit paragraph
	end-if
	if mntBandCount not numeric or mntBandCount > "6"
		move "N" to cardValidFlag
		move "REJECTED - BAND COUNT NOT 0 TO 6" to rptResult
		exit paragraph
	end-if
	move mntBandCount to cardBandCount
	perform varying bandIndex from 1 by 1 until bandIndex > cardBandCount
		if mntBandLow(bandIndex) not numeric
				or mntBandHigh(bandIndex) not numeric
				or mntBandWeight(bandIndex) not numeric
			move "N" to cardValidFlag
			move "REJECTED - BAND NOT NUMERIC" to rptResult
			exit paragraph
		end-if
		if mntBandLow(bandIndex) > mntBandHigh(bandIndex)
			move "N" to cardValidFlag
			move "REJECTED - BAND LOW EXCEEDS HIGH" to rptResult
			exit paragraph
		end-if
		if mntBandWeight(bandIndex) = 0
			move "N" to cardValidFlag
			move "REJECTED - BAND WEIGHT IS ZERO" to rptResult
			exit paragraph
		end-if
		if bandIndex > 1
			if mntBandLow(bandIndex) <= mntBandHigh(bandIndex - 1)
				move "N" to cardValidFlag
				move "REJECTED - BANDS OVERLAP OR OUT OF ORDER" to rptResult
				exit paragraph
			end-if
		end-if
		if mntRangeLow not = 0 or mntRangeHigh not = 0
			if mntBandLow(bandIndex) < mntRangeLow
					or mntBandHigh(bandIndex) > mntRangeHigh
				move "N" to cardValidFlag
				move "REJECTED - BAND OUTSIDE PROFILE RANGE" to rptResult
				exit paragraph
			end-if
		end-if
	end-perform.

	addProfile.
	perform moveCardToProfile
	move "A" to prfStatusFlag
	move mntRangeHigh to prfRangeHigh
	move mntNoDuplicatesFlag to prfNoDuplicatesFlag
	move mntAllowNegativeFlag to prfAllowNegativeFlag
	move mntGenerateReportFlag to prfGenerateReportFlag
	initialize prfBandTable
	move cardBandCount to prfBandCount
	perform varying bandIndex from 1 by 1 until bandIndex > cardBandCount
		move mntBandLow(bandIndex) to prfBandLow(bandIndex)
		move mntBandHigh(bandIndex) to prfBandHigh(bandIndex)
		move mntBandWeight(bandIndex) to prfBandWeight(bandIndex)
	end-perform.

	writeMaintReportLine.
	move mntAction to rptAction
