identification division.
program-id. ARRVALQ.

environment division.
	input-output section.
	file-control.
		select valueCardFile assign to "SYSIN"
			organization is line sequential
			file status is valueCardFileStatus.
		select valueIndexFile assign to "ARRAYEVX"
			organization is indexed
			access is dynamic
			record key is evxKey
			file status is valueIndexFileStatus.
		select runRegistryFile assign to "ARRAYREG"
			organization is indexed
			access is random
			record key is regRunId
			file status is runRegistryFileStatus.
		select arrayAuditFile assign to "ARRAYAUD"
			organization is line sequential
			file status is arrayAuditFileStatus.
		select valueReportFile assign to "ARRAYHRPT"
			organization is line sequential
			file status is valueReportFileStatus.

data division.
	file section.
	fd valueCardFile.
		01 valueCard.
			05 vlcCardType pic x(6).
			05 filler pic x(1).
			05 vlcCardValue pic x(73).
			05 vlcValueView redefines vlcCardValue.
				10 vlcValueLow pic x(4).
				10 filler pic x(1).
				10 vlcValueHigh pic x(4).
				10 filler pic x(64).
			05 vlcWindowView redefines vlcCardValue.
				10 vlcWindowFrom pic x(8).
				10 filler pic x(1).
				10 vlcWindowTo pic x(8).
				10 filler pic x(56).
			05 vlcMinimumView redefines vlcCardValue.
				10 vlcMinimumHits pic 9(5).
				10 filler pic x(68).
			05 vlcShowView redefines vlcCardValue.
				10 vlcShowCount pic 9(2).
				10 filler pic x(71).
	fd valueIndexFile.
		copy arrayEvxRec.
	fd runRegistryFile.
		copy arrayRegRec.
	fd arrayAuditFile.
		copy arrayAuditRec.
	fd valueReportFile.
		01 valueReportLine pic x(132).

	local-storage section.
		01 valueCardFileStatus pic xx.
		01 valueIndexFileStatus pic xx.
		01 runRegistryFileStatus pic xx.
		01 arrayAuditFileStatus pic xx.
		01 valueReportFileStatus pic xx.
		01 endOfCardFile pic x value "N".
			88 noMoreValueCards value "Y".
		01 endOfIndexFile pic x value "N".
			88 noMoreIndexEntries value "Y".
		01 endOfAuditFile pic x value "N".
			88 noMoreAuditLines value "Y".

		01 valueGivenFlag pic x value "N".
			88 valueCriteriaGiven value "Y".
		01 valueLow pic s9(4) value 0.
		01 valueHigh pic s9(4) value 0.
		01 valueHighKey pic 9(4).
		01 checkedValue pic s9(4).
		01 checkedValueField pic x(4).
		01 checkedValueFlag pic x.
			88 checkedValueValid value "Y".
		01 runWindowFlag pic x value "N".
			88 runWindowGiven value "Y".
		01 runIdFrom pic x(8) value low-values.
		01 runIdTo pic x(8) value high-values.
		01 dateWindowFlag pic x value "N".
			88 dateWindowGiven value "Y".
		01 dateFrom pic x(8) value "00000000".
		01 dateTo pic x(8) value "99999999".
		01 minimumHits pic 9(5) value 1.
		01 showCount pic 9(2) value 5.

		01 cardRejectedCounter pic 9(3) value 0.
		01 entriesInRangeCounter pic 9(9) value 0.
		01 runsListedCounter pic 9(5) value 0.
		01 hitsListedCounter pic 9(9) value 0.
		01 outsideDatesCounter pic 9(5) value 0.
		01 belowMinimumCounter pic 9(5) value 0.
		01 undatedCounter pic 9(5) value 0.

		01 hitTableMax pic 9(4) value 5000.
		01 hitCount pic 9(4) value 0.
		01 hitIndex pic s9(5).
		01 hitShiftIndex pic s9(5).
		01 searchLow pic s9(5).
		01 searchHigh pic s9(5).
		01 searchMiddle pic s9(5).
		01 searchRunId pic x(8).
		01 hitFoundFlag pic x.
			88 hitFound value "Y".
		01 sequenceIndex pic s9(3).
		01 sequenceShiftIndex pic s9(3).
		01 hitTable.
			05 hitEntry occurs 5000 times.
				10 hitRunId pic x(8).
				10 hitElementCount pic 9(7).
				10 hitRunDate pic x(8).
				10 hitSequenceCount pic 9(2).
				10 hitSequence pic 9(5) occurs 10 times.

		01 valueReportHeader.
			05 filler pic x(15) value "VALUE INQUIRY  ".
			05 filler pic x(8) value "VALUES: ".
			05 rptHdrValueLow pic -999.
			05 filler pic x(4) value " TO ".
			05 rptHdrValueHigh pic -999.
			05 filler pic x(2) value spaces.
			05 filler pic x(9) value "RUN-IDS: ".
			05 rptHdrRunIdFrom pic x(8).
			05 filler pic x(4) value " TO ".
			05 rptHdrRunIdTo pic x(8).
			05 filler pic x(2) value spaces.
			05 filler pic x(7) value "DATES: ".
			05 rptHdrDateFrom pic x(8).
			05 filler pic x(4) value " TO ".
			05 rptHdrDateTo pic x(8).
			05 filler pic x(2) value spaces.
			05 filler pic x(10) value "MIN HITS: ".
			05 rptHdrMinimumHits pic zzzz9.
			05 filler pic x(20) value spaces.

		01 valueReportDetail.
			05 filler pic x(8) value "RUN-ID: ".
			05 rptRunId pic x(8).
			05 filler pic x(2) value spaces.
			05 filler pic x(6) value "DATE: ".
			05 rptRunDate pic x(8).
			05 filler pic x(2) value spaces.
			05 filler pic x(6) value "HITS: ".
			05 rptHitCount pic zzzzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(11) value "FIRST SEQ: ".
			05 rptSequenceList.
				10 rptSequenceEntry occurs 10 times.
					15 rptSequence pic x(5).
					15 filler pic x(1).
			05 filler pic x(12) value spaces.

		01 valueReportEmpty.
			05 filler pic x(40) value "NO RUNS MATCH THE VALUE INQUIRY".
			05 filler pic x(92) value spaces.

		01 valueReportSummary.
			05 filler pic x(9) value "SUMMARY: ".
			05 filler pic x(10) value "IN RANGE: ".
			05 sumEntriesInRange pic zzzzzzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(6) value "RUNS: ".
			05 sumRunsListed pic zzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(6) value "HITS: ".
			05 sumHitsListed pic zzzzzzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(15) value "OUTSIDE DATES: ".
			05 sumOutsideDates pic zzzz9.
			05 filler pic x(1) value space.
			05 filler pic x(11) value "BELOW MIN: ".
			05 sumBelowMinimum pic zzzz9.
			05 filler pic x(1) value space.
			05 filler pic x(9) value "UNDATED: ".
			05 sumUndated pic zzzz9.
			05 filler pic x(1) value space.
			05 filler pic x(16) value "CARDS REJECTED: ".
			05 sumCardsRejected pic zz9.

		copy arrayEvtParm.

procedure division.
	main.
	perform logProgramStart
	open input valueCardFile
	if valueCardFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN SYSIN, STATUS=" valueCardFileStatus
		move valueCardFileStatus to evpFileStatus
		move "UNABLE TO OPEN SYSIN" to evpText
		perform logErrorEvent
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	perform until noMoreValueCards
		read valueCardFile
			at end move "Y" to endOfCardFile
			not at end perform takeValueCard
		end-read
		if valueCardFileStatus not = "00" and valueCardFileStatus not = "10"
			display "ERROR: SYSIN READ FAILED, STATUS=" valueCardFileStatus
			move 16 to return-code
			move "Y" to endOfCardFile
		end-if
	end-perform
	close valueCardFile
	if not valueCriteriaGiven
		display "ERROR: NO VALUE OR RANGE CARD SUPPLIED ON SYSIN"
		move 16 to return-code
	end-if
	if return-code = 16
		perform logProgramEnd
		goback
	end-if
	open output valueReportFile
	if valueReportFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYHRPT, STATUS="
			valueReportFileStatus
		move valueReportFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYHRPT" to evpText
		perform logErrorEvent
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	open input valueIndexFile
	if valueIndexFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYEVX, STATUS="
			valueIndexFileStatus
		move valueIndexFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYEVX" to evpText
		perform logErrorEvent
		close valueReportFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	perform writeHeaderLine
	perform scanValueIndex
	close valueIndexFile
	if return-code not = 16
		perform resolveRunDates
		perform reportOneRun varying hitIndex from 1 by 1
			until hitIndex > hitCount
		if runsListedCounter = 0
			write valueReportLine from valueReportEmpty
		end-if
	end-if
	perform writeSummaryLine
	close valueReportFile
	perform logProgramEnd
	goback.

	takeValueCard.
	if valueCard = spaces
		exit paragraph
	end-if
	evaluate vlcCardType
		when "VALUE "
			move vlcValueLow to checkedValueField
			perform checkValueField
			if checkedValueValid and not valueCriteriaGiven
					and vlcValueHigh = spaces
				move checkedValue to valueLow
				move checkedValue to valueHigh
				move "Y" to valueGivenFlag
			else
				perform rejectValueCard
			end-if
		when "RANGE "
			move vlcValueLow to checkedValueField
			perform checkValueField
			if checkedValueValid and not valueCriteriaGiven
				move checkedValue to valueLow
				move vlcValueHigh to checkedValueField
				perform checkValueField
			end-if
			if checkedValueValid and not valueCriteriaGiven
					and checkedValue >= valueLow
				move checkedValue to valueHigh
				move "Y" to valueGivenFlag
			else
				perform rejectValueCard
			end-if
		when "RUNS  "
			if vlcWindowFrom not = spaces
					and (vlcWindowTo = spaces or vlcWindowTo >= vlcWindowFrom)
				move vlcWindowFrom to runIdFrom
				if vlcWindowTo = spaces
					move vlcWindowFrom to runIdTo
				else
					move vlcWindowTo to runIdTo
				end-if
				move "Y" to runWindowFlag
			else
				perform rejectValueCard
			end-if
		when "DATES "
			if vlcWindowTo = spaces
				move vlcWindowFrom to vlcWindowTo
			end-if
			if vlcWindowFrom numeric and vlcWindowTo numeric
					and function test-date-yyyymmdd(function numval(vlcWindowFrom)) = 0
					and function test-date-yyyymmdd(function numval(vlcWindowTo)) = 0
					and vlcWindowTo >= vlcWindowFrom
				move vlcWindowFrom to dateFrom
				move vlcWindowTo to dateTo
				move "Y" to dateWindowFlag
			else
				perform rejectValueCard
			end-if
		when "MINHIT"
			if vlcMinimumHits numeric and vlcMinimumHits > 0
				move vlcMinimumHits to minimumHits
			else
				perform rejectValueCard
			end-if
		when "SHOW  "
			if vlcShowCount numeric and vlcShowCount <= 10
				move vlcShowCount to showCount
			else
				perform rejectValueCard
			end-if
		when other
			perform rejectValueCard
	end-evaluate.

	checkValueField.
	move "N" to checkedValueFlag
	if checkedValueField = spaces
		exit paragraph
	end-if
	if function test-numval(checkedValueField) not = 0
		exit paragraph
	end-if
	compute checkedValue = function numval(checkedValueField)
	if checkedValue >= -999 and checkedValue <= 999
		move "Y" to checkedValueFlag
	end-if.

	rejectValueCard.
	display "ARRVALQ: CARD REJECTED: " valueCard
	add 1 to cardRejectedCounter
	if return-code < 4
		move 4 to return-code
	end-if.

	scanValueIndex.
	compute evxValueKey = valueLow + 1000
	compute valueHighKey = valueHigh + 1000
	move low-values to evxRunId
	move 0 to evxSequenceNumber
	if runWindowGiven
		move runIdFrom to evxRunId
	end-if
	start valueIndexFile key >= evxKey
		invalid key move "Y" to endOfIndexFile
	end-start
	perform until noMoreIndexEntries
		read valueIndexFile next
			at end move "Y" to endOfIndexFile
			not at end perform takeIndexEntry
		end-read
		if valueIndexFileStatus not = "00" and valueIndexFileStatus not = "10"
			display "ERROR: ARRAYEVX READ FAILED, STATUS=" valueIndexFileStatus
			move 16 to return-code
			move "Y" to endOfIndexFile
		end-if
	end-perform.

	takeIndexEntry.
	if evxValueKey > valueHighKey
		move "Y" to endOfIndexFile
		exit paragraph
	end-if
	add 1 to entriesInRangeCounter
	if evxRunId < runIdFrom or evxRunId > runIdTo
		exit paragraph
	end-if
	move evxRunId to searchRunId
	perform findHitEntry
	if not hitFound
		perform insertHitEntry
		if return-code = 16
			move "Y" to endOfIndexFile
			exit paragraph
		end-if
	end-if
	add 1 to hitElementCount(hitIndex)
	perform keepFirstSequence.

	findHitEntry.
	move "N" to hitFoundFlag
	move 1 to searchLow
	move hitCount to searchHigh
	perform until searchLow > searchHigh or hitFound
		compute searchMiddle = (searchLow + searchHigh) / 2
		evaluate true
			when hitRunId(searchMiddle) = searchRunId
				move "Y" to hitFoundFlag
				move searchMiddle to hitIndex
			when hitRunId(searchMiddle) < searchRunId
				compute searchLow = searchMiddle + 1
			when other
				compute searchHigh = searchMiddle - 1
		end-evaluate
	end-perform
	if not hitFound
		move searchLow to hitIndex
	end-if.

	insertHitEntry.
	if hitCount >= hitTableMax
		display "ERROR: MORE THAN " hitTableMax " RUNS MATCH - NARROW THE INQUIRY"
		move "RUN TABLE OVERFLOW" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	perform varying hitShiftIndex from hitCount by -1
			until hitShiftIndex < hitIndex
		move hitEntry(hitShiftIndex) to hitEntry(hitShiftIndex + 1)
	end-perform
	add 1 to hitCount
	move searchRunId to hitRunId(hitIndex)
	move 0 to hitElementCount(hitIndex)
	move spaces to hitRunDate(hitIndex)
	move 0 to hitSequenceCount(hitIndex).

	keepFirstSequence.
	if showCount = 0
		exit paragraph
	end-if
	perform varying sequenceIndex from 1 by 1
			until sequenceIndex > hitSequenceCount(hitIndex)
			or hitSequence(hitIndex, sequenceIndex) > evxSequenceNumber
		continue
	end-perform
	if sequenceIndex > showCount
		exit paragraph
	end-if
	if hitSequenceCount(hitIndex) < showCount
		add 1 to hitSequenceCount(hitIndex)
	end-if
	perform varying sequenceShiftIndex from hitSequenceCount(hitIndex) by -1
			until sequenceShiftIndex <= sequenceIndex
		move hitSequence(hitIndex, sequenceShiftIndex - 1)
			to hitSequence(hitIndex, sequenceShiftIndex)
	end-perform
	move evxSequenceNumber to hitSequence(hitIndex, sequenceIndex).

	resolveRunDates.
	open input runRegistryFile
	if runRegistryFileStatus = "00"
		perform varying hitIndex from 1 by 1 until hitIndex > hitCount
			move hitRunId(hitIndex) to regRunId
			read runRegistryFile
				invalid key continue
			end-read
			if runRegistryFileStatus = "00"
				move regTimestamp(1:8) to hitRunDate(hitIndex)
			end-if
		end-perform
		close runRegistryFile
	end-if
	perform varying hitIndex from 1 by 1 until hitIndex > hitCount
		if hitRunDate(hitIndex) = spaces
			exit perform
		end-if
	end-perform
	if hitIndex > hitCount
		exit paragraph
	end-if
	open input arrayAuditFile
	if arrayAuditFileStatus not = "00"
		exit paragraph
	end-if
	perform until noMoreAuditLines
		read arrayAuditFile
			at end move "Y" to endOfAuditFile
			not at end perform dateFromAuditLine
		end-read
		if arrayAuditFileStatus not = "00" and arrayAuditFileStatus not = "10"
			display "ERROR: ARRAYAUD READ FAILED, STATUS=" arrayAuditFileStatus
			move "Y" to endOfAuditFile
		end-if
	end-perform
	close arrayAuditFile.

	dateFromAuditLine.
	move auditRunId to searchRunId
	perform findHitEntry
	if hitFound and hitRunDate(hitIndex) = spaces
		move auditTimestamp(1:8) to hitRunDate(hitIndex)
	end-if.

	reportOneRun.
	if hitRunDate(hitIndex) = spaces
		add 1 to undatedCounter
		if dateWindowGiven
			add 1 to outsideDatesCounter
			exit paragraph
		end-if
	end-if
	if dateWindowGiven
		if hitRunDate(hitIndex) < dateFrom or hitRunDate(hitIndex) > dateTo
			add 1 to outsideDatesCounter
			exit paragraph
		end-if
	end-if
	if hitElementCount(hitIndex) < minimumHits
		add 1 to belowMinimumCounter
		exit paragraph
	end-if
	add 1 to runsListedCounter
	add hitElementCount(hitIndex) to hitsListedCounter
	move hitRunId(hitIndex) to rptRunId
	move hitRunDate(hitIndex) to rptRunDate
	move hitElementCount(hitIndex) to rptHitCount
	move spaces to rptSequenceList
	perform varying sequenceIndex from 1 by 1
			until sequenceIndex > hitSequenceCount(hitIndex)
		move hitSequence(hitIndex, sequenceIndex) to rptSequence(sequenceIndex)
	end-perform
	write valueReportLine from valueReportDetail
	if valueReportFileStatus not = "00"
		display "ERROR: ARRAYHRPT WRITE FAILED, STATUS=" valueReportFileStatus
	end-if.

	writeHeaderLine.
	move valueLow to rptHdrValueLow
	move valueHigh to rptHdrValueHigh
	if runWindowGiven
		move runIdFrom to rptHdrRunIdFrom
		move runIdTo to rptHdrRunIdTo
	else
		move "ALL" to rptHdrRunIdFrom
		move "ALL" to rptHdrRunIdTo
	end-if
	if dateWindowGiven
		move dateFrom to rptHdrDateFrom
		move dateTo to rptHdrDateTo
	else
		move "ALL" to rptHdrDateFrom
		move "ALL" to rptHdrDateTo
	end-if
	move minimumHits to rptHdrMinimumHits
	write valueReportLine from valueReportHeader
	if valueReportFileStatus not = "00"
		display "ERROR: ARRAYHRPT WRITE FAILED, STATUS=" valueReportFileStatus
	end-if.

	writeSummaryLine.
	move entriesInRangeCounter to sumEntriesInRange
	move runsListedCounter to sumRunsListed
	move hitsListedCounter to sumHitsListed
	move outsideDatesCounter to sumOutsideDates
	move belowMinimumCounter to sumBelowMinimum
	move undatedCounter to sumUndated
	move cardRejectedCounter to sumCardsRejected
	write valueReportLine from valueReportSummary
	if valueReportFileStatus not = "00"
		display "ERROR: ARRAYHRPT WRITE FAILED, STATUS=" valueReportFileStatus
	end-if.

	logProgramStart.
	move "ARRVALQ" to evpProgramId
	move spaces to evpRunId
	move "START" to evpEventType
	move "I" to evpSeverity
	move spaces to evpFileStatus
	move 0 to evpCondCode
	move spaces to evpText
	call 'arrayEventLog' using eventParameters.

	logProgramEnd.
	move "END" to evpEventType
	move return-code to evpCondCode
	evaluate true
		when return-code >= 8
			move "E" to evpSeverity
		when return-code > 0
			move "W" to evpSeverity
		when other
			move "I" to evpSeverity
	end-evaluate
	move spaces to evpFileStatus
	move spaces to evpText
	call 'arrayEventLog' using eventParameters.

	logErrorEvent.
	move "ERROR" to evpEventType
	move "E" to evpSeverity
	call 'arrayEventLog' using eventParameters
	move spaces to evpFileStatus
	move spaces to evpText.
