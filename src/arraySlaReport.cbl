identification division.
program-id. ARRSLA.

environment division.
	input-output section.
	file-control.
		select slaCardFile assign to "SYSIN"
			organization is line sequential
			file status is slaCardFileStatus.
		select stepControlFile assign to "ARRAYSTP"
			organization is line sequential
			file status is stepControlFileStatus.
		select stepHistoryFile assign to "ARRAYSTH"
			organization is line sequential
			file status is stepHistoryFileStatus.
		select runRegistryFile assign to "ARRAYREG"
			organization is indexed
			access is dynamic
			record key is regRunId
			file status is runRegistryFileStatus.
		select slaReportFile assign to "ARRAYWRPT"
			organization is line sequential
			file status is slaReportFileStatus.

data division.
	file section.
	fd slaCardFile.
		01 slaCard.
			05 slcCardType pic x(6).
			05 filler pic x(1).
			05 slcCardValue pic x(73).
			05 slcWindowView redefines slcCardValue.
				10 slcWindowEndTime pic 9(4).
				10 filler pic x(69).
			05 slcNightsView redefines slcCardValue.
				10 slcNightsCount pic 9(2).
				10 filler pic x(71).
			05 slcTrendView redefines slcCardValue.
				10 slcTrendPct pic 9(3).
				10 filler pic x(70).
			05 slcDateView redefines slcCardValue.
				10 slcNightDate pic x(8).
				10 filler pic x(65).
			05 slcStepView redefines slcCardValue.
				10 slcStepNumber pic 9(2).
				10 filler pic x(1).
				10 slcStepLimit pic 9(5).
				10 filler pic x(65).
			05 slcRunView redefines slcCardValue.
				10 filler pic x(3).
				10 slcRunLimit pic 9(5).
				10 filler pic x(65).
	fd stepControlFile.
		01 stepControlCard.
			05 stcStepNumber pic 9(2).
			05 stcProgramName pic x(18).
			05 filler pic x(60).
	fd stepHistoryFile.
		copy arraySthRec.
	fd runRegistryFile.
		copy arrayRegRec.
	fd slaReportFile.
		01 slaReportLine pic x(132).

	local-storage section.
		01 slaCardFileStatus pic xx.
		01 stepControlFileStatus pic xx.
		01 stepHistoryFileStatus pic xx.
		01 runRegistryFileStatus pic xx.
		01 slaReportFileStatus pic xx.
		01 endOfCardFile pic x value "N".
			88 noMoreSlaCards value "Y".
		01 endOfStepControlFile pic x value "N".
			88 noMoreStepCards value "Y".
		01 endOfHistoryFile pic x value "N".
			88 noMoreHistoryLines value "Y".
		01 endOfRegistryFile pic x value "N".
			88 noMoreRegistryRecords value "Y".
		01 windowGivenFlag pic x value "N".
			88 windowEndGiven value "Y".
		01 nightGivenFlag pic x value "N".
			88 nightDateGiven value "Y".
		01 streamKnownFlag pic x value "N".
			88 streamIsKnown value "Y".
		01 streamCompleteFlag pic x.
			88 streamIsComplete value "Y".
		01 windowEndTime pic 9(4) value 0.
		01 nightsToAverage pic 9(2) value 5.
		01 trendPct pic 9(3) value 25.
		01 runLimitSeconds pic 9(5) value 0.
		01 reportNightDate pic x(8) value spaces.
		01 cardRejectedCounter pic 9(3) value 0.

		01 limitCount pic 9(2) value 0.
		01 limitIndex pic s9(4).
		01 limitTable.
			05 limitEntry occurs 40 times.
				10 limitStepNumber pic 9(2).
				10 limitSeconds pic 9(5).

		01 recentNightCount pic 9(2) value 0.
		01 recentNightMax pic 9(2).
		01 recentIndex pic s9(4).
		01 recentShiftIndex pic s9(4).
		01 recentFoundFlag pic x.
			88 recentNightFound value "Y".
		01 recentNightTable.
			05 recentNight pic x(8) occurs 31 times.

		01 stepSlaMax pic 9(2) value 40.
		01 stepSlaCount pic 9(2) value 0.
		01 stepSlaIndex pic s9(4).
		01 stepSearchNumber pic 9(2).
		01 stepSearchProgram pic x(18).
		01 stepSlaTable.
			05 stepSlaEntry occurs 40 times.
				10 slaStepNumber pic 9(2).
				10 slaProgramName pic x(18).
				10 slaInStreamFlag pic x.
				10 slaRanTonightFlag pic x.
				10 slaStatusFlag pic x.
				10 slaStartTimestamp pic x(26).
				10 slaEndTimestamp pic x(26).
				10 slaElapsedSeconds pic 9(7).
				10 slaLimitSeconds pic 9(5).
				10 slaHistorySum pic 9(9).
				10 slaHistoryCount pic 9(3).

		01 runSlaMax pic 9(4) value 2000.
		01 runSlaCount pic 9(4) value 0.
		01 runSlaIndex pic s9(4).
		01 runSlaTable.
			05 runSlaEntry occurs 2000 times.
				10 runSlaRunId pic x(8).
				10 runSlaCaller pic x(8).
				10 runSlaStatusFlag pic x.
				10 runSlaStartTimestamp pic x(26).
				10 runSlaEndTimestamp pic x(26).
				10 runSlaElapsedSeconds pic 9(7).
		01 runSwapEntry pic x(76).
		01 sortIndex pic s9(4).
		01 sortSwappedFlag pic x.
			88 sortPassSwapped value "Y".

		01 callerCount pic 9(2) value 0.
		01 callerIndex pic s9(4).
		01 callerTable.
			05 callerEntry occurs 20 times.
				10 callerProgram pic x(8).
				10 callerHistorySum pic 9(9).
				10 callerHistoryCount pic 9(5).

		01 convertTimestamp pic x(26).
		01 convertSeconds pic 9(11).
		01 startSeconds pic 9(11).
		01 endSeconds pic 9(11).
		01 elapsedSeconds pic 9(7).
		01 averageSeconds pic 9(7).
		01 limitInEffect pic 9(5).
		01 streamStartSeconds pic 9(11) value 0.
		01 streamEndSeconds pic 9(11) value 0.
		01 streamStartTimestamp pic x(26) value spaces.
		01 streamEndTimestamp pic x(26) value spaces.
		01 projectedEndSeconds pic 9(11) value 0.
		01 remainingSeconds pic 9(9) value 0.
		01 nowSeconds pic 9(11).
		01 windowEndSeconds pic 9(11) value 0.
		01 marginSeconds pic s9(11).
		01 currentTimestamp pic x(26).
		01 flagText pic x(11).

		01 stepsTonightCounter pic 9(3) value 0.
		01 stepsNotRunCounter pic 9(3) value 0.
		01 runsTonightCounter pic 9(5) value 0.
		01 overrunCounter pic 9(5) value 0.
		01 trendingCounter pic 9(5) value 0.

		01 durationSeconds pic 9(9).
		01 durationText.
			05 durHours pic 99.
			05 filler pic x(1) value ":".
			05 durMinutes pic 99.
			05 filler pic x(1) value ":".
			05 durSeconds pic 99.
		01 clockText.
			05 clkHours pic x(2).
			05 filler pic x(1) value ":".
			05 clkMinutes pic x(2).
			05 filler pic x(1) value ":".
			05 clkSeconds pic x(2).

		01 slaReportHeader.
			05 filler pic x(26) value "BATCH WINDOW SLA - NIGHT: ".
			05 rptHdrNight pic x(8).
			05 filler pic x(4) value spaces.
			05 filler pic x(12) value "WINDOW END: ".
			05 rptHdrWindow pic x(5).
			05 filler pic x(4) value spaces.
			05 filler pic x(17) value "NIGHTS AVERAGED: ".
			05 rptHdrNights pic z9.
			05 filler pic x(4) value spaces.
			05 filler pic x(11) value "TREND PCT: ".
			05 rptHdrTrend pic zz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(11) value "RUN LIMIT: ".
			05 rptHdrRunLimit pic x(8).
			05 filler pic x(13) value spaces.

		01 slaReportDetail.
			05 rptKind pic x(6).
			05 rptIdent pic x(8).
			05 filler pic x(1) value space.
			05 rptOwner pic x(18).
			05 filler pic x(1) value space.
			05 rptStatus pic x(8).
			05 filler pic x(1) value space.
			05 filler pic x(7) value "START: ".
			05 rptStart pic x(8).
			05 filler pic x(1) value space.
			05 filler pic x(5) value "END: ".
			05 rptEnd pic x(8).
			05 filler pic x(1) value space.
			05 filler pic x(9) value "ELAPSED: ".
			05 rptElapsed pic x(8).
			05 filler pic x(1) value space.
			05 filler pic x(7) value "LIMIT: ".
			05 rptLimit pic x(8).
			05 filler pic x(1) value space.
			05 filler pic x(5) value "AVG: ".
			05 rptAverage pic x(8).
			05 filler pic x(1) value space.
			05 rptFlag pic x(11).

		01 slaReportNight.
			05 filler pic x(14) value "STREAM START: ".
			05 rptStreamStart pic x(8).
			05 filler pic x(2) value spaces.
			05 filler pic x(10) value "LAST END: ".
			05 rptStreamEnd pic x(8).
			05 filler pic x(2) value spaces.
			05 filler pic x(15) value "PROJECTED END: ".
			05 rptProjectedEnd pic x(8).
			05 filler pic x(2) value spaces.
			05 filler pic x(12) value "WINDOW END: ".
			05 rptWindowEnd pic x(8).
			05 filler pic x(2) value spaces.
			05 filler pic x(8) value "MARGIN: ".
			05 rptMarginSign pic x(1).
			05 rptMargin pic x(8).
			05 filler pic x(2) value spaces.
			05 filler pic x(7) value "TOTAL: ".
			05 rptStreamTotal pic x(8).
			05 filler pic x(7) value spaces.

		01 slaReportSummary.
			05 filler pic x(9) value "VERDICT: ".
			05 sumVerdict pic x(22).
			05 filler pic x(3) value spaces.
			05 filler pic x(7) value "STEPS: ".
			05 sumSteps pic zz9.
			05 filler pic x(3) value spaces.
			05 filler pic x(6) value "RUNS: ".
			05 sumRuns pic zzzz9.
			05 filler pic x(3) value spaces.
			05 filler pic x(10) value "OVERRUNS: ".
			05 sumOverruns pic zzzz9.
			05 filler pic x(3) value spaces.
			05 filler pic x(10) value "TRENDING: ".
			05 sumTrending pic zzzz9.
			05 filler pic x(3) value spaces.
			05 filler pic x(9) value "NOT RUN: ".
			05 sumNotRun pic zz9.
			05 filler pic x(3) value spaces.
			05 filler pic x(16) value "CARDS REJECTED: ".
			05 sumCardsRejected pic zz9.
			05 filler pic x(1) value space.

		01 slaReportEmpty.
			05 filler pic x(41)
				value "NO STEP HISTORY ON ARRAYSTH FOR THE NIGHT".
			05 filler pic x(91) value spaces.

		copy arrayEvtParm.

procedure division.
	main.
	perform logProgramStart
	open output slaReportFile
	if slaReportFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYWRPT, STATUS=" slaReportFileStatus
		move slaReportFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYWRPT" to evpText
		perform logErrorEvent
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	move function current-date to currentTimestamp
	move currentTimestamp to convertTimestamp
	perform timestampToSeconds
	move convertSeconds to nowSeconds
	perform readSlaCards
	perform readStepControlFile
	perform findRecentNights
	if return-code = 16
		close slaReportFile
		perform logProgramEnd
		goback
	end-if
	perform collectStepHistory
	perform collectRegistryRuns
	if return-code = 16
		close slaReportFile
		perform logProgramEnd
		goback
	end-if
	perform writeHeaderLine
	perform reportOneStep varying stepSlaIndex from 1 by 1
		until stepSlaIndex > stepSlaCount
	perform sortRunTable
	perform reportOneRun varying runSlaIndex from 1 by 1
		until runSlaIndex > runSlaCount
	perform checkBatchWindow
	perform writeSummaryLine
	close slaReportFile
	perform logProgramEnd
	goback.

	readSlaCards.
	open input slaCardFile
	if slaCardFileStatus not = "00"
		exit paragraph
	end-if
	perform until noMoreSlaCards
		read slaCardFile
			at end move "Y" to endOfCardFile
			not at end perform takeSlaCard
		end-read
	end-perform
	close slaCardFile.

	takeSlaCard.
	if slaCard = spaces
		exit paragraph
	end-if
	evaluate slcCardType
		when "WINDOW"
			if slcWindowEndTime numeric
					and slcWindowEndTime(1:2) < "24"
					and slcWindowEndTime(3:2) < "60"
				move slcWindowEndTime to windowEndTime
				move "Y" to windowGivenFlag
			else
				perform rejectSlaCard
			end-if
		when "NIGHTS"
			if slcNightsCount numeric and slcNightsCount > 0
					and slcNightsCount <= 30
				move slcNightsCount to nightsToAverage
			else
				perform rejectSlaCard
			end-if
		when "TREND "
			if slcTrendPct numeric
				move slcTrendPct to trendPct
			else
				perform rejectSlaCard
			end-if
		when "DATE  "
			if slcNightDate numeric
					and function test-date-yyyymmdd(function numval(slcNightDate)) = 0
				move slcNightDate to reportNightDate
				move "Y" to nightGivenFlag
			else
				perform rejectSlaCard
			end-if
		when "STEP  "
			if slcStepNumber numeric and slcStepLimit numeric
					and limitCount < 40
				add 1 to limitCount
				move slcStepNumber to limitStepNumber(limitCount)
				move slcStepLimit to limitSeconds(limitCount)
			else
				perform rejectSlaCard
			end-if
		when "RUN   "
			if slcRunLimit numeric
				move slcRunLimit to runLimitSeconds
			else
				perform rejectSlaCard
			end-if
		when other
			perform rejectSlaCard
	end-evaluate.

	rejectSlaCard.
	display "ARRSLA: CARD REJECTED: " slaCard
	add 1 to cardRejectedCounter
	if return-code < 4
		move 4 to return-code
	end-if.

	readStepControlFile.
	open input stepControlFile
	if stepControlFileStatus not = "00"
		display "ARRSLA: ARRAYSTP NOT AVAILABLE, STATUS=" stepControlFileStatus
			", NO PROJECTION FOR STEPS NOT YET RUN"
		exit paragraph
	end-if
	move "Y" to streamKnownFlag
	perform until noMoreStepCards
		read stepControlFile
			at end move "Y" to endOfStepControlFile
			not at end perform takeStepControlCard
		end-read
		if stepControlFileStatus not = "00" and stepControlFileStatus not = "10"
			display "ERROR: ARRAYSTP READ FAILED, STATUS=" stepControlFileStatus
			move "N" to streamKnownFlag
			move "Y" to endOfStepControlFile
		end-if
	end-perform
	close stepControlFile.

	takeStepControlCard.
	if stepControlCard = spaces or stepControlCard(1:1) = "P"
			or stcStepNumber not numeric or stcProgramName = spaces
		exit paragraph
	end-if
	move stcStepNumber to stepSearchNumber
	move stcProgramName to stepSearchProgram
	perform findStepSlaEntry
	if stepSlaIndex > 0
		move "Y" to slaInStreamFlag(stepSlaIndex)
	end-if.

	findStepSlaEntry.
	perform varying stepSlaIndex from 1 by 1 until stepSlaIndex > stepSlaCount
		if slaStepNumber(stepSlaIndex) = stepSearchNumber
				and slaProgramName(stepSlaIndex) = stepSearchProgram
			exit paragraph
		end-if
	end-perform
	if stepSlaCount >= stepSlaMax
		display "ARRSLA: MORE THAN " stepSlaMax " STEPS, STEP "
			stepSearchNumber " " stepSearchProgram " IGNORED"
		move 0 to stepSlaIndex
		exit paragraph
	end-if
	add 1 to stepSlaCount
	move stepSlaCount to stepSlaIndex
	move stepSearchNumber to slaStepNumber(stepSlaIndex)
	move stepSearchProgram to slaProgramName(stepSlaIndex)
	move "N" to slaInStreamFlag(stepSlaIndex)
	move "N" to slaRanTonightFlag(stepSlaIndex)
	move space to slaStatusFlag(stepSlaIndex)
	move spaces to slaStartTimestamp(stepSlaIndex)
	move spaces to slaEndTimestamp(stepSlaIndex)
	move 0 to slaElapsedSeconds(stepSlaIndex)
	move 0 to slaHistorySum(stepSlaIndex)
	move 0 to slaHistoryCount(stepSlaIndex)
	move 0 to slaLimitSeconds(stepSlaIndex)
	perform varying limitIndex from 1 by 1 until limitIndex > limitCount
		if limitStepNumber(limitIndex) = stepSearchNumber
			move limitSeconds(limitIndex) to slaLimitSeconds(stepSlaIndex)
		end-if
	end-perform.

	findRecentNights.
	if nightDateGiven
		compute recentNightMax = nightsToAverage
	else
		compute recentNightMax = nightsToAverage + 1
	end-if
	open input stepHistoryFile
	if stepHistoryFileStatus = "35"
		exit paragraph
	end-if
	if stepHistoryFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYSTH, STATUS=" stepHistoryFileStatus
		move stepHistoryFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYSTH" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	perform until noMoreHistoryLines
		read stepHistoryFile
			at end move "Y" to endOfHistoryFile
			not at end perform rankHistoryNight
		end-read
		if stepHistoryFileStatus not = "00" and stepHistoryFileStatus not = "10"
			display "ERROR: ARRAYSTH READ FAILED, STATUS=" stepHistoryFileStatus
			move 16 to return-code
			move "Y" to endOfHistoryFile
		end-if
	end-perform
	close stepHistoryFile
	if not nightDateGiven and recentNightCount > 0
		move recentNight(1) to reportNightDate
		perform varying recentIndex from 1 by 1
				until recentIndex >= recentNightCount
			move recentNight(recentIndex + 1) to recentNight(recentIndex)
		end-perform
		subtract 1 from recentNightCount
	end-if
	if recentNightCount > nightsToAverage
		move nightsToAverage to recentNightCount
	end-if.

	rankHistoryNight.
	if sthNightDate not numeric
		exit paragraph
	end-if
	if nightDateGiven and sthNightDate >= reportNightDate
		exit paragraph
	end-if
	move "N" to recentFoundFlag
	perform varying recentIndex from 1 by 1
			until recentIndex > recentNightCount
		if recentNight(recentIndex) = sthNightDate
			move "Y" to recentFoundFlag
			exit perform
		end-if
		if recentNight(recentIndex) < sthNightDate
			exit perform
		end-if
	end-perform
	if recentNightFound or recentIndex > recentNightMax
		exit paragraph
	end-if
	if recentNightCount < recentNightMax
		add 1 to recentNightCount
	end-if
	perform varying recentShiftIndex from recentNightCount by -1
			until recentShiftIndex <= recentIndex
		move recentNight(recentShiftIndex - 1) to recentNight(recentShiftIndex)
	end-perform
	move sthNightDate to recentNight(recentIndex).

	collectStepHistory.
	if reportNightDate = spaces
		exit paragraph
	end-if
	move "N" to endOfHistoryFile
	open input stepHistoryFile
	if stepHistoryFileStatus not = "00"
		exit paragraph
	end-if
	perform until noMoreHistoryLines
		read stepHistoryFile
			at end move "Y" to endOfHistoryFile
			not at end perform takeHistoryLine
		end-read
		if stepHistoryFileStatus not = "00" and stepHistoryFileStatus not = "10"
			display "ERROR: ARRAYSTH READ FAILED, STATUS=" stepHistoryFileStatus
			move 16 to return-code
			move "Y" to endOfHistoryFile
		end-if
	end-perform
	close stepHistoryFile.

	takeHistoryLine.
	if sthNightDate = reportNightDate
		move sthStepNumber to stepSearchNumber
		move sthProgramName to stepSearchProgram
		perform findStepSlaEntry
		if stepSlaIndex = 0
			exit paragraph
		end-if
		move "Y" to slaRanTonightFlag(stepSlaIndex)
		move sthStatusFlag to slaStatusFlag(stepSlaIndex)
		move sthStartTimestamp to slaStartTimestamp(stepSlaIndex)
		move sthEndTimestamp to slaEndTimestamp(stepSlaIndex)
		if sthElapsedSeconds numeric
			move sthElapsedSeconds to slaElapsedSeconds(stepSlaIndex)
		end-if
		perform widenStreamSpan
		exit paragraph
	end-if
	if sthStatusFlag not = "C" or sthElapsedSeconds not numeric
		exit paragraph
	end-if
	move sthNightDate to convertTimestamp
	perform checkRecentNight
	if not recentNightFound
		exit paragraph
	end-if
	move sthStepNumber to stepSearchNumber
	move sthProgramName to stepSearchProgram
	perform findStepSlaEntry
	if stepSlaIndex > 0
		add sthElapsedSeconds to slaHistorySum(stepSlaIndex)
		add 1 to slaHistoryCount(stepSlaIndex)
	end-if.

	checkRecentNight.
	move "N" to recentFoundFlag
	perform varying recentIndex from 1 by 1
			until recentIndex > recentNightCount
		if recentNight(recentIndex) = convertTimestamp(1:8)
			move "Y" to recentFoundFlag
			exit perform
		end-if
	end-perform.

	widenStreamSpan.
	move sthStartTimestamp to convertTimestamp
	perform timestampToSeconds
	if convertSeconds > 0
			and (streamStartSeconds = 0 or convertSeconds < streamStartSeconds)
		move convertSeconds to streamStartSeconds
		move sthStartTimestamp to streamStartTimestamp
	end-if
	move sthEndTimestamp to convertTimestamp
	perform timestampToSeconds
	if convertSeconds > streamEndSeconds
		move convertSeconds to streamEndSeconds
		move sthEndTimestamp to streamEndTimestamp
	end-if.

	collectRegistryRuns.
	if reportNightDate = spaces
		exit paragraph
	end-if
	open input runRegistryFile
	if runRegistryFileStatus = "35"
		exit paragraph
	end-if
	if runRegistryFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYREG, STATUS=" runRegistryFileStatus
		move runRegistryFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYREG" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	move low-values to regRunId
	start runRegistryFile key >= regRunId
		invalid key
			move "Y" to endOfRegistryFile
	end-start
	perform until noMoreRegistryRecords
		read runRegistryFile next
			at end move "Y" to endOfRegistryFile
			not at end perform takeRegistryRecord
		end-read
		if runRegistryFileStatus not = "00" and runRegistryFileStatus not = "10"
			display "ERROR: ARRAYREG READ FAILED, STATUS=" runRegistryFileStatus
			move 16 to return-code
			move "Y" to endOfRegistryFile
		end-if
	end-perform
	close runRegistryFile.

	takeRegistryRecord.
	if regStartTimestamp(1:14) not numeric
		exit paragraph
	end-if
	move 0 to elapsedSeconds
	if (regStatusFlag = "C" or regStatusFlag = "F")
			and regTimestamp(1:14) numeric
		move regStartTimestamp to convertTimestamp
		perform timestampToSeconds
		move convertSeconds to startSeconds
		move regTimestamp to convertTimestamp
		perform timestampToSeconds
		move convertSeconds to endSeconds
		if endSeconds > startSeconds
			compute elapsedSeconds = endSeconds - startSeconds
		end-if
	end-if
	if regStartTimestamp(1:8) = reportNightDate
		if runSlaCount >= runSlaMax
			display "ARRSLA: MORE THAN " runSlaMax " RUNS FOR THE NIGHT, RUN "
				regRunId " IGNORED"
			if return-code < 8
				move 8 to return-code
			end-if
			exit paragraph
		end-if
		add 1 to runSlaCount
		move regRunId to runSlaRunId(runSlaCount)
		move regCallingProgram to runSlaCaller(runSlaCount)
		move regStatusFlag to runSlaStatusFlag(runSlaCount)
		move regStartTimestamp to runSlaStartTimestamp(runSlaCount)
		move regTimestamp to runSlaEndTimestamp(runSlaCount)
		move elapsedSeconds to runSlaElapsedSeconds(runSlaCount)
		exit paragraph
	end-if
	if regStatusFlag not = "C"
		exit paragraph
	end-if
	move regStartTimestamp to convertTimestamp
	perform checkRecentNight
	if not recentNightFound
		exit paragraph
	end-if
	perform varying callerIndex from 1 by 1 until callerIndex > callerCount
		if callerProgram(callerIndex) = regCallingProgram
			exit perform
		end-if
	end-perform
	if callerIndex > callerCount
		if callerCount >= 20
			exit paragraph
		end-if
		add 1 to callerCount
		move regCallingProgram to callerProgram(callerCount)
		move 0 to callerHistorySum(callerCount)
		move 0 to callerHistoryCount(callerCount)
	end-if
	add elapsedSeconds to callerHistorySum(callerIndex)
	add 1 to callerHistoryCount(callerIndex).

	timestampToSeconds.
	move 0 to convertSeconds
	if convertTimestamp(1:14) not numeric
		exit paragraph
	end-if
	compute convertSeconds =
		function integer-of-date(function numval(convertTimestamp(1:8))) * 86400
		+ function numval(convertTimestamp(9:2)) * 3600
		+ function numval(convertTimestamp(11:2)) * 60
		+ function numval(convertTimestamp(13:2)).

	writeHeaderLine.
	move reportNightDate to rptHdrNight
	if windowEndGiven
		move windowEndTime(1:2) to clkHours
		move windowEndTime(3:2) to clkMinutes
		move clockText(1:5) to rptHdrWindow
	else
		move "NONE" to rptHdrWindow
	end-if
	move recentNightCount to rptHdrNights
	move trendPct to rptHdrTrend
	if runLimitSeconds > 0
		move runLimitSeconds to durationSeconds
		perform formatDuration
		move durationText to rptHdrRunLimit
	else
		move "NONE" to rptHdrRunLimit
	end-if
	write slaReportLine from slaReportHeader
	perform checkReportWrite
	if stepSlaCount = 0 or reportNightDate = spaces
		write slaReportLine from slaReportEmpty
		perform checkReportWrite
	end-if.

	reportOneStep.
	if slaRanTonightFlag(stepSlaIndex) not = "Y"
			and slaInStreamFlag(stepSlaIndex) not = "Y"
		exit paragraph
	end-if
	move "STEP: " to rptKind
	move spaces to rptIdent
	move slaStepNumber(stepSlaIndex) to rptIdent(1:2)
	move slaProgramName(stepSlaIndex) to rptOwner
	move spaces to flagText
	move 0 to averageSeconds
	if slaHistoryCount(stepSlaIndex) > 0
		compute averageSeconds rounded =
			slaHistorySum(stepSlaIndex) / slaHistoryCount(stepSlaIndex)
	end-if
	move slaLimitSeconds(stepSlaIndex) to limitInEffect
	if slaRanTonightFlag(stepSlaIndex) = "Y"
		add 1 to stepsTonightCounter
		evaluate slaStatusFlag(stepSlaIndex)
			when "C" move "COMPLETE" to rptStatus
			when "F" move "FAILED" to rptStatus
			when other move "UNKNOWN" to rptStatus
		end-evaluate
		move slaStartTimestamp(stepSlaIndex) to convertTimestamp
		perform formatClock
		move clockText to rptStart
		move slaEndTimestamp(stepSlaIndex) to convertTimestamp
		perform formatClock
		move clockText to rptEnd
		move slaElapsedSeconds(stepSlaIndex) to elapsedSeconds
		perform flagElapsedTime
	else
		add 1 to stepsNotRunCounter
		move "NOT RUN" to rptStatus
		move spaces to rptStart
		move spaces to rptEnd
		move averageSeconds to elapsedSeconds
		if averageSeconds > 0
			move "PROJECTED" to flagText
		end-if
	end-if
	if slaInStreamFlag(stepSlaIndex) = "Y"
			and slaStatusFlag(stepSlaIndex) not = "C"
		add averageSeconds to remainingSeconds
	end-if
	perform writeDetailLine.

	reportOneRun.
	move "RUN:  " to rptKind
	move runSlaRunId(runSlaIndex) to rptIdent
	move spaces to rptOwner
	string "BY " delimited by size
		runSlaCaller(runSlaIndex) delimited by space
		into rptOwner
	end-string
	move spaces to flagText
	add 1 to runsTonightCounter
	evaluate runSlaStatusFlag(runSlaIndex)
		when "C" move "COMPLETE" to rptStatus
		when "F" move "FAILED" to rptStatus
		when "P" move "RUNNING" to rptStatus
		when other move runSlaStatusFlag(runSlaIndex) to rptStatus
	end-evaluate
	move runSlaStartTimestamp(runSlaIndex) to convertTimestamp
	perform formatClock
	move clockText to rptStart
	if runSlaStatusFlag(runSlaIndex) = "P"
		move spaces to rptEnd
	else
		move runSlaEndTimestamp(runSlaIndex) to convertTimestamp
		perform formatClock
		move clockText to rptEnd
	end-if
	move 0 to averageSeconds
	perform varying callerIndex from 1 by 1 until callerIndex > callerCount
		if callerProgram(callerIndex) = runSlaCaller(runSlaIndex)
			compute averageSeconds rounded =
				callerHistorySum(callerIndex) / callerHistoryCount(callerIndex)
			exit perform
		end-if
	end-perform
	move runLimitSeconds to limitInEffect
	move runSlaElapsedSeconds(runSlaIndex) to elapsedSeconds
	if runSlaStatusFlag(runSlaIndex) = "C" or runSlaStatusFlag(runSlaIndex) = "F"
		perform flagElapsedTime
	end-if
	perform writeDetailLine.

	flagElapsedTime.
	if limitInEffect > 0 and elapsedSeconds > limitInEffect
		move "OVERRUN" to flagText
		add 1 to overrunCounter
	end-if
	if averageSeconds > 0
			and elapsedSeconds * 100 > averageSeconds * (100 + trendPct)
		if flagText = spaces
			move "TRENDING" to flagText
		else
			move "OVER+TREND" to flagText
		end-if
		add 1 to trendingCounter
	end-if
	if (flagText not = spaces) and return-code < 4
		move 4 to return-code
	end-if.

	writeDetailLine.
	move elapsedSeconds to durationSeconds
	perform formatDuration
	move durationText to rptElapsed
	if limitInEffect > 0
		move limitInEffect to durationSeconds
		perform formatDuration
		move durationText to rptLimit
	else
		move "NONE" to rptLimit
	end-if
	if averageSeconds > 0
		move averageSeconds to durationSeconds
		perform formatDuration
		move durationText to rptAverage
	else
		move "NONE" to rptAverage
	end-if
	move flagText to rptFlag
	write slaReportLine from slaReportDetail
	perform checkReportWrite.

	sortRunTable.
	move "Y" to sortSwappedFlag
	perform until not sortPassSwapped
		move "N" to sortSwappedFlag
		perform sortRunPass varying sortIndex from 1 by 1
			until sortIndex >= runSlaCount
	end-perform.

	sortRunPass.
	if runSlaStartTimestamp(sortIndex) > runSlaStartTimestamp(sortIndex + 1)
		move runSlaEntry(sortIndex) to runSwapEntry
		move runSlaEntry(sortIndex + 1) to runSlaEntry(sortIndex)
		move runSwapEntry to runSlaEntry(sortIndex + 1)
		move "Y" to sortSwappedFlag
	end-if.

	checkBatchWindow.
	move spaces to rptWindowEnd
	move "Y" to streamCompleteFlag
	if streamIsKnown
		perform varying stepSlaIndex from 1 by 1 until stepSlaIndex > stepSlaCount
			if slaInStreamFlag(stepSlaIndex) = "Y"
					and slaStatusFlag(stepSlaIndex) not = "C"
				move "N" to streamCompleteFlag
			end-if
		end-perform
	end-if
	move streamStartTimestamp to convertTimestamp
	perform formatClock
	move clockText to rptStreamStart
	move streamEndTimestamp to convertTimestamp
	perform formatClock
	move clockText to rptStreamEnd
	if streamIsComplete
		move streamEndSeconds to projectedEndSeconds
		move spaces to rptProjectedEnd
	else
		if nowSeconds > streamEndSeconds
			compute projectedEndSeconds = nowSeconds + remainingSeconds
		else
			compute projectedEndSeconds = streamEndSeconds + remainingSeconds
		end-if
		compute durationSeconds = function mod(projectedEndSeconds, 86400)
		perform formatDuration
		move durationText to rptProjectedEnd
	end-if
	if streamStartSeconds > 0 and projectedEndSeconds > streamStartSeconds
		compute durationSeconds = projectedEndSeconds - streamStartSeconds
		perform formatDuration
		move durationText to rptStreamTotal
	else
		move spaces to rptStreamTotal
	end-if
	move spaces to rptMarginSign
	move spaces to rptMargin
	evaluate true
		when stepsTonightCounter = 0
			move "NO STEP HISTORY" to sumVerdict
			if return-code < 4
				move 4 to return-code
			end-if
		when not windowEndGiven
			move "WINDOW NOT CHECKED" to sumVerdict
			move "NONE" to rptWindowEnd
		when other
			perform compareToWindow
	end-evaluate
	write slaReportLine from slaReportNight
	perform checkReportWrite.

	compareToWindow.
	move spaces to convertTimestamp
	move reportNightDate to convertTimestamp(1:8)
	move windowEndTime to convertTimestamp(9:4)
	move "00" to convertTimestamp(13:2)
	perform timestampToSeconds
	move convertSeconds to windowEndSeconds
	if windowEndSeconds <= streamStartSeconds
		add 86400 to windowEndSeconds
	end-if
	move windowEndTime(1:2) to clkHours
	move windowEndTime(3:2) to clkMinutes
	move "00" to clkSeconds
	move clockText to rptWindowEnd
	if windowEndSeconds >= projectedEndSeconds
		compute marginSeconds = windowEndSeconds - projectedEndSeconds
		move "+" to rptMarginSign
		move marginSeconds to durationSeconds
	else
		compute marginSeconds = projectedEndSeconds - windowEndSeconds
		move "-" to rptMarginSign
		move marginSeconds to durationSeconds
	end-if
	perform formatDuration
	move durationText to rptMargin
	evaluate true
		when streamEndSeconds > windowEndSeconds
			move "WINDOW BREACHED" to sumVerdict
			if return-code < 8
				move 8 to return-code
			end-if
		when not streamIsComplete and nowSeconds > windowEndSeconds
			move "WINDOW BREACHED" to sumVerdict
			if return-code < 8
				move 8 to return-code
			end-if
		when not streamIsComplete and projectedEndSeconds > windowEndSeconds
			move "WINDOW AT RISK" to sumVerdict
			if return-code < 4
				move 4 to return-code
			end-if
		when not streamIsComplete
			move "IN PROGRESS, ON TRACK" to sumVerdict
		when other
			move "WITHIN WINDOW" to sumVerdict
	end-evaluate.

	formatClock.
	if convertTimestamp(9:6) numeric
		move convertTimestamp(9:2) to clkHours
		move convertTimestamp(11:2) to clkMinutes
		move convertTimestamp(13:2) to clkSeconds
	else
		move spaces to clkHours
		move spaces to clkMinutes
		move spaces to clkSeconds
	end-if.

	formatDuration.
	if durationSeconds >= 360000
		move 99 to durHours
		move 59 to durMinutes
		move 59 to durSeconds
	else
		compute durHours = durationSeconds / 3600
		compute durMinutes = function mod(durationSeconds, 3600) / 60
		compute durSeconds = function mod(durationSeconds, 60)
	end-if.

	writeSummaryLine.
	move stepsTonightCounter to sumSteps
	move runsTonightCounter to sumRuns
	move overrunCounter to sumOverruns
	move trendingCounter to sumTrending
	move stepsNotRunCounter to sumNotRun
	move cardRejectedCounter to sumCardsRejected
	write slaReportLine from slaReportSummary
	perform checkReportWrite.

	checkReportWrite.
	if slaReportFileStatus not = "00"
		display "ERROR: ARRAYWRPT WRITE FAILED, STATUS=" slaReportFileStatus
	end-if.

	logProgramStart.
	move "ARRSLA" to evpProgramId
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
