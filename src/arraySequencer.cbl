		select sequenceReportFile assign to "ARRAYQRPT"
			organization is line sequential
			file status is sequenceReportFileStatus.
		select stepHistoryFile assign to "ARRAYSTH"
			organization is line sequential
			file status is stepHistoryFileStatus.

data division.
	file section.
			05 dayCondCode pic -9(4).
			05 filler pic x(1).
			05 dayTimestamp pic x(26).
			05 filler pic x(1).
			05 dayStartTimestamp pic x(26).
	fd sequenceReportFile.
		01 sequenceReportLine pic x(132).
	fd stepHistoryFile.
		copy arraySthRec.

	local-storage section.
		01 stepControlFileStatus pic xx.
		01 stepSysinFileStatus pic xx.
		01 dayControlFileStatus pic xx.
		01 sequenceReportFileStatus pic xx.
		01 stepHistoryFileStatus pic xx.
		01 endOfStepFile pic x value "N".
			88 noMoreStepCards value "Y".
		01 endOfDayFile pic x value "N".
				10 stepStatusFlag pic x.
				10 stepCondCode pic s9(4).
				10 stepTimestamp pic x(26).
				10 stepStartTimestamp pic x(26).
				10 stepParmCount pic 9(2).
				10 stepParmCard pic x(80) occurs 10 times.
		01 parmIndex pic s9(4).
		01 stepsSkippedCounter pic 9(2) value 0.
		01 stepsRefusedCounter pic 9(2) value 0.
		01 stepsFailedCounter pic 9(2) value 0.
		01 stepElapsedSeconds pic 9(7).
		01 startSecondsOfDay pic 9(7).
		01 endSecondsOfDay pic 9(7).
		01 elapsedDays pic s9(7).
		01 elapsedTimeText.
			05 elapsedHours pic zz9.
			05 filler pic x(1) value ":".
			05 elapsedMinutes pic 99.
			05 filler pic x(1) value ":".
			05 elapsedSecondsPart pic 99.

		01 sequenceReportDetail.
			05 filler pic x(6) value "STEP: ".
			05 filler pic x(4) value spaces.
			05 filler pic x(16) value "CONDITION CODE: ".
			05 rptCondCode pic -9(4).
			05 filler pic x(4) value spaces.
			05 filler pic x(9) value "ELAPSED: ".
			05 rptElapsedTime pic x(9).
			05 filler pic x(30) value spaces.

		01 sequenceReportSummary.
			05 filler pic x(9) value "SUMMARY: ".
			05 filler pic x(4) value spaces.
			05 filler pic x(8) value "FAILED: ".
			05 sumFailed pic z9.
			05 filler pic x(50) value spaces.

		copy arrayEvtParm.

	move space to stepStatusFlag(stepCount)
	move 0 to stepCondCode(stepCount)
	move spaces to stepTimestamp(stepCount)
	move spaces to stepStartTimestamp(stepCount)
	move 0 to stepParmCount(stepCount).

	loadStepParmCard.
			move dayStatusFlag to stepStatusFlag(dayMatchIndex)
			compute stepCondCode(dayMatchIndex) = function numval(dayCondCode)
			move dayTimestamp to stepTimestamp(dayMatchIndex)
			move dayStartTimestamp to stepStartTimestamp(dayMatchIndex)
			exit perform
		end-if
	end-perform.
	runOneStep.
	move stepNumber(stepIndex) to rptStepNumber
	move stepProgram(stepIndex) to rptProgramName
	move spaces to rptElapsedTime
	if stepRecordedFlag(stepIndex) = "Y"
			and stepStatusFlag(stepIndex) = "C"
		add 1 to stepsSkippedCounter
		move "COMPLETE" to rptStepAction
		move stepCondCode(stepIndex) to rptCondCode
		perform computeStepElapsed
		perform writeReportDetailLine
		exit paragraph
	end-if
	add 1 to stepsRanCounter
	move return-code to sequencerCondCode
	move 0 to return-code
	move function current-date to stepStartTimestamp(stepIndex)
	call stepProgram(stepIndex)
	move return-code to savedReturnCode
	move sequencerCondCode to return-code
		end-if
	end-if
	move savedReturnCode to rptCondCode
	perform computeStepElapsed
	perform writeDayControlFile
	perform writeStepHistory
	perform writeReportDetailLine.

	computeStepElapsed.
	move 0 to stepElapsedSeconds
	if stepStartTimestamp(stepIndex)(1:14) not numeric
			or stepTimestamp(stepIndex)(1:14) not numeric
		exit paragraph
	end-if
	compute elapsedDays =
		function integer-of-date(function numval(stepTimestamp(stepIndex)(1:8)))
		- function integer-of-date(
			function numval(stepStartTimestamp(stepIndex)(1:8)))
	compute startSecondsOfDay =
		function numval(stepStartTimestamp(stepIndex)(9:2)) * 3600
		+ function numval(stepStartTimestamp(stepIndex)(11:2)) * 60
		+ function numval(stepStartTimestamp(stepIndex)(13:2))
	compute endSecondsOfDay =
		function numval(stepTimestamp(stepIndex)(9:2)) * 3600
		+ function numval(stepTimestamp(stepIndex)(11:2)) * 60
		+ function numval(stepTimestamp(stepIndex)(13:2))
	if elapsedDays >= 0
		compute stepElapsedSeconds =
			elapsedDays * 86400 + endSecondsOfDay - startSecondsOfDay
	end-if
	compute elapsedHours = stepElapsedSeconds / 3600
	compute elapsedMinutes = function mod(stepElapsedSeconds, 3600) / 60
	compute elapsedSecondsPart = function mod(stepElapsedSeconds, 60)
	move elapsedTimeText to rptElapsedTime.

	writeStepSysin.
	move "Y" to stepSysinOkFlag
	open output stepSysinFile
	move stepStatusFlag(dayMatchIndex) to dayStatusFlag
	move stepCondCode(dayMatchIndex) to dayCondCode
	move stepTimestamp(dayMatchIndex) to dayTimestamp
	move stepStartTimestamp(dayMatchIndex) to dayStartTimestamp
	write dayControlRecord
	if dayControlFileStatus not = "00"
		display "ERROR: ARRAYDAY WRITE FAILED, STATUS=" dayControlFileStatus
		move 16 to return-code
	end-if.

	writeStepHistory.
	open extend stepHistoryFile
	if stepHistoryFileStatus not = "00"
		open output stepHistoryFile
	end-if
	if stepHistoryFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYSTH, STATUS="
			stepHistoryFileStatus
		move stepHistoryFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYSTH" to evpText
		perform logErrorEvent
		exit paragraph
	end-if
	move spaces to stepHistoryRecord
	move sequencerTimestamp(1:8) to sthNightDate
	move stepNumber(stepIndex) to sthStepNumber
	move stepProgram(stepIndex) to sthProgramName
	move stepStatusFlag(stepIndex) to sthStatusFlag
	move stepCondCode(stepIndex) to sthCondCode
	move stepStartTimestamp(stepIndex) to sthStartTimestamp
	move stepTimestamp(stepIndex) to sthEndTimestamp
	move stepElapsedSeconds to sthElapsedSeconds
	write stepHistoryRecord
	if stepHistoryFileStatus not = "00"
		display "ERROR: ARRAYSTH WRITE FAILED, STATUS=" stepHistoryFileStatus
	end-if
	close stepHistoryFile.

	writeReportDetailLine.
	write sequenceReportLine from sequenceReportDetail
	if sequenceReportFileStatus not = "00"
