identification division.
program-id. ARRSCHB.

environment division.
	input-output section.
	file-control.
		select dateCardFile assign to "SYSIN"
			organization is line sequential
			file status is dateCardFileStatus.
		select calendarFile assign to "ARRAYCAL"
			organization is line sequential
			file status is calendarFileStatus.
		select scheduleFile assign to "ARRAYSCH"
			organization is indexed
			access is dynamic
			record key is schScheduleId
			file status is scheduleFileStatus.
		select profileFile assign to "ARRAYPRF"
			organization is indexed
			access is random
			record key is prfProfileId
			file status is profileFileStatus.
		select controlFile assign to "ARRAYCTL"
			organization is line sequential
			file status is controlFileStatus.
		select scheduleReportFile assign to "ARRAYSRPT"
			organization is line sequential
			file status is scheduleReportFileStatus.

data division.
	file section.
	fd dateCardFile.
		01 dateCard.
			05 dtcBusinessDate pic x(8).
			05 filler pic x(72).
	fd calendarFile.
		copy arrayCalRec.
	fd scheduleFile.
		copy arraySchRec.
	fd profileFile.
		copy arrayPrfRec.
	fd controlFile.
		copy arrayCtlRec.
	fd scheduleReportFile.
		01 scheduleReportLine pic x(132).

	local-storage section.
		01 dateCardFileStatus pic xx.
		01 calendarFileStatus pic xx.
		01 scheduleFileStatus pic xx.
		01 profileFileStatus pic xx.
		01 controlFileStatus pic xx.
		01 scheduleReportFileStatus pic xx.
		01 profileFileOpenFlag pic x value "N".
			88 profileFileIsOpen value "Y".
		01 endOfCalendarFile pic x value "N".
			88 noMoreCalendarRecords value "Y".
		01 endOfScheduleFile pic x value "N".
			88 noMoreScheduleRecords value "Y".
		01 currentTimestamp pic x(26).
		01 businessDate pic x(8).
		01 businessDateNumber pic 9(8).
		01 businessDateInteger pic 9(8).
		01 businessYear pic 9(4).
		01 businessYearMonth pic 9(6).
		01 yearStartInteger pic 9(8).
		01 businessDayOfYear pic 999.
		01 businessDayOfWeek pic 9.
		01 businessDayOfMonth pic 99.
		01 businessDayType pic x.
			88 businessDayIsWorking value "B".
			88 businessDayIsHoliday value "H".
		01 businessDayDescription pic x(30) value spaces.
		01 monthEndFlag pic x value "N".
			88 businessDayIsMonthEnd value "Y".
		01 monthDayIndex pic s9(4).
		01 monthDayDate pic 9(8).
		01 monthDayInteger pic 9(8).
		01 monthLastDay pic 99 value 0.
		01 monthDayTable.
			05 monthDayType pic x occurs 31 times.
		01 entryDueFlag pic x.
			88 entryIsDue value "Y".
		01 entryProfileFlag pic x.
			88 entryProfileIsUsable value "Y".
		01 entryProfileProblem pic x(20).
		01 entryResult pic x(30).
		01 entryRunId pic x(8).
		01 entrySeedValue pic 9(9).
		01 runIdTableMax pic 9(4) value 500.
		01 runIdCount pic 9(4) value 0.
		01 runIdIndex pic s9(4).
		01 runIdTable.
			05 runIdEntry pic x(8) occurs 500 times.
		01 duplicateRunIdFlag pic x.
			88 runIdAlreadyScheduled value "Y".
		01 scheduledCounter pic 9(5) value 0.
		01 holidayCounter pic 9(5) value 0.
		01 profileSkipCounter pic 9(5) value 0.
		01 duplicateCounter pic 9(5) value 0.
		01 notDueCounter pic 9(5) value 0.
		01 inactiveCounter pic 9(5) value 0.

		01 scheduleReportHeader.
			05 filler pic x(31) value "SCHEDULE BUILD, BUSINESS DATE: ".
			05 rptHdrBusinessDate pic x(8).
			05 filler pic x(4) value spaces.
			05 filler pic x(10) value "DAY TYPE: ".
			05 rptHdrDayType pic x.
			05 filler pic x(4) value spaces.
			05 filler pic x(9) value "WEEKDAY: ".
			05 rptHdrDayOfWeek pic 9.
			05 filler pic x(4) value spaces.
			05 filler pic x(11) value "MONTH-END: ".
			05 rptHdrMonthEnd pic x.
			05 filler pic x(4) value spaces.
			05 rptHdrDescription pic x(30).
			05 filler pic x(14) value spaces.

		01 scheduleReportDetail.
			05 filler pic x(10) value "SCHEDULE: ".
			05 rptScheduleId pic x(8).
			05 filler pic x(3) value spaces.
			05 filler pic x(6) value "FREQ: ".
			05 rptFrequency pic x.
			05 filler pic x(3) value spaces.
			05 filler pic x(9) value "PROFILE: ".
			05 rptProfileId pic x(8).
			05 filler pic x(3) value spaces.
			05 filler pic x(6) value "SIZE: ".
			05 rptArraySize pic zzzz9.
			05 filler pic x(3) value spaces.
			05 filler pic x(8) value "RUN-ID: ".
			05 rptRunId pic x(8).
			05 filler pic x(3) value spaces.
			05 filler pic x(6) value "SEED: ".
			05 rptSeedValue pic 9(9).
			05 filler pic x(2) value spaces.
			05 rptResult pic x(30).

		01 scheduleReportSummary.
			05 filler pic x(9) value "SUMMARY: ".
			05 filler pic x(11) value "SCHEDULED: ".
			05 sumScheduled pic zzzz9.
			05 filler pic x(3) value spaces.
			05 filler pic x(9) value "HOLIDAY: ".
			05 sumHoliday pic zzzz9.
			05 filler pic x(3) value spaces.
			05 filler pic x(15) value "PROFILE ISSUE: ".
			05 sumProfileSkip pic zzzz9.
			05 filler pic x(3) value spaces.
			05 filler pic x(11) value "DUPLICATE: ".
			05 sumDuplicate pic zzzz9.
			05 filler pic x(3) value spaces.
			05 filler pic x(9) value "NOT DUE: ".
			05 sumNotDue pic zzzz9.
			05 filler pic x(3) value spaces.
			05 filler pic x(10) value "INACTIVE: ".
			05 sumInactive pic zzzz9.
			05 filler pic x(13) value spaces.

		copy arrayEvtParm.

procedure division.
	main.
	perform logProgramStart
	perform readBusinessDateCard
	if return-code not = 0
		perform logProgramEnd
		goback
	end-if
	perform loadCalendar
	if return-code not = 0
		perform logProgramEnd
		goback
	end-if
	perform classifyBusinessDate
	open output scheduleReportFile
	if scheduleReportFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYSRPT, STATUS="
			scheduleReportFileStatus
		move scheduleReportFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYSRPT" to evpText
		perform logErrorEvent
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	open input scheduleFile
	if scheduleFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYSCH, STATUS=" scheduleFileStatus
		move scheduleFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYSCH" to evpText
		perform logErrorEvent
		close scheduleReportFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	open output controlFile
	if controlFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYCTL, STATUS=" controlFileStatus
		move controlFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYCTL" to evpText
		perform logErrorEvent
		close scheduleFile
		close scheduleReportFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	open input profileFile
	if profileFileStatus = "00"
		move "Y" to profileFileOpenFlag
	end-if
	perform writeReportHeader
	move low-values to schScheduleId
	start scheduleFile key >= schScheduleId
		invalid key
			move "Y" to endOfScheduleFile
	end-start
	perform until noMoreScheduleRecords
		read scheduleFile next
			at end move "Y" to endOfScheduleFile
			not at end perform processScheduleEntry
		end-read
		if scheduleFileStatus not = "00" and scheduleFileStatus not = "10"
			display "ERROR: ARRAYSCH READ FAILED, STATUS=" scheduleFileStatus
			move 16 to return-code
			move "Y" to endOfScheduleFile
		end-if
	end-perform
	close scheduleFile
	close controlFile
	if profileFileIsOpen
		close profileFile
	end-if
	perform writeReportSummary
	close scheduleReportFile
	if return-code = 0 and (profileSkipCounter > 0 or duplicateCounter > 0)
		move 4 to return-code
	end-if
	perform logProgramEnd
	goback.

	readBusinessDateCard.
	move function current-date to currentTimestamp
	move currentTimestamp(1:8) to businessDate
	open input dateCardFile
	if dateCardFileStatus not = "00"
		exit paragraph
	end-if
	read dateCardFile
		at end move spaces to dtcBusinessDate
	end-read
	close dateCardFile
	if dtcBusinessDate = spaces
		exit paragraph
	end-if
	if dtcBusinessDate not numeric
		display "ERROR: BUSINESS DATE NOT NUMERIC: " dtcBusinessDate
		move 16 to return-code
		exit paragraph
	end-if
	if function test-date-yyyymmdd(function numval(dtcBusinessDate)) not = 0
		display "ERROR: BUSINESS DATE INVALID: " dtcBusinessDate
		move 16 to return-code
		exit paragraph
	end-if
	move dtcBusinessDate to businessDate.

	loadCalendar.
	move businessDate to businessDateNumber
	move businessDate(1:4) to businessYear
	move businessDate(1:6) to businessYearMonth
	compute businessDateInteger = function integer-of-date(businessDateNumber)
	move businessDate(7:2) to businessDayOfMonth
	move spaces to monthDayTable
	perform varying monthDayIndex from 1 by 1 until monthDayIndex > 31
		compute monthDayDate = businessYearMonth * 100 + monthDayIndex
		if function test-date-yyyymmdd(monthDayDate) = 0
			move monthDayIndex to monthLastDay
			compute monthDayInteger = function integer-of-date(monthDayDate)
			if function mod(monthDayInteger - 1, 7) < 5
				move "B" to monthDayType(monthDayIndex)
			else
				move "N" to monthDayType(monthDayIndex)
			end-if
		end-if
	end-perform
	open input calendarFile
	if calendarFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYCAL, STATUS=" calendarFileStatus
		move calendarFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYCAL" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	perform until noMoreCalendarRecords
		read calendarFile
			at end move "Y" to endOfCalendarFile
			not at end perform applyCalendarRecord
		end-read
		if calendarFileStatus not = "00" and calendarFileStatus not = "10"
			display "ERROR: ARRAYCAL READ FAILED, STATUS=" calendarFileStatus
			move 16 to return-code
			move "Y" to endOfCalendarFile
		end-if
	end-perform
	close calendarFile.

	applyCalendarRecord.
	if calDate(1:6) not = businessDate(1:6) or calDate(7:2) not numeric
		exit paragraph
	end-if
	if calDayType not = "B" and calDayType not = "H" and calDayType not = "N"
		display "WARNING: ARRAYCAL DAY TYPE INVALID FOR " calDate
		exit paragraph
	end-if
	move calDate(7:2) to monthDayIndex
	if monthDayIndex < 1 or monthDayIndex > monthLastDay
		exit paragraph
	end-if
	move calDayType to monthDayType(monthDayIndex)
	if calDate = businessDate
		move calDescription to businessDayDescription
	end-if.

	classifyBusinessDate.
	move monthDayType(businessDayOfMonth) to businessDayType
	compute businessDayOfWeek = function mod(businessDateInteger - 1, 7) + 1
	compute yearStartInteger =
		function integer-of-date(businessYear * 10000 + 101)
	compute businessDayOfYear = businessDateInteger - yearStartInteger + 1
	if not businessDayIsWorking
		exit paragraph
	end-if
	move "Y" to monthEndFlag
	perform varying monthDayIndex from businessDayOfMonth by 1
			until monthDayIndex >= monthLastDay
		if monthDayType(monthDayIndex + 1) = "B"
			move "N" to monthEndFlag
		end-if
	end-perform.

	processScheduleEntry.
	if schStatusFlag not = "A"
		add 1 to inactiveCounter
		exit paragraph
	end-if
	perform decideEntryDue
	perform checkEntryProfile
	move spaces to entryRunId
	move 0 to entrySeedValue
	if not entryIsDue
		if entryProfileIsUsable
			add 1 to notDueCounter
		else
			add 1 to profileSkipCounter
			string entryProfileProblem delimited by "  "
				", NOT DUE" delimited by size
				into entryResult
			end-string
			perform writeReportDetail
		end-if
		exit paragraph
	end-if
	if businessDayIsHoliday
		add 1 to holidayCounter
		move "SKIPPED - HOLIDAY" to entryResult
		perform writeReportDetail
		exit paragraph
	end-if
	if not entryProfileIsUsable
		add 1 to profileSkipCounter
		string "SKIPPED - " entryProfileProblem delimited by size
			into entryResult
		end-string
		perform writeReportDetail
		exit paragraph
	end-if
	perform buildRunId
	perform buildSeedValue
	perform checkDuplicateRunId
	if runIdAlreadyScheduled
		add 1 to duplicateCounter
		move "SKIPPED - DUPLICATE RUN-ID" to entryResult
		perform writeReportDetail
		exit paragraph
	end-if
	perform writeControlRecord.

	decideEntryDue.
	move "N" to entryDueFlag
	evaluate schFrequency
		when "D"
			if businessDayIsWorking or businessDayIsHoliday
				move "Y" to entryDueFlag
			end-if
		when "W"
			if schDayOfWeek = businessDayOfWeek
					and (businessDayIsWorking or businessDayIsHoliday)
				move "Y" to entryDueFlag
			end-if
		when "M"
			if businessDayIsMonthEnd
				move "Y" to entryDueFlag
			end-if
	end-evaluate.

	checkEntryProfile.
	move "Y" to entryProfileFlag
	move spaces to entryProfileProblem
	move spaces to entryResult
	if schProfileId = spaces
		exit paragraph
	end-if
	if not profileFileIsOpen
		move "N" to entryProfileFlag
		move "PROFILE FILE UNUSABLE" to entryProfileProblem
		exit paragraph
	end-if
	move schProfileId to prfProfileId
	read profileFile
		invalid key continue
	end-read
	evaluate true
		when profileFileStatus = "23"
			move "N" to entryProfileFlag
			move "PROFILE NOT FOUND" to entryProfileProblem
		when profileFileStatus not = "00"
			move "N" to entryProfileFlag
			move "PROFILE READ FAILED" to entryProfileProblem
		when prfStatusFlag not = "A"
			move "N" to entryProfileFlag
			move "PROFILE INACTIVE" to entryProfileProblem
	end-evaluate.

	buildRunId.
	evaluate schRunIdStyle
		when "D"
			string schRunIdPrefix(1:2) businessDate(3:6) delimited by size
				into entryRunId
			end-string
		when "J"
			string schRunIdPrefix(1:3) businessDate(3:2) businessDayOfYear
				delimited by size
				into entryRunId
			end-string
		when "M"
			string schRunIdPrefix(1:4) businessDate(3:4) delimited by size
				into entryRunId
			end-string
	end-evaluate.

	buildSeedValue.
	evaluate schSeedPolicy
		when "F"
			move schSeedValue to entrySeedValue
		when "D"
			compute entrySeedValue =
				function mod(businessDateNumber + schSeedValue, 1000000000)
		when other
			move 0 to entrySeedValue
	end-evaluate.

	checkDuplicateRunId.
	move "N" to duplicateRunIdFlag
	perform varying runIdIndex from 1 by 1 until runIdIndex > runIdCount
		if runIdEntry(runIdIndex) = entryRunId
			move "Y" to duplicateRunIdFlag
			exit perform
		end-if
	end-perform
	if not runIdAlreadyScheduled and runIdCount < runIdTableMax
		add 1 to runIdCount
		move entryRunId to runIdEntry(runIdCount)
	end-if.

	writeControlRecord.
	move spaces to arrayControlRecord
	move entryRunId to ctrlRequestId
	move schArraySize to ctrlArraySize
	move schProfileId to ctrlProfileId
	move entrySeedValue to ctrlSeedValue
	move "N" to ctrlOverrideFlag
	move schCostCentre to ctrlCostCentre
	write arrayControlRecord
	if controlFileStatus not = "00"
		display "ERROR: ARRAYCTL WRITE FAILED, STATUS=" controlFileStatus
		move "NOT SCHEDULED - ARRAYCTL WRITE" to entryResult
		move 16 to return-code
	else
		add 1 to scheduledCounter
		move "SCHEDULED" to entryResult
	end-if
	perform writeReportDetail.

	writeReportHeader.
	move businessDate to rptHdrBusinessDate
	move businessDayType to rptHdrDayType
	move businessDayOfWeek to rptHdrDayOfWeek
	move monthEndFlag to rptHdrMonthEnd
	move businessDayDescription to rptHdrDescription
	write scheduleReportLine from scheduleReportHeader
	if scheduleReportFileStatus not = "00"
		display "ERROR: ARRAYSRPT WRITE FAILED, STATUS="
			scheduleReportFileStatus
	end-if.

	writeReportDetail.
	move schScheduleId to rptScheduleId
	move schFrequency to rptFrequency
	move schProfileId to rptProfileId
	move schArraySize to rptArraySize
	move entryRunId to rptRunId
	move entrySeedValue to rptSeedValue
	move entryResult to rptResult
	write scheduleReportLine from scheduleReportDetail
	if scheduleReportFileStatus not = "00"
		display "ERROR: ARRAYSRPT WRITE FAILED, STATUS="
			scheduleReportFileStatus
	end-if.

	writeReportSummary.
	move scheduledCounter to sumScheduled
	move holidayCounter to sumHoliday
	move profileSkipCounter to sumProfileSkip
	move duplicateCounter to sumDuplicate
	move notDueCounter to sumNotDue
	move inactiveCounter to sumInactive
	write scheduleReportLine from scheduleReportSummary
	if scheduleReportFileStatus not = "00"
		display "ERROR: ARRAYSRPT WRITE FAILED, STATUS="
			scheduleReportFileStatus
	end-if.

	logProgramStart.
	move "ARRSCHB" to evpProgramId
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
