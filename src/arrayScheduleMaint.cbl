identification division.
program-id. ARRSCHM.

environment division.
	input-output section.
	file-control.
		select maintCardFile assign to "SYSIN"
			organization is line sequential
			file status is maintCardFileStatus.
		select scheduleFile assign to "ARRAYSCH"
			organization is indexed
			access is random
			record key is schScheduleId
			file status is scheduleFileStatus.
		select maintReportFile assign to "ARRAYJRPT"
			organization is line sequential
			file status is maintReportFileStatus.

data division.
	file section.
	fd maintCardFile.
		01 maintCard.
			05 mntAction pic x.
			05 mntScheduleId pic x(8).
			05 mntFrequency pic x.
			05 mntDayOfWeek pic 9.
			05 mntProfileId pic x(8).
			05 mntArraySize pic 9(5).
			05 mntSeedPolicy pic x.
			05 mntSeedValue pic 9(9).
			05 mntRunIdPrefix pic x(4).
			05 mntRunIdStyle pic x.
			05 mntCostCentre pic x(6).
	fd scheduleFile.
		copy arraySchRec.
	fd maintReportFile.
		01 maintReportLine pic x(132).

	local-storage section.
		01 maintCardFileStatus pic xx.
		01 scheduleFileStatus pic xx.
		01 maintReportFileStatus pic xx.
		01 endOfCardFile pic x value "N".
			88 noMoreMaintCards value "Y".
		01 cardCounter pic 9(5) value 0.
		01 errorCounter pic 9(5) value 0.
		01 cardValidFlag pic x.
			88 cardIsValid value "Y".

		01 maintReportDetail.
			05 filler pic x(8) value "ACTION: ".
			05 rptAction pic x.
			05 filler pic x(4) value spaces.
			05 filler pic x(10) value "SCHEDULE: ".
			05 rptScheduleId pic x(8).
			05 filler pic x(4) value spaces.
			05 filler pic x(8) value "RESULT: ".
			05 rptResult pic x(40).
			05 filler pic x(49) value spaces.

		copy arrayCcpParm.

		copy arrayEvtParm.

procedure division.
	main.
	perform logProgramStart
	open input maintCardFile
	if maintCardFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN SYSIN, STATUS=" maintCardFileStatus
		move maintCardFileStatus to evpFileStatus
		move "UNABLE TO OPEN SYSIN" to evpText
		perform logErrorEvent
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	open output maintReportFile
	if maintReportFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYJRPT, STATUS=" maintReportFileStatus
		move maintReportFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYJRPT" to evpText
		perform logErrorEvent
		close maintCardFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	perform openScheduleFile
	if scheduleFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYSCH, STATUS=" scheduleFileStatus
		move scheduleFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYSCH" to evpText
		perform logErrorEvent
		close maintCardFile
		close maintReportFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	perform until noMoreMaintCards
		read maintCardFile
			at end move "Y" to endOfCardFile
			not at end perform processMaintCard
		end-read
		if maintCardFileStatus not = "00" and maintCardFileStatus not = "10"
			display "ERROR: SYSIN READ FAILED, STATUS=" maintCardFileStatus
			move "Y" to endOfCardFile
		end-if
	end-perform
	close maintCardFile
	close scheduleFile
	close maintReportFile
	if errorCounter > 0
		move 4 to return-code
	end-if
	perform logProgramEnd
	goback.

	openScheduleFile.
	open i-o scheduleFile
	if scheduleFileStatus = "35"
		open output scheduleFile
		close scheduleFile
		open i-o scheduleFile
	end-if.

	processMaintCard.
	add 1 to cardCounter
	perform validateMaintCard
	if cardIsValid
		evaluate mntAction
			when "A" perform addScheduleEntry
			when "C" perform changeScheduleEntry
			when "D" perform deactivateScheduleEntry
		end-evaluate
	end-if
	perform writeMaintReportLine.

	validateMaintCard.
	move "Y" to cardValidFlag
	if mntAction not = "A" and mntAction not = "C" and mntAction not = "D"
		move "N" to cardValidFlag
		move "REJECTED - ACTION NOT A, C OR D" to rptResult
	end-if
	if cardIsValid and mntScheduleId = spaces
		move "N" to cardValidFlag
		move "REJECTED - SCHEDULE-ID IS BLANK" to rptResult
	end-if
	if cardIsValid and (mntAction = "A" or mntAction = "C")
		perform validateScheduleFields
	end-if
	if not cardIsValid
		add 1 to errorCounter
	end-if.

	validateScheduleFields.
	evaluate mntFrequency
		when "D"
		when "M"
			continue
		when "W"
			if mntDayOfWeek not numeric or mntDayOfWeek < 1
					or mntDayOfWeek > 7
				move "N" to cardValidFlag
				move "REJECTED - DAY OF WEEK NOT 1 TO 7" to rptResult
				exit paragraph
			end-if
		when other
			move "N" to cardValidFlag
			move "REJECTED - FREQUENCY NOT D, W OR M" to rptResult
			exit paragraph
	end-evaluate
	if mntArraySize not numeric or mntArraySize = 0
		move "N" to cardValidFlag
		move "REJECTED - ARRAY SIZE NOT 1 TO 99999" to rptResult
		exit paragraph
	end-if
	evaluate mntSeedPolicy
		when "N"
			continue
		when "F"
			if mntSeedValue not numeric or mntSeedValue = 0
				move "N" to cardValidFlag
				move "REJECTED - FIXED SEED NOT NONZERO" to rptResult
				exit paragraph
			end-if
		when "D"
			if mntSeedValue not numeric
				move "N" to cardValidFlag
				move "REJECTED - SEED OFFSET NOT NUMERIC" to rptResult
				exit paragraph
			end-if
		when other
			move "N" to cardValidFlag
			move "REJECTED - SEED POLICY NOT N, F OR D" to rptResult
			exit paragraph
	end-evaluate
	evaluate mntRunIdStyle
		when "D"
			if mntRunIdPrefix(1:2) = spaces or mntRunIdPrefix(3:2) not = spaces
				move "N" to cardValidFlag
				move "REJECTED - STYLE D NEEDS 2-CHAR PREFIX" to rptResult
			end-if
		when "J"
			if mntRunIdPrefix(1:3) = spaces or mntRunIdPrefix(4:1) not = space
				move "N" to cardValidFlag
				move "REJECTED - STYLE J NEEDS 3-CHAR PREFIX" to rptResult
			end-if
		when "M"
			if mntRunIdPrefix = spaces
				move "N" to cardValidFlag
				move "REJECTED - STYLE M NEEDS 4-CHAR PREFIX" to rptResult
			end-if
		when other
			move "N" to cardValidFlag
			move "REJECTED - RUN-ID STYLE NOT D, J OR M" to rptResult
	end-evaluate
	if not cardIsValid
		exit paragraph
	end-if
	move mntCostCentre to ccpCostCentre
	call 'arrayCostCentreCheck' using costCentreParameters
	if ccpRefused
		move "N" to cardValidFlag
		move spaces to rptResult
		string "REJECTED - " ccpResultText(11:30) delimited by size
			into rptResult
		end-string
	end-if.

	addScheduleEntry.
	perform moveCardToSchedule
	move "A" to schStatusFlag
	write scheduleMasterRecord
		invalid key continue
	end-write
	evaluate scheduleFileStatus
		when "00"
			move "ADDED" to rptResult
		when "22"
			move "REJECTED - SCHEDULE ALREADY EXISTS" to rptResult
			add 1 to errorCounter
		when other
			move "REJECTED - SCHEDULE WRITE FAILED" to rptResult
			add 1 to errorCounter
	end-evaluate.

	changeScheduleEntry.
	perform readScheduleForUpdate
	if scheduleFileStatus not = "00"
		exit paragraph
	end-if
	perform moveCardToSchedule
	move "A" to schStatusFlag
	perform rewriteScheduleEntry
	if scheduleFileStatus = "00"
		move "CHANGED" to rptResult
	end-if.

	deactivateScheduleEntry.
	perform readScheduleForUpdate
	if scheduleFileStatus not = "00"
		exit paragraph
	end-if
	move "I" to schStatusFlag
	perform rewriteScheduleEntry
	if scheduleFileStatus = "00"
		move "DEACTIVATED" to rptResult
	end-if.

	readScheduleForUpdate.
	move mntScheduleId to schScheduleId
	read scheduleFile
		invalid key continue
	end-read
	if scheduleFileStatus not = "00"
		if scheduleFileStatus = "23"
			move "REJECTED - SCHEDULE NOT FOUND" to rptResult
		else
			move "REJECTED - SCHEDULE READ FAILED" to rptResult
		end-if
		add 1 to errorCounter
	end-if.

	rewriteScheduleEntry.
	rewrite scheduleMasterRecord
		invalid key continue
	end-rewrite
	if scheduleFileStatus not = "00"
		move "REJECTED - REWRITE FAILED" to rptResult
		add 1 to errorCounter
	end-if.

	moveCardToSchedule.
	move mntScheduleId to schScheduleId
	move mntFrequency to schFrequency
	if mntFrequency = "W"
		move mntDayOfWeek to schDayOfWeek
	else
		move 0 to schDayOfWeek
	end-if
	move mntProfileId to schProfileId
	move mntArraySize to schArraySize
	move mntSeedPolicy to schSeedPolicy
	if mntSeedPolicy = "N"
		move 0 to schSeedValue
	else
		move mntSeedValue to schSeedValue
	end-if
	move mntRunIdPrefix to schRunIdPrefix
	move mntRunIdStyle to schRunIdStyle
	move mntCostCentre to schCostCentre.

	writeMaintReportLine.
	move mntAction to rptAction
	move mntScheduleId to rptScheduleId
	write maintReportLine from maintReportDetail
	if maintReportFileStatus not = "00"
		display "ERROR: ARRAYJRPT WRITE FAILED, STATUS=" maintReportFileStatus
	end-if.

	logProgramStart.
	move "ARRSCHM" to evpProgramId
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
