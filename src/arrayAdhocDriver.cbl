			access is random
			record key is stsRunId
			file status is statisticsFileStatus.
		select rejectsFile assign to "ARRAYREJ"
			organization is line sequential
			file status is rejectsFileStatus.
		select usageLogFile assign to "ARRAYUSG"
			organization is line sequential
			file status is usageLogFileStatus.

data division.
	file section.
		copy arrayCtlRec.
	fd statisticsFile.
		copy arrayStsRec.
	fd rejectsFile.
		01 rejectRecord pic x(60).
	fd usageLogFile.
		copy arrayUsgRec.

	local-storage section.
		01 controlCardFileStatus pic xx.
		01 statisticsFileStatus pic xx.
		01 rejectsFileStatus pic xx.
		01 usageLogFileStatus pic xx.
		01 rejectReason pic x(8).
		01 statisticsTimestamp pic x(26).
		01 adhocArraySize pic s9(5).
		01 adhocArray.
			05 adhocGenerateReportFlag pic x value "Y".
			05 adhocOverrideRerunFlag pic x value "N".
		01 adhocSeedValue pic 9(9) value 0.
		01 adhocCostCentre pic x(6).

		copy arrayDstParm.

		copy arrayRejRec.

		copy arrayAprParm.

		copy arrayCcpParm.

		copy arrayEvtParm.

	move ctrlRequestId to adhocRunId
	move adhocRunId to evpRunId
	move ctrlArraySize to adhocArraySize
	move ctrlCostCentre to adhocCostCentre
	if ctrlSeedValue numeric
		move ctrlSeedValue to adhocSeedValue
	end-if
	if ctrlOverrideFlag = "Y"
		move "Y" to adhocOverrideRerunFlag
	end-if
	move adhocCostCentre to ccpCostCentre
	call 'arrayCostCentreCheck' using costCentreParameters
	if ccpRefused
		display "ARRADHOC: " adhocRunId " " ccpResultText
		move "CC-ERR" to rejectReason
		perform writeRejectRecord
		move 8 to return-code
		perform logProgramEnd
		goback
	end-if
	move ctrlRequestId to apvRequestId
	move ctrlArraySize to apvArraySize
	move ctrlOverrideFlag to apvOverrideFlag
	call 'arrayApprovalCheck' using approvalParameters
	if apvRefused
		display "ARRADHOC: " adhocRunId " " apvResultText
		move "NO-APPRV" to rejectReason
		perform writeRejectRecord
		move 8 to return-code
		perform logProgramEnd
		goback
	end-if
	initialize distributionBands
	call 'createArray' using adhocArraySize, adhocArray, adhocRunId,
		adhocReturnCode, adhocRangeLow, adhocRangeHigh, adhocCallingProgram,
		adhocStats, adhocOptions, adhocSeedValue, distributionBands
	perform writeUsageLine
	if adhocReturnCode not = 0
		display "ARRADHOC: createArray RETURNED " adhocReturnCode
		move adhocReturnCode to return-code
	move adhocStatsMax to stsMax
	move adhocStatsMean to stsMean
	move adhocStatsDuplicateCount to stsDuplicateCount
	move adhocCostCentre to stsCostCentre
	move adhocOverrideRerunFlag to stsRerunFlag
	write statisticsMasterRecord
		invalid key continue
	end-write
	if statisticsFileStatus = "22"
		move "Y" to stsRerunFlag
		rewrite statisticsMasterRecord
			invalid key continue
		end-rewrite
	end-if
	close statisticsFile.

	writeRejectRecord.
	open extend rejectsFile
	if rejectsFileStatus not = "00"
		open output rejectsFile
	end-if
	if rejectsFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYREJ, STATUS=" rejectsFileStatus
		move rejectsFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYREJ" to evpText
		perform logErrorEvent
		exit paragraph
	end-if
	move spaces to rejControlImage
	move arrayControlRecord to rejControlImage
	move rejectReason to rejReasonCode
	write rejectRecord from rejectDetail
	if rejectsFileStatus not = "00"
		display "ERROR: ARRAYREJ WRITE FAILED, STATUS=" rejectsFileStatus
	end-if
	close rejectsFile.

	writeUsageLine.
	open extend usageLogFile
	if usageLogFileStatus not = "00"
		open output usageLogFile
	end-if
	if usageLogFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYUSG, STATUS=" usageLogFileStatus
		move usageLogFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYUSG" to evpText
		perform logErrorEvent
		exit paragraph
	end-if
	move spaces to usageLogRecord
	move function current-date to usgTimestamp
	move adhocRunId to usgRunId
	move adhocCostCentre to usgCostCentre
	move adhocCallingProgram to usgCallingProgram
	if adhocReturnCode = 0
		move "C" to usgResult
	else
		move "F" to usgResult
	end-if
	move adhocReturnCode to usgReturnCode
	move adhocArraySize to usgArraySize
	move adhocOverrideRerunFlag to usgRerunFlag
	write usageLogRecord
	if usageLogFileStatus not = "00"
		display "ERROR: ARRAYUSG WRITE FAILED, STATUS=" usageLogFileStatus
	end-if
	close usageLogFile.

	logProgramStart.
	move "ARRADHOC" to evpProgramId
	move spaces to evpRunId
