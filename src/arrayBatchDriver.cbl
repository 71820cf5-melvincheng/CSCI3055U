			access is random
			record key is stsRunId
			file status is statisticsFileStatus.
		select usageLogFile assign to "ARRAYUSG"
			organization is line sequential
			file status is usageLogFileStatus.

data division.
	file section.
		copy arrayRpvRec.
	fd statisticsFile.
		copy arrayStsRec.
	fd usageLogFile.
		copy arrayUsgRec.

	local-storage section.
		01 controlFileStatus pic xx.
		01 rejectsFileStatus pic xx.
		01 runProfileFileStatus pic xx.
		01 statisticsFileStatus pic xx.
		01 usageLogFileStatus pic xx.
		01 statisticsTimestamp pic x(26).
		01 driverProfileId pic x(8).
		01 driverProfileVersion pic 9(5).
			88 statisticsFileIsOpen value "Y".
		01 runProfileFileOpenFlag pic x value "N".
			88 runProfileFileIsOpen value "Y".
		01 usageLogFileOpenFlag pic x value "N".
			88 usageLogFileIsOpen value "Y".
		01 profileResolvedFlag pic x.
			88 profileResolved value "Y".
		01 profileErrorMessage pic x(40).
			88 controlRecordValid value "Y".
		01 rejectReason pic x(8).
		01 rejectRcDisp pic 9(4).
		copy arrayRejRec.
		01 endOfControlFile pic x value "N".
			88 noMoreControlRecords value "Y".
		01 requestCounter pic 9(5) value 0.
			05 driverGenerateReportFlag pic x value "N".
			05 driverOverrideRerunFlag pic x value "N".
		01 driverSeedValue pic 9(9) value 0.
		01 bandIndex pic s9(3).
		copy arrayDstParm.

		01 batchReportDetail.
			05 filler pic x(9) value "REQUEST: ".
			05 trlRcCount pic zzzz9.
			05 filler pic x(91) value spaces.

		copy arrayAprParm.

		copy arrayCcpParm.

		copy arrayEvtParm.

procedure division.
			move 8 to worstConditionCode
		end-if
	end-if
	open extend usageLogFile
	if usageLogFileStatus not = "00"
		open output usageLogFile
	end-if
	if usageLogFileStatus = "00"
		move "Y" to usageLogFileOpenFlag
	else
		display "ERROR: UNABLE TO OPEN ARRAYUSG, STATUS=" usageLogFileStatus
		move usageLogFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYUSG" to evpText
		perform logErrorEvent
		if worstConditionCode < 8
			move 8 to worstConditionCode
		end-if
	end-if
	perform until noMoreControlRecords
		read controlFile
			at end move "Y" to endOfControlFile
	if runProfileFileIsOpen
		close runProfileFile
	end-if
	if usageLogFileIsOpen
		close usageLogFile
	end-if
	perform writeBatchTrailer
	close batchReportFile
	close rejectsFile
		perform noteFailureCode
		exit paragraph
	end-if
	perform checkCostCentre
	if ccpRefused
		add 1 to rejectedCounter
		move ctrlRequestId to rptErrRequestId
		move ctrlProfileId to rptErrProfileId
		move ccpResultText to rptErrMessage
		write batchReportLine from batchReportProfileError
		if batchReportFileStatus not = "00"
			display "ERROR: ARRAYBRPT WRITE FAILED, STATUS="
				batchReportFileStatus
		end-if
		move "CC-ERR" to rejectReason
		move 8 to driverReturnCode
		perform writeRejectRecord
		perform noteFailureCode
		exit paragraph
	end-if
	perform checkDualControlApproval
	if apvRefused
		add 1 to rejectedCounter
		move ctrlRequestId to rptErrRequestId
		move ctrlProfileId to rptErrProfileId
		move apvResultText to rptErrMessage
		write batchReportLine from batchReportProfileError
		if batchReportFileStatus not = "00"
			display "ERROR: ARRAYBRPT WRITE FAILED, STATUS="
				batchReportFileStatus
		end-if
		move "NO-APPRV" to rejectReason
		move 8 to driverReturnCode
		perform writeRejectRecord
		perform noteFailureCode
		exit paragraph
	end-if
	move ctrlRequestId to driverRunId
	move ctrlArraySize to driverArraySize
	move 0 to driverReturnCode
	end-if
	move spaces to driverProfileId
	move 0 to driverProfileVersion
	initialize distributionBands
	if ctrlProfileId not = spaces
		perform resolveProfile
		if not profileResolved
	end-if
	call 'createArray' using driverArraySize, driverArray, driverRunId,
		driverReturnCode, driverRangeLow, driverRangeHigh, driverCallingProgram,
		driverStats, driverOptions, driverSeedValue, distributionBands
	perform writeBatchReportLine
	perform writeUsageLine
	if driverReturnCode = 0
		add 1 to succeededCounter
		perform writeStatisticsRecord
	move driverStatsMax to stsMax
	move driverStatsMean to stsMean
	move driverStatsDuplicateCount to stsDuplicateCount
	move ctrlCostCentre to stsCostCentre
	move driverOverrideRerunFlag to stsRerunFlag
	write statisticsMasterRecord
		invalid key continue
	end-write
	if statisticsFileStatus = "22"
		move "Y" to stsRerunFlag
		rewrite statisticsMasterRecord
			invalid key continue
		end-rewrite
		move "SIZE-ERR" to rejectReason
	end-if.

	checkCostCentre.
	move ctrlCostCentre to ccpCostCentre
	call 'arrayCostCentreCheck' using costCentreParameters.

	writeUsageLine.
	if not usageLogFileIsOpen
		exit paragraph
	end-if
	move spaces to usageLogRecord
	move function current-date to usgTimestamp
	move driverRunId to usgRunId
	move ctrlCostCentre to usgCostCentre
	move driverCallingProgram to usgCallingProgram
	if driverReturnCode = 0
		move "C" to usgResult
	else
		move "F" to usgResult
	end-if
	move driverReturnCode to usgReturnCode
	move driverArraySize to usgArraySize
	move driverOverrideRerunFlag to usgRerunFlag
	write usageLogRecord
	if usageLogFileStatus not = "00"
		display "ERROR: ARRAYUSG WRITE FAILED, STATUS=" usageLogFileStatus
	end-if.

	checkDualControlApproval.
	move ctrlRequestId to apvRequestId
	move ctrlArraySize to apvArraySize
	move ctrlOverrideFlag to apvOverrideFlag
	call 'arrayApprovalCheck' using approvalParameters.

	writeRejectRecord.
	move spaces to rejControlImage
	move arrayControlRecord to rejControlImage
	else
		move 0 to driverProfileVersion
	end-if
	if prfBandCount numeric and prfBandCount > 0
		move prfBandCount to dstBandCount
		move prfBandTable to dstBandTable
	end-if
	move "Y" to profileResolvedFlag.

	writeRunProfileLine.
	if not runProfileFileIsOpen
		exit paragraph
	end-if
	move spaces to runProfileRecord
	move function current-date to rpvTimestamp
	move driverRunId to rpvRunId
	move driverProfileId to rpvProfileId
	move driverNoDuplicatesFlag to rpvOptionsDisp(1:1)
	move driverAllowNegativeFlag to rpvOptionsDisp(2:1)
	move driverGenerateReportFlag to rpvOptionsDisp(3:1)
	move dstBandCount to rpvBandCountDisp
	perform varying bandIndex from 1 by 1 until bandIndex > dstBandCount
		move dstBandLow(bandIndex) to rpvBandLowDisp(bandIndex)
		move dstBandHigh(bandIndex) to rpvBandHighDisp(bandIndex)
		move dstBandWeight(bandIndex) to rpvBandWeightDisp(bandIndex)
	end-perform
	write runProfileRecord
	if runProfileFileStatus not = "00"
		display "ERROR: ARRAYRPV WRITE FAILED, STATUS=" runProfileFileStatus
