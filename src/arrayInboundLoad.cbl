			access is random
			record key is emsKey
			file status is elementMasterFileStatus.
		select valueIndexFile assign to "ARRAYEVX"
			organization is indexed
			access is random
			record key is evxKey
			file status is valueIndexFileStatus.
		select arrayAuditFile assign to "ARRAYAUD"
			organization is line sequential
			file status is arrayAuditFileStatus.
data division.
	file section.
	fd inboundFile.
		01 inboundRecord pic x(55).
	fd elementMasterFile.
		copy arrayEmsRec.
	fd valueIndexFile.
		copy arrayEvxRec.
	fd arrayAuditFile.
		copy arrayAuditRec.
	fd inboundRejectFile.
		01 inboundRejectRecord pic x(55).
	fd inboundReportFile.
		01 inboundReportLine pic x(132).

	local-storage section.
		01 inboundFileStatus pic xx.
		01 elementMasterFileStatus pic xx.
		01 valueIndexFileStatus pic xx.
		01 arrayAuditFileStatus pic xx.
		01 inboundRejectFileStatus pic xx.
		01 inboundReportFileStatus pic xx.
			88 noMoreInboundRecords value "Y".

		01 inboundWork.
			05 inbRecordImage pic x(55).
			05 inbHeaderView redefines inbRecordImage.
				10 filler pic x(2).
				10 inbHdrRunId pic x(8).
				10 inbHdrSize pic x(5).
				10 filler pic x(1).
				10 inbHdrOptions pic x(3).
				10 filler pic x(8).
			05 inbDetailView redefines inbRecordImage.
				10 filler pic x(2).
				10 inbDtlSequence pic x(5).
				10 filler pic x(1).
				10 inbDtlValue pic x(4).
				10 filler pic x(43).
			05 inbTrailerView redefines inbRecordImage.
				10 filler pic x(2).
				10 inbTrlCount pic x(5).
				10 filler pic x(1).
				10 inbTrlChecksum pic x(10).
				10 filler pic x(37).

		01 runOpenFlag pic x value "N".
			88 runIsOpen value "Y".
				10 runElementSequence pic 9(5).
				10 runElementValue pic s9(3).
				10 runElementImage pic x(47).
		01 runHeaderImage pic x(55).
		01 sequenceSeenTable.
			05 sequenceSeenFlag pic x occurs 99999 times.
		01 sequenceCheckIndex pic s9(7).
			05 sumRecordsLoaded pic zzzzzz9.
			05 filler pic x(43) value spaces.

		01 chainSavedReturnCode pic s9(4).
		copy arrayChpParm.
		copy arrayEvtParm.

procedure division.
		perform logProgramEnd
		goback
	end-if
	perform openValueIndex
	if valueIndexFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYEVX, STATUS=" valueIndexFileStatus
		move valueIndexFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYEVX" to evpText
		perform logErrorEvent
		close inboundFile
		close elementMasterFile
		close inboundReportFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	open output inboundRejectFile
	if inboundRejectFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYIREJ, STATUS="
		perform logErrorEvent
		close inboundFile
		close elementMasterFile
		close valueIndexFile
		close inboundReportFile
		move 16 to return-code
		perform logProgramEnd
	end-if
	close inboundFile
	close elementMasterFile
	close valueIndexFile
	close inboundRejectFile
	perform writeSummaryLine
	close inboundReportFile
		open i-o elementMasterFile
	end-if.

	openValueIndex.
	open i-o valueIndexFile
	if valueIndexFileStatus = "35"
		open output valueIndexFile
		close valueIndexFile
		open i-o valueIndexFile
	end-if.

	processInboundRecord.
	move inboundRecord to inbRecordImage
	if runIsDraining
		when "00"
			add 1 to recordsLoadedCounter
			add 1 to runRecordsWritten
			perform indexLoadedElement
		when "22"
			move "DUPLICATE KEY ON MASTER" to runRejectReason
		when other
			move 16 to return-code
	end-evaluate.

	indexLoadedElement.
	compute evxValueKey = runElementValue(elementIndex) + 1000
	move runRunId to evxRunId
	move runElementSequence(elementIndex) to evxSequenceNumber
	write valueIndexRecord
		invalid key continue
	end-write
	if valueIndexFileStatus not = "00" and valueIndexFileStatus not = "22"
		display "ERROR: ARRAYEVX WRITE FAILED, STATUS=" valueIndexFileStatus
		move "VALUE INDEX WRITE FAILED" to runRejectReason
		move 16 to return-code
	end-if.

	backoutLoadedRun.
	perform backoutOneElement varying backoutIndex from 1 by 1
			until backoutIndex > runRecordsWritten
		display "ERROR: ARRAYEMS BACKOUT DELETE FAILED, STATUS="
			elementMasterFileStatus
		move 16 to return-code
	end-if
	compute evxValueKey = runElementValue(backoutIndex) + 1000
	move runRunId to evxRunId
	move runElementSequence(backoutIndex) to evxSequenceNumber
	delete valueIndexFile
		invalid key continue
	end-delete
	if valueIndexFileStatus not = "00" and valueIndexFileStatus not = "23"
		display "ERROR: ARRAYEVX BACKOUT DELETE FAILED, STATUS="
			valueIndexFileStatus
		move 16 to return-code
	end-if.

	writeAuditLine.
	if arrayAuditFileStatus not = "00"
		open output arrayAuditFile
	end-if
	if arrayAuditFileStatus = "00"
		perform stampAuditChain
	end-if
	write auditLogRecord
	if arrayAuditFileStatus not = "00"
		display "ERROR: ARRAYAUD WRITE FAILED, STATUS=" arrayAuditFileStatus
	end-if
	close arrayAuditFile.

	stampAuditChain.
	move return-code to chainSavedReturnCode
	move "S" to chpFunction
	move auditLogRecord to chpLineImage
	call 'arrayAuditChain' using chainParameters
	move chainSavedReturnCode to return-code
	if chpResult = "00"
		move chpSequence to auditChainSequence
		move chpHash to auditChainHash
	else
		display "ERROR: AUDIT CHAIN NOT STAMPED, ARRAYACH STATUS=" chpResult
	end-if.

	rejectCurrentRun.
	add 1 to runsRejectedCounter
	if runHeaderImage not = spaces
