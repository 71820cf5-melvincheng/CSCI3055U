			file status is loadCursorFileStatus.
		select elementMasterFile assign to "ARRAYEMS"
			organization is indexed
			access is dynamic
			record key is emsKey
			file status is elementMasterFileStatus.
		select valueIndexFile assign to "ARRAYEVX"
			organization is indexed
			access is random
			record key is evxKey
			file status is valueIndexFileStatus.
		select loadReportFile assign to "ARRAYLRPT"
			organization is line sequential
			file status is loadReportFileStatus.
			05 curRecordCount pic 9(9).
	fd elementMasterFile.
		copy arrayEmsRec.
	fd valueIndexFile.
		copy arrayEvxRec.
	fd loadReportFile.
		01 loadReportLine pic x(132).

		01 arrayOutFileStatus pic xx.
		01 elementMasterFileStatus pic xx.
		01 loadCursorFileStatus pic xx.
		01 valueIndexFileStatus pic xx.
		01 loadReportFileStatus pic xx.
		01 endOfOutputFile pic x value "N".
			88 noMoreOutputRecords value "Y".
		01 fullReloadFlag pic x value "N".
			88 fullReloadRequested value "Y".
		01 indexRebuildFlag pic x value "N".
			88 indexRebuildRequested value "Y".
		01 endOfMasterFile pic x value "N".
			88 noMoreMasterRecords value "Y".
		01 cursorRecordCount pic 9(9) value 0.
		01 recordsSeenCounter pic 9(9) value 0.
		01 recordsSkippedCounter pic 9(9) value 0.
		01 recordsReadCounter pic 9(7) value 0.
		01 recordsAddedCounter pic 9(7) value 0.
		01 recordsRejectedCounter pic 9(7) value 0.
		01 recordsPresentCounter pic 9(7) value 0.
		01 rejectReason pic x(30).

		01 loadReportDetail.
			05 filler pic x(7) value "ADDED: ".
			05 sumRecordsAdded pic zzzzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(9) value "PRESENT: ".
			05 sumRecordsPresent pic zzzzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(10) value "REJECTED: ".
			05 sumRecordsRejected pic zzzzzz9.
			05 filler pic x(15) value spaces.

		copy arrayEvtParm.

		goback
	end-if
	perform readLoadModeCard
	if indexRebuildRequested
		perform rebuildValueIndex
		perform writeSummaryLine
		close loadReportFile
		perform logProgramEnd
		goback
	end-if
	perform readLoadCursor
	open input arrayOutFile
	if arrayOutFileStatus not = "00"
		perform logProgramEnd
		goback
	end-if
	perform openValueIndex
	if valueIndexFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYEVX, STATUS=" valueIndexFileStatus
		move valueIndexFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYEVX" to evpText
		perform logErrorEvent
		close arrayOutFile
		close elementMasterFile
		close loadReportFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	perform until noMoreOutputRecords
		read arrayOutFile
			at end move "Y" to endOfOutputFile
	end-perform
	close arrayOutFile
	close elementMasterFile
	close valueIndexFile
	if return-code not = 16 and not fullReloadRequested
		perform writeLoadCursor
	end-if
	read loadModeCardFile
		at end continue
		not at end
			evaluate lmcModeRequest
				when "FULL"
					move "Y" to fullReloadFlag
				when "INDX"
					move "Y" to indexRebuildFlag
			end-evaluate
	end-read
	close loadModeCardFile.

		open i-o elementMasterFile
	end-if.

	openValueIndex.
	open i-o valueIndexFile
	if valueIndexFileStatus = "35"
		open output valueIndexFile
		close valueIndexFile
		open i-o valueIndexFile
	end-if.

	rebuildValueIndex.
	open input elementMasterFile
	if elementMasterFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYEMS, STATUS="
			elementMasterFileStatus
		move elementMasterFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYEMS" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	open output valueIndexFile
	if valueIndexFileStatus = "00"
		close valueIndexFile
		open i-o valueIndexFile
	end-if
	if valueIndexFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYEVX, STATUS=" valueIndexFileStatus
		move valueIndexFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYEVX" to evpText
		perform logErrorEvent
		close elementMasterFile
		move 16 to return-code
		exit paragraph
	end-if
	move low-values to emsKey
	start elementMasterFile key >= emsKey
		invalid key move "Y" to endOfMasterFile
	end-start
	perform until noMoreMasterRecords
		read elementMasterFile next
			at end move "Y" to endOfMasterFile
			not at end perform indexMasterRecord
		end-read
		if elementMasterFileStatus not = "00"
				and elementMasterFileStatus not = "10"
			display "ERROR: ARRAYEMS READ FAILED, STATUS="
				elementMasterFileStatus
			move 16 to return-code
			move "Y" to endOfMasterFile
		end-if
	end-perform
	close elementMasterFile
	close valueIndexFile.

	indexMasterRecord.
	add 1 to recordsReadCounter
	perform indexElement
	if valueIndexFileStatus = "00"
		add 1 to recordsAddedCounter
	end-if
	if return-code = 16
		move "Y" to endOfMasterFile
	end-if.

	indexElement.
	compute evxValueKey = emsElementValue + 1000
	move emsRunId to evxRunId
	move emsSequenceNumber to evxSequenceNumber
	write valueIndexRecord
		invalid key continue
	end-write
	if valueIndexFileStatus not = "00" and valueIndexFileStatus not = "22"
		display "ERROR: ARRAYEVX WRITE FAILED, STATUS=" valueIndexFileStatus
		move 16 to return-code
	end-if.

	loadOutputRecord.
	add 1 to recordsReadCounter
	move spaces to rejectReason
	evaluate elementMasterFileStatus
		when "00"
			add 1 to recordsAddedCounter
			perform indexElement
		when "22"
			perform checkElementAlreadyPresent
		when other
			move "MASTER WRITE FAILED" to rejectReason
			perform writeRejectLine
			move 16 to return-code
	end-evaluate.

	checkElementAlreadyPresent.
	read elementMasterFile
		invalid key continue
	end-read
	if elementMasterFileStatus = "00" and emsElementValue = outElementValue
		add 1 to recordsPresentCounter
		perform indexElement
	else
		move "DUPLICATE KEY ON MASTER" to rejectReason
		perform writeRejectLine
	end-if.

	writeRejectLine.
	add 1 to recordsRejectedCounter
	move outRunId to rptRunId
	end-if.

	writeSummaryLine.
	evaluate true
		when indexRebuildRequested
			move "INDX" to sumLoadMode
		when fullReloadRequested
			move "FULL" to sumLoadMode
		when other
			move "DELT" to sumLoadMode
	end-evaluate
	move recordsSkippedCounter to sumRecordsSkipped
	move recordsReadCounter to sumRecordsRead
	move recordsAddedCounter to sumRecordsAdded
	move recordsPresentCounter to sumRecordsPresent
	move recordsRejectedCounter to sumRecordsRejected
	write loadReportLine from loadReportSummary
	if loadReportFileStatus not = "00"
