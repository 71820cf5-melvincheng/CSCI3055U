			access is dynamic
			record key is emsKey
			file status is elementMasterFileStatus.
		select valueIndexFile assign to "ARRAYEVX"
			organization is indexed
			access is random
			record key is evxKey
			file status is valueIndexFileStatus.
		select runRegistryFile assign to "ARRAYREG"
			organization is indexed
			access is random
			05 unlRunId pic x(8).
	fd elementMasterFile.
		copy arrayEmsRec.
	fd valueIndexFile.
		copy arrayEvxRec.
	fd runRegistryFile.
		copy arrayRegRec.
	fd archiveFile.
	local-storage section.
		01 unloadCardFileStatus pic xx.
		01 elementMasterFileStatus pic xx.
		01 valueIndexFileStatus pic xx.
		01 runRegistryFileStatus pic xx.
		01 archiveFileStatus pic xx.
		01 unloadReportFileStatus pic xx.
		perform logProgramEnd
		goback
	end-if
	open i-o valueIndexFile
	if valueIndexFileStatus = "35"
		open output valueIndexFile
		close valueIndexFile
		open i-o valueIndexFile
	end-if
	if valueIndexFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYEVX, STATUS=" valueIndexFileStatus
		move valueIndexFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYEVX" to evpText
		perform logErrorEvent
		close runRegistryFile
		close elementMasterFile
		close unloadReportFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	open extend archiveFile
	if archiveFileStatus not = "00"
		open output archiveFile
		move archiveFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYEARC" to evpText
		perform logErrorEvent
		close valueIndexFile
		close runRegistryFile
		close elementMasterFile
		close unloadReportFile
	end-perform
	perform finishCurrentRun
	close elementMasterFile
	close valueIndexFile
	close runRegistryFile
	close archiveFile
	perform writeReportSummary
		move 16 to return-code
		exit paragraph
	end-if
	compute evxValueKey = emsElementValue + 1000
	move emsRunId to evxRunId
	move emsSequenceNumber to evxSequenceNumber
	delete elementMasterFile
		invalid key continue
	end-delete
		display "ERROR: ARRAYEMS DELETE FAILED, STATUS="
			elementMasterFileStatus
		move 16 to return-code
		exit paragraph
	end-if
	add 1 to recordsUnloadedCounter
	delete valueIndexFile
		invalid key continue
	end-delete
	if valueIndexFileStatus not = "00" and valueIndexFileStatus not = "23"
		display "ERROR: ARRAYEVX DELETE FAILED, STATUS=" valueIndexFileStatus
		move 16 to return-code
	end-if.

	finishCurrentRun.
