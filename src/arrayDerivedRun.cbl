identification division.
program-id. ARRDERV.

environment division.
	input-output section.
	file-control.
		select deriveCardFile assign to "SYSIN"
			organization is line sequential
			file status is deriveCardFileStatus.
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
		select runRegistryFile assign to "ARRAYREG"
			organization is indexed
			access is random
			record key is regRunId
			file status is runRegistryFileStatus.
		select arrayOutFile assign to "ARRAYOUT"
			organization is sequential
			file status is arrayOutFileStatus.
		select arrayAuditFile assign to "ARRAYAUD"
			organization is line sequential
			file status is arrayAuditFileStatus.
		select lineageFile assign to "ARRAYLIN"
			organization is line sequential
			file status is lineageFileStatus.
		select deriveReportFile assign to "ARRAYNRPT"
			organization is line sequential
			file status is deriveReportFileStatus.

data division.
	file section.
	fd deriveCardFile.
		01 deriveCard.
			05 dvcOperation pic x.
			05 dvcNewRunId pic x(8).
			05 dvcSourceRunIdA pic x(8).
			05 dvcSourceRunIdB pic x(8).
			05 dvcSortOrder pic x.
			05 dvcSampleSize pic 9(5).
			05 dvcSampleSeed pic 9(9).
			05 dvcRangeLow pic s9(3).
			05 dvcRangeHigh pic s9(3).
	fd elementMasterFile.
		copy arrayEmsRec.
	fd valueIndexFile.
		copy arrayEvxRec.
	fd runRegistryFile.
		copy arrayRegRec.
	fd arrayOutFile.
		copy arrayOutRec.
	fd arrayAuditFile.
		copy arrayAuditRec.
	fd lineageFile.
		copy arrayLinRec.
	fd deriveReportFile.
		01 deriveReportLine pic x(132).

	local-storage section.
		01 deriveCardFileStatus pic xx.
		01 elementMasterFileStatus pic xx.
		01 valueIndexFileStatus pic xx.
		01 runRegistryFileStatus pic xx.
		01 arrayOutFileStatus pic xx.
		01 arrayAuditFileStatus pic xx.
		01 lineageFileStatus pic xx.
		01 deriveReportFileStatus pic xx.
		01 endOfCardFile pic x value "N".
			88 noMoreDeriveCards value "Y".
		01 endOfRunFlag pic x.
			88 noMoreRunElements value "Y".
		01 cardValidFlag pic x.
			88 cardIsValid value "Y".
		01 cardCounter pic 9(5) value 0.
		01 derivedCounter pic 9(5) value 0.
		01 rejectedCounter pic 9(5) value 0.
		01 operationName pic x(6).
		01 deriveResult pic x(33).
		01 currentTimestamp pic x(26).

		01 loadRunId pic x(8).
		01 loadCount pic 9(6).
		01 sourceCountA pic 9(6) value 0.
		01 sourceCountB pic 9(6) value 0.
		01 sourceTableA.
			05 sourceElementA pic s9(3) occurs 99999 times.
		01 sourceTableB.
			05 sourceElementB pic s9(3) occurs 99999 times.
		01 resultCount pic 9(6) value 0.
		01 resultTable.
			05 resultElement pic s9(3) occurs 99999 times.
		01 resultChecksum pic s9(9).
		01 elementIndex pic s9(7).
		01 valueIndex pic s9(5).
		01 valueTallyTable.
			05 valueTally pic 9(5) occurs 1999 times.
		01 tallyIndex pic s9(5).
		01 sampleSeed pic 9(9).
		01 seedState pic 9(9).
		01 sampleNeeded pic 9(6).
		01 sampleRemaining pic 9(6).
		01 emsWrittenCount pic 9(6).
		01 tallyValue pic s9(3).
		01 loadTargetFlag pic x.
			88 loadingSourceA value "A".

		01 deriveReportDetail.
			05 filler pic x(4) value "OP: ".
			05 rptOperation pic x(6).
			05 filler pic x(2) value spaces.
			05 filler pic x(5) value "RUN: ".
			05 rptNewRunId pic x(8).
			05 filler pic x(2) value spaces.
			05 filler pic x(9) value "SOURCES: ".
			05 rptSourceRunIdA pic x(8).
			05 filler pic x(1) value space.
			05 rptSourceRunIdB pic x(8).
			05 filler pic x(2) value spaces.
			05 filler pic x(10) value "ELEMENTS: ".
			05 rptElementCount pic zzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(7) value "CKSUM: ".
			05 rptChecksum pic -9(9).
			05 filler pic x(2) value spaces.
			05 filler pic x(8) value "RESULT: ".
			05 rptResult pic x(33).

		01 deriveReportSummary.
			05 filler pic x(9) value "SUMMARY: ".
			05 filler pic x(7) value "CARDS: ".
			05 sumCards pic zzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(9) value "DERIVED: ".
			05 sumDerived pic zzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(10) value "REJECTED: ".
			05 sumRejected pic zzzz9.
			05 filler pic x(74) value spaces.

		01 chainSavedReturnCode pic s9(4).
		copy arrayChpParm.
		copy arrayEvtParm.

procedure division.
	main.
	perform logProgramStart
	open input deriveCardFile
	if deriveCardFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN SYSIN, STATUS=" deriveCardFileStatus
		move deriveCardFileStatus to evpFileStatus
		move "UNABLE TO OPEN SYSIN" to evpText
		perform logErrorEvent
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	open output deriveReportFile
	if deriveReportFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYNRPT, STATUS="
			deriveReportFileStatus
		move deriveReportFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYNRPT" to evpText
		perform logErrorEvent
		close deriveCardFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	perform openOutputFiles
	if return-code not = 0
		close deriveCardFile
		close deriveReportFile
		perform logProgramEnd
		goback
	end-if
	perform until noMoreDeriveCards
		read deriveCardFile
			at end move "Y" to endOfCardFile
			not at end perform processDeriveCard
		end-read
		if deriveCardFileStatus not = "00" and deriveCardFileStatus not = "10"
			display "ERROR: SYSIN READ FAILED, STATUS=" deriveCardFileStatus
			move 16 to return-code
			move "Y" to endOfCardFile
		end-if
	end-perform
	close deriveCardFile
	close elementMasterFile
	close valueIndexFile
	close runRegistryFile
	close arrayOutFile
	close lineageFile
	perform writeReportSummary
	close deriveReportFile
	if rejectedCounter > 0 and return-code = 0
		move 4 to return-code
	end-if
	perform logProgramEnd
	goback.

	openOutputFiles.
	open i-o elementMasterFile
	if elementMasterFileStatus = "35"
		open output elementMasterFile
		close elementMasterFile
		open i-o elementMasterFile
	end-if
	if elementMasterFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYEMS, STATUS="
			elementMasterFileStatus
		move elementMasterFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYEMS" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
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
		close elementMasterFile
		move 16 to return-code
		exit paragraph
	end-if
	open i-o runRegistryFile
	if runRegistryFileStatus = "35"
		open output runRegistryFile
		close runRegistryFile
		open i-o runRegistryFile
	end-if
	if runRegistryFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYREG, STATUS="
			runRegistryFileStatus
		move runRegistryFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYREG" to evpText
		perform logErrorEvent
		close elementMasterFile
		close valueIndexFile
		move 16 to return-code
		exit paragraph
	end-if
	open extend arrayOutFile
	if arrayOutFileStatus not = "00"
		open output arrayOutFile
	end-if
	if arrayOutFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYOUT, STATUS=" arrayOutFileStatus
		move arrayOutFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYOUT" to evpText
		perform logErrorEvent
		close elementMasterFile
		close valueIndexFile
		close runRegistryFile
		move 16 to return-code
		exit paragraph
	end-if
	open extend lineageFile
	if lineageFileStatus not = "00"
		open output lineageFile
	end-if
	if lineageFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYLIN, STATUS=" lineageFileStatus
		move lineageFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYLIN" to evpText
		perform logErrorEvent
		close elementMasterFile
		close valueIndexFile
		close runRegistryFile
		close arrayOutFile
		move 16 to return-code
	end-if.

	processDeriveCard.
	add 1 to cardCounter
	move spaces to deriveResult
	move spaces to operationName
	move 0 to resultCount
	move 0 to resultChecksum
	if return-code = 16
		move "SKIPPED - EARLIER I/O ERROR" to deriveResult
		perform rejectDeriveCard
		exit paragraph
	end-if
	perform validateDeriveCard
	if not cardIsValid
		perform rejectDeriveCard
		exit paragraph
	end-if
	perform checkNewRunIdFree
	if not cardIsValid
		perform rejectDeriveCard
		exit paragraph
	end-if
	perform loadSourceRuns
	if not cardIsValid
		perform rejectDeriveCard
		exit paragraph
	end-if
	evaluate dvcOperation
		when "S" perform deriveSortedRun
		when "P" perform deriveSampledRun
		when "F" perform deriveFilteredRun
		when "M" perform deriveMergedRun
	end-evaluate
	if not cardIsValid
		perform rejectDeriveCard
		exit paragraph
	end-if
	if resultCount = 0
		move "REJECTED - RESULT IS EMPTY" to deriveResult
		perform rejectDeriveCard
		exit paragraph
	end-if
	perform storeDerivedRun
	if not cardIsValid
		perform rejectDeriveCard
		exit paragraph
	end-if
	add 1 to derivedCounter
	move "DERIVED" to deriveResult
	perform writeReportDetail.

	validateDeriveCard.
	move "Y" to cardValidFlag
	evaluate dvcOperation
		when "S" move "SORT" to operationName
		when "P" move "SAMPLE" to operationName
		when "F" move "FILTER" to operationName
		when "M" move "MERGE" to operationName
		when other
			move "N" to cardValidFlag
			move "REJECTED - OP NOT S, P, F OR M" to deriveResult
			exit paragraph
	end-evaluate
	if dvcNewRunId = spaces
		move "N" to cardValidFlag
		move "REJECTED - NEW RUN-ID BLANK" to deriveResult
		exit paragraph
	end-if
	if dvcSourceRunIdA = spaces
		move "N" to cardValidFlag
		move "REJECTED - SOURCE RUN-ID BLANK" to deriveResult
		exit paragraph
	end-if
	if dvcOperation = "M" and dvcSourceRunIdB = spaces
		move "N" to cardValidFlag
		move "REJECTED - MERGE NEEDS 2 SOURCES" to deriveResult
		exit paragraph
	end-if
	if dvcOperation = "S" and dvcSortOrder not = "A" and dvcSortOrder not = "D"
		move "N" to cardValidFlag
		move "REJECTED - SORT ORDER NOT A OR D" to deriveResult
		exit paragraph
	end-if
	if dvcOperation = "P"
		if dvcSampleSize not numeric or dvcSampleSize = 0
			move "N" to cardValidFlag
			move "REJECTED - SAMPLE SIZE INVALID" to deriveResult
			exit paragraph
		end-if
		if dvcSampleSeed not numeric
			move "N" to cardValidFlag
			move "REJECTED - SAMPLE SEED INVALID" to deriveResult
			exit paragraph
		end-if
	end-if
	if dvcOperation = "F"
		if dvcRangeLow not numeric or dvcRangeHigh not numeric
			move "N" to cardValidFlag
			move "REJECTED - RANGE NOT NUMERIC" to deriveResult
			exit paragraph
		end-if
		if dvcRangeLow > dvcRangeHigh
			move "N" to cardValidFlag
			move "REJECTED - RANGE LOW EXCEEDS HIGH" to deriveResult
			exit paragraph
		end-if
	end-if.

	checkNewRunIdFree.
	move dvcNewRunId to regRunId
	read runRegistryFile
		invalid key continue
	end-read
	evaluate runRegistryFileStatus
		when "00"
			if regStatusFlag = "C" or regStatusFlag = "P"
				move "N" to cardValidFlag
				move "REJECTED - RUN-ID ON REGISTRY" to deriveResult
				exit paragraph
			end-if
		when "23"
			continue
		when other
			move "N" to cardValidFlag
			move "REJECTED - ARRAYREG READ FAILED" to deriveResult
			exit paragraph
	end-evaluate
	move dvcNewRunId to emsRunId
	move 0 to emsSequenceNumber
	start elementMasterFile key >= emsKey
		invalid key continue
	end-start
	if elementMasterFileStatus = "00"
		read elementMasterFile next
			at end continue
		end-read
		if elementMasterFileStatus = "00" and emsRunId = dvcNewRunId
			move "N" to cardValidFlag
			move "REJECTED - RUN-ID ON MASTER" to deriveResult
		end-if
	end-if.

	loadSourceRuns.
	move dvcSourceRunIdA to loadRunId
	move "A" to loadTargetFlag
	perform checkSourceRegistry
	if not cardIsValid
		exit paragraph
	end-if
	move 0 to sourceCountA
	perform loadOneSourceRun
	move loadCount to sourceCountA
	if not cardIsValid
		exit paragraph
	end-if
	if dvcOperation not = "M"
		exit paragraph
	end-if
	move dvcSourceRunIdB to loadRunId
	move "B" to loadTargetFlag
	perform checkSourceRegistry
	if not cardIsValid
		exit paragraph
	end-if
	move 0 to sourceCountB
	perform loadOneSourceRun
	move loadCount to sourceCountB
	if cardIsValid and sourceCountA + sourceCountB > 99999
		move "N" to cardValidFlag
		move "REJECTED - MERGE EXCEEDS 99999" to deriveResult
	end-if.

	checkSourceRegistry.
	move loadRunId to regRunId
	read runRegistryFile
		invalid key continue
	end-read
	if runRegistryFileStatus = "00" and regStatusFlag not = "C"
		move "N" to cardValidFlag
		move "REJECTED - SOURCE NOT COMPLETE" to deriveResult
	end-if.

	loadOneSourceRun.
	move 0 to loadCount
	move "N" to endOfRunFlag
	move loadRunId to emsRunId
	move 0 to emsSequenceNumber
	start elementMasterFile key >= emsKey
		invalid key
			move "Y" to endOfRunFlag
	end-start
	perform until noMoreRunElements
		read elementMasterFile next
			at end move "Y" to endOfRunFlag
			not at end perform takeSourceElement
		end-read
		if elementMasterFileStatus not = "00"
				and elementMasterFileStatus not = "10"
			display "ERROR: ARRAYEMS READ FAILED, STATUS="
				elementMasterFileStatus
			move 16 to return-code
			move "Y" to endOfRunFlag
			move "N" to cardValidFlag
			move "REJECTED - ARRAYEMS READ FAILED" to deriveResult
		end-if
	end-perform
	if cardIsValid and loadCount = 0
		move "N" to cardValidFlag
		move "REJECTED - SOURCE NOT ON MASTER" to deriveResult
	end-if.

	takeSourceElement.
	if emsRunId not = loadRunId
		move "Y" to endOfRunFlag
		exit paragraph
	end-if
	if loadCount >= 99999
		move "Y" to endOfRunFlag
		exit paragraph
	end-if
	add 1 to loadCount
	if loadingSourceA
		move emsElementValue to sourceElementA(loadCount)
	else
		move emsElementValue to sourceElementB(loadCount)
	end-if.

	deriveSortedRun.
	initialize valueTallyTable
	perform varying elementIndex from 1 by 1 until elementIndex > sourceCountA
		compute tallyIndex = sourceElementA(elementIndex) + 1000
		add 1 to valueTally(tallyIndex)
	end-perform
	if dvcSortOrder = "A"
		perform varying tallyIndex from 1 by 1 until tallyIndex > 1999
			perform emitTalliedValue
		end-perform
	else
		perform varying tallyIndex from 1999 by -1 until tallyIndex < 1
			perform emitTalliedValue
		end-perform
	end-if.

	emitTalliedValue.
	compute tallyValue = tallyIndex - 1000
	perform valueTally(tallyIndex) times
		add 1 to resultCount
		move tallyValue to resultElement(resultCount)
	end-perform.

	deriveSampledRun.
	if dvcSampleSize > sourceCountA
		move "N" to cardValidFlag
		move "REJECTED - SAMPLE EXCEEDS SOURCE" to deriveResult
		exit paragraph
	end-if
	if dvcSampleSeed = 0
		move function current-date to currentTimestamp
		move currentTimestamp(9:8) to sampleSeed
		add 1 to sampleSeed
	else
		move dvcSampleSeed to sampleSeed
	end-if
	move sampleSeed to seedState
	move dvcSampleSize to sampleNeeded
	perform varying elementIndex from 1 by 1
			until elementIndex > sourceCountA or sampleNeeded = 0
		compute seedState = function mod(seedState * 75731 + 27077, 100000007)
		compute sampleRemaining = sourceCountA - elementIndex + 1
		if seedState * sampleRemaining < sampleNeeded * 100000007
			add 1 to resultCount
			move sourceElementA(elementIndex) to resultElement(resultCount)
			subtract 1 from sampleNeeded
		end-if
	end-perform.

	deriveFilteredRun.
	perform varying elementIndex from 1 by 1 until elementIndex > sourceCountA
		if sourceElementA(elementIndex) >= dvcRangeLow
				and sourceElementA(elementIndex) <= dvcRangeHigh
			add 1 to resultCount
			move sourceElementA(elementIndex) to resultElement(resultCount)
		end-if
	end-perform.

	deriveMergedRun.
	perform varying elementIndex from 1 by 1 until elementIndex > sourceCountA
		add 1 to resultCount
		move sourceElementA(elementIndex) to resultElement(resultCount)
	end-perform
	perform varying elementIndex from 1 by 1 until elementIndex > sourceCountB
		add 1 to resultCount
		move sourceElementB(elementIndex) to resultElement(resultCount)
	end-perform.

	storeDerivedRun.
	move function current-date to currentTimestamp
	move dvcNewRunId to regRunId
	read runRegistryFile
		invalid key continue
	end-read
	move dvcNewRunId to regRunId
	move "P" to regStatusFlag
	move currentTimestamp to regTimestamp
	move currentTimestamp to regStartTimestamp
	move "ARRDERV" to regCallingProgram
	if runRegistryFileStatus = "00"
		rewrite runRegistryRecord
			invalid key continue
		end-rewrite
	else
		write runRegistryRecord
			invalid key continue
		end-write
	end-if
	if runRegistryFileStatus not = "00"
		display "ERROR: ARRAYREG WRITE FAILED, STATUS=" runRegistryFileStatus
		move "N" to cardValidFlag
		move "REJECTED - ARRAYREG WRITE FAILED" to deriveResult
		exit paragraph
	end-if
	move 0 to emsWrittenCount
	perform varying elementIndex from 1 by 1
			until elementIndex > resultCount or not cardIsValid
		add resultElement(elementIndex) to resultChecksum
		move dvcNewRunId to emsRunId
		move elementIndex to emsSequenceNumber
		move resultElement(elementIndex) to emsElementValue
		write elementMasterRecord
			invalid key continue
		end-write
		if elementMasterFileStatus = "00"
			add 1 to emsWrittenCount
			perform indexDerivedElement
		else
			display "ERROR: ARRAYEMS WRITE FAILED, STATUS="
				elementMasterFileStatus
			move "N" to cardValidFlag
			move "REJECTED - ARRAYEMS WRITE FAILED" to deriveResult
		end-if
	end-perform
	if not cardIsValid
		perform backoutMasterElements
		perform markRegistryFailed
		exit paragraph
	end-if
	perform varying elementIndex from 1 by 1
			until elementIndex > resultCount or not cardIsValid
		move dvcNewRunId to outRunId
		move elementIndex to outSequenceNumber
		move resultElement(elementIndex) to outElementValue
		write arrayOutputRecord
		if arrayOutFileStatus not = "00"
			display "ERROR: ARRAYOUT WRITE FAILED, STATUS=" arrayOutFileStatus
			move "N" to cardValidFlag
			move "REJECTED - ARRAYOUT WRITE FAILED" to deriveResult
			move 16 to return-code
		end-if
	end-perform
	if not cardIsValid
		perform backoutMasterElements
		perform markRegistryFailed
		exit paragraph
	end-if
	perform writeAuditLine
	perform writeLineageLine
	move dvcNewRunId to regRunId
	read runRegistryFile
		invalid key continue
	end-read
	if runRegistryFileStatus = "00"
		move "C" to regStatusFlag
		move function current-date to regTimestamp
		rewrite runRegistryRecord
			invalid key continue
		end-rewrite
	end-if
	if runRegistryFileStatus not = "00"
		display "ERROR: ARRAYREG REWRITE FAILED, STATUS="
			runRegistryFileStatus
		move 16 to return-code
	end-if.

	backoutMasterElements.
	perform varying elementIndex from 1 by 1
			until elementIndex > emsWrittenCount
		move dvcNewRunId to emsRunId
		move elementIndex to emsSequenceNumber
		delete elementMasterFile
			invalid key continue
		end-delete
		if elementMasterFileStatus not = "00"
			display "ERROR: ARRAYEMS BACKOUT DELETE FAILED, STATUS="
				elementMasterFileStatus
			move 16 to return-code
		end-if
		compute evxValueKey = resultElement(elementIndex) + 1000
		move dvcNewRunId to evxRunId
		move elementIndex to evxSequenceNumber
		delete valueIndexFile
			invalid key continue
		end-delete
		if valueIndexFileStatus not = "00" and valueIndexFileStatus not = "23"
			display "ERROR: ARRAYEVX BACKOUT DELETE FAILED, STATUS="
				valueIndexFileStatus
			move 16 to return-code
		end-if
	end-perform.

	indexDerivedElement.
	compute evxValueKey = resultElement(elementIndex) + 1000
	move dvcNewRunId to evxRunId
	move elementIndex to evxSequenceNumber
	write valueIndexRecord
		invalid key continue
	end-write
	if valueIndexFileStatus not = "00" and valueIndexFileStatus not = "22"
		display "ERROR: ARRAYEVX WRITE FAILED, STATUS=" valueIndexFileStatus
		move "N" to cardValidFlag
		move "REJECTED - ARRAYEVX WRITE FAILED" to deriveResult
	end-if.

	markRegistryFailed.
	move dvcNewRunId to regRunId
	read runRegistryFile
		invalid key continue
	end-read
	if runRegistryFileStatus = "00"
		move "F" to regStatusFlag
		move function current-date to regTimestamp
		rewrite runRegistryRecord
			invalid key continue
		end-rewrite
	end-if.

	writeAuditLine.
	move spaces to auditLogRecord
	move currentTimestamp to auditTimestamp
	move dvcNewRunId to auditRunId
	move "ARRDERV" to auditCallingProgram
	move resultCount to auditArraySizeDisp
	move resultElement(1) to auditFirstElementDisp
	move resultElement(resultCount) to auditLastElementDisp
	move resultChecksum to auditChecksumDisp
	move 0 to auditSeedDisp
	move "NNN" to auditOptionsDisp
	open extend arrayAuditFile
	if arrayAuditFileStatus not = "00"
		open output arrayAuditFile
	end-if
	if arrayAuditFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYAUD, STATUS=" arrayAuditFileStatus
		move arrayAuditFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYAUD" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	perform stampAuditChain
	write auditLogRecord
	if arrayAuditFileStatus not = "00"
		display "ERROR: ARRAYAUD WRITE FAILED, STATUS=" arrayAuditFileStatus
		move 16 to return-code
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

	writeLineageLine.
	move spaces to lineageRecord
	move currentTimestamp to linTimestamp
	move dvcNewRunId to linDerivedRunId
	move operationName to linOperation
	move dvcSourceRunIdA to linSourceRunIdA
	move 0 to linSampleSize
	move 0 to linSampleSeed
	move 0 to linRangeLowDisp
	move 0 to linRangeHighDisp
	evaluate dvcOperation
		when "S"
			move dvcSortOrder to linSortOrder
		when "P"
			move dvcSampleSize to linSampleSize
			move sampleSeed to linSampleSeed
		when "F"
			move dvcRangeLow to linRangeLowDisp
			move dvcRangeHigh to linRangeHighDisp
		when "M"
			move dvcSourceRunIdB to linSourceRunIdB
	end-evaluate
	move resultCount to linElementCount
	write lineageRecord
	if lineageFileStatus not = "00"
		display "ERROR: ARRAYLIN WRITE FAILED, STATUS=" lineageFileStatus
		move 16 to return-code
	end-if.

	rejectDeriveCard.
	add 1 to rejectedCounter
	move 0 to resultCount
	move 0 to resultChecksum
	perform writeReportDetail.

	writeReportDetail.
	move operationName to rptOperation
	if operationName = spaces
		move dvcOperation to rptOperation
	end-if
	move dvcNewRunId to rptNewRunId
	move dvcSourceRunIdA to rptSourceRunIdA
	move dvcSourceRunIdB to rptSourceRunIdB
	move resultCount to rptElementCount
	move resultChecksum to rptChecksum
	move deriveResult to rptResult
	write deriveReportLine from deriveReportDetail
	if deriveReportFileStatus not = "00"
		display "ERROR: ARRAYNRPT WRITE FAILED, STATUS="
			deriveReportFileStatus
	end-if.

	writeReportSummary.
	move cardCounter to sumCards
	move derivedCounter to sumDerived
	move rejectedCounter to sumRejected
	write deriveReportLine from deriveReportSummary
	if deriveReportFileStatus not = "00"
		display "ERROR: ARRAYNRPT WRITE FAILED, STATUS="
			deriveReportFileStatus
	end-if.

	logProgramStart.
	move "ARRDERV" to evpProgramId
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
