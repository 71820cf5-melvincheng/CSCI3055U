identification division.
program-id. ARRBKOUT.

environment division.
	input-output section.
	file-control.
		select backoutCardFile assign to "SYSIN"
			organization is line sequential
			file status is backoutCardFileStatus.
		select runRegistryFile assign to "ARRAYREG"
			organization is indexed
			access is random
			record key is regRunId
			file status is runRegistryFileStatus.
		select arrayOutFile assign to "ARRAYOUT"
			organization is sequential
			file status is arrayOutFileStatus.
		select newOutFile assign to "ARRAYOUTN"
			organization is sequential
			file status is newOutFileStatus.
		select arrayAuditFile assign to "ARRAYAUD"
			organization is line sequential
			file status is arrayAuditFileStatus.
		select newAuditFile assign to "ARRAYAUDN"
			organization is line sequential
			file status is newAuditFileStatus.
		select runProfileFile assign to "ARRAYRPV"
			organization is line sequential
			file status is runProfileFileStatus.
		select newProfileFile assign to "ARRAYRPVN"
			organization is line sequential
			file status is newProfileFileStatus.
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
		select statisticsFile assign to "ARRAYSTS"
			organization is indexed
			access is random
			record key is stsRunId
			file status is statisticsFileStatus.
		select loadCursorFile assign to "ARRAYLCUR"
			organization is line sequential
			file status is loadCursorFileStatus.
		select backoutJournalFile assign to "ARRAYBKJ"
			organization is line sequential
			file status is backoutJournalFileStatus.
		select backoutReportFile assign to "ARRAYPRPT"
			organization is line sequential
			file status is backoutReportFileStatus.

data division.
	file section.
	fd backoutCardFile.
		01 backoutCard.
			05 bkcRunId pic x(8).
			05 filler pic x.
			05 bkcReasonCode pic x(8).
	fd runRegistryFile.
		copy arrayRegRec.
	fd arrayOutFile.
		copy arrayOutRec.
	fd newOutFile.
		copy arrayOutRec replacing leading ==out== by ==kept==
			==arrayOutputRecord== by ==keptOutputRecord==.
	fd arrayAuditFile.
		copy arrayAuditRec.
	fd newAuditFile.
		copy arrayAuditRec replacing leading ==audit== by ==kept==.
	fd runProfileFile.
		copy arrayRpvRec.
	fd newProfileFile.
		01 keptProfileRecord pic x(150).
	fd elementMasterFile.
		copy arrayEmsRec.
	fd valueIndexFile.
		copy arrayEvxRec.
	fd statisticsFile.
		copy arrayStsRec.
	fd loadCursorFile.
		01 loadCursorRecord.
			05 curRecordCount pic 9(9).
	fd backoutJournalFile.
		copy arrayBkjRec.
	fd backoutReportFile.
		01 backoutReportLine pic x(132).

	local-storage section.
		01 backoutCardFileStatus pic xx.
		01 runRegistryFileStatus pic xx.
		01 arrayOutFileStatus pic xx.
		01 newOutFileStatus pic xx.
		01 arrayAuditFileStatus pic xx.
		01 newAuditFileStatus pic xx.
		01 runProfileFileStatus pic xx.
		01 newProfileFileStatus pic xx.
		01 elementMasterFileStatus pic xx.
		01 valueIndexFileStatus pic xx.
		01 statisticsFileStatus pic xx.
		01 loadCursorFileStatus pic xx.
		01 backoutJournalFileStatus pic xx.
		01 backoutReportFileStatus pic xx.
		01 endOfCardFile pic x value "N".
			88 noMoreBackoutCards value "Y".
		01 endOfOutputFile pic x value "N".
			88 noMoreOutputRecords value "Y".
		01 endOfAuditFile pic x value "N".
			88 noMoreAuditLines value "Y".
		01 endOfProfileFile pic x value "N".
			88 noMoreProfileLines value "Y".
		01 endOfRunFlag pic x value "N".
			88 noMoreRunElements value "Y".
		01 backoutTimestamp pic x(26).
		01 backoutCount pic 9(3) value 0.
		01 backoutIndex pic s9(4).
		01 checkIndex pic s9(4).
		01 checkedRunId pic x(8).
		01 backoutFoundFlag pic x.
			88 backoutRunFound value "Y".
		01 backoutTable.
			05 backoutEntry occurs 100 times.
				10 bkoRunId pic x(8).
				10 bkoReasonCode pic x(8).
				10 bkoEntryStatus pic x.
					88 bkoAccepted value "A".
					88 bkoRejected value "R".
					88 bkoBackedOut value "B".
				10 bkoRegistryFlag pic x.
					88 bkoOnRegistry value "Y".
				10 bkoPriorStatus pic x.
				10 bkoCallingProgram pic x(8).
				10 bkoOutCount pic 9(7).
				10 bkoEmsCount pic 9(7).
				10 bkoAudCount pic 9(5).
				10 bkoStsCount pic 9.
				10 bkoRpvCount pic 9(5).
				10 bkoResult pic x(28).
		01 acceptedCounter pic 9(3) value 0.
		01 backedOutCounter pic 9(3) value 0.
		01 rejectedCounter pic 9(3) value 0.
		01 elementsRemovedCounter pic 9(9) value 0.
		01 cursorFoundFlag pic x value "N".
			88 cursorFound value "Y".
		01 cursorRecordCount pic 9(9) value 0.
		01 newCursorCount pic 9(9) value 0.
		01 outputPosition pic 9(9) value 0.
		01 removedBeforeCursor pic 9(9) value 0.

		01 backoutReportHeader.
			05 filler pic x(20) value "RUN BACKOUT, AS OF: ".
			05 rptHdrDate pic x(8).
			05 filler pic x(4) value spaces.
			05 filler pic x(7) value "CARDS: ".
			05 rptHdrCardCount pic zz9.
			05 filler pic x(90) value spaces.

		01 backoutReportDetail.
			05 filler pic x(8) value "RUN-ID: ".
			05 rptRunId pic x(8).
			05 filler pic x(2) value spaces.
			05 filler pic x(8) value "REASON: ".
			05 rptReasonCode pic x(8).
			05 filler pic x(2) value spaces.
			05 filler pic x(5) value "WAS: ".
			05 rptPriorStatus pic x.
			05 filler pic x(2) value spaces.
			05 filler pic x(5) value "OUT: ".
			05 rptOutCount pic zzzzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(5) value "EMS: ".
			05 rptEmsCount pic zzzzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(5) value "AUD: ".
			05 rptAudCount pic zzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(5) value "STS: ".
			05 rptStsCount pic 9.
			05 filler pic x(2) value spaces.
			05 filler pic x(5) value "RPV: ".
			05 rptRpvCount pic zzzz9.
			05 filler pic x(2) value spaces.
			05 rptResult pic x(28).

		01 backoutReportSummary.
			05 filler pic x(9) value "SUMMARY: ".
			05 filler pic x(12) value "BACKED OUT: ".
			05 sumBackedOut pic zz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(10) value "REJECTED: ".
			05 sumRejected pic zz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(18) value "ELEMENTS REMOVED: ".
			05 sumElementsRemoved pic zzzzzzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(13) value "LOAD CURSOR: ".
			05 sumCursorBefore pic zzzzzzzz9.
			05 filler pic x(4) value " TO ".
			05 sumCursorAfter pic zzzzzzzz9.
			05 filler pic x(21) value spaces.

		copy arrayEvtParm.

procedure division.
	main.
	perform logProgramStart
	move function current-date to backoutTimestamp
	perform readBackoutCards
	if return-code not = 0
		perform logProgramEnd
		goback
	end-if
	open output backoutReportFile
	if backoutReportFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYPRPT, STATUS="
			backoutReportFileStatus
		move backoutReportFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYPRPT" to evpText
		perform logErrorEvent
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	open i-o runRegistryFile
	if runRegistryFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYREG, STATUS="
			runRegistryFileStatus
		move runRegistryFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYREG" to evpText
		perform logErrorEvent
		close backoutReportFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	open i-o elementMasterFile
	if elementMasterFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYEMS, STATUS="
			elementMasterFileStatus
		move elementMasterFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYEMS" to evpText
		perform logErrorEvent
		close runRegistryFile
		close backoutReportFile
		move 16 to return-code
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
		close elementMasterFile
		close runRegistryFile
		close backoutReportFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	open i-o statisticsFile
	if statisticsFileStatus = "35"
		open output statisticsFile
		close statisticsFile
		open i-o statisticsFile
	end-if
	if statisticsFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYSTS, STATUS=" statisticsFileStatus
		move statisticsFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYSTS" to evpText
		perform logErrorEvent
		close valueIndexFile
		close elementMasterFile
		close runRegistryFile
		close backoutReportFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	open extend backoutJournalFile
	if backoutJournalFileStatus not = "00"
		open output backoutJournalFile
	end-if
	if backoutJournalFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYBKJ, STATUS="
			backoutJournalFileStatus
		move backoutJournalFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYBKJ" to evpText
		perform logErrorEvent
		close statisticsFile
		close valueIndexFile
		close elementMasterFile
		close runRegistryFile
		close backoutReportFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	perform writeReportHeader
	perform varying backoutIndex from 1 by 1
			until backoutIndex > backoutCount or return-code = 16
		if bkoAccepted(backoutIndex)
			perform checkRegistryStatus
		end-if
	end-perform
	if acceptedCounter > 0 and return-code not = 16
		perform readLoadCursor
		perform copyOutputFile
	end-if
	if acceptedCounter > 0 and return-code not = 16
		perform copyAuditFile
	end-if
	if acceptedCounter > 0 and return-code not = 16
		perform copyProfileFile
	end-if
	perform varying backoutIndex from 1 by 1
			until backoutIndex > backoutCount or return-code = 16
		if bkoAccepted(backoutIndex)
			perform removeKeyedRecords
		end-if
		if bkoAccepted(backoutIndex) and return-code not = 16
			perform finishBackout
		end-if
	end-perform
	if return-code not = 16
		evaluate true
			when backedOutCounter = 0
				move 8 to return-code
			when rejectedCounter > 0
				move 4 to return-code
		end-evaluate
	end-if
	move cursorRecordCount to newCursorCount
	if return-code < 8 and cursorFound and removedBeforeCursor > 0
		compute newCursorCount = cursorRecordCount - removedBeforeCursor
		perform writeLoadCursor
	end-if
	perform writeReportDetails
	perform writeReportSummary
	close backoutJournalFile
	close statisticsFile
	close valueIndexFile
	close elementMasterFile
	close runRegistryFile
	close backoutReportFile
	perform logProgramEnd
	goback.

	readBackoutCards.
	open input backoutCardFile
	if backoutCardFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN SYSIN, STATUS=" backoutCardFileStatus
		move backoutCardFileStatus to evpFileStatus
		move "UNABLE TO OPEN SYSIN" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	perform until noMoreBackoutCards
		read backoutCardFile
			at end move "Y" to endOfCardFile
			not at end perform takeBackoutCard
		end-read
		if backoutCardFileStatus not = "00" and backoutCardFileStatus not = "10"
			display "ERROR: SYSIN READ FAILED, STATUS=" backoutCardFileStatus
			move 16 to return-code
			move "Y" to endOfCardFile
		end-if
	end-perform
	close backoutCardFile
	if return-code = 0 and backoutCount = 0
		display "ERROR: NO RUN-ID CARDS SUPPLIED ON SYSIN"
		move 16 to return-code
	end-if.

	takeBackoutCard.
	if backoutCard = spaces
		exit paragraph
	end-if
	if backoutCount >= 100
		display "ERROR: MORE THAN 100 RUN-ID CARDS SUPPLIED"
		move 16 to return-code
		move "Y" to endOfCardFile
		exit paragraph
	end-if
	add 1 to backoutCount
	move backoutCount to backoutIndex
	move bkcRunId to bkoRunId(backoutIndex)
	move bkcReasonCode to bkoReasonCode(backoutIndex)
	move "A" to bkoEntryStatus(backoutIndex)
	move "N" to bkoRegistryFlag(backoutIndex)
	move space to bkoPriorStatus(backoutIndex)
	move spaces to bkoCallingProgram(backoutIndex)
	move 0 to bkoOutCount(backoutIndex)
	move 0 to bkoEmsCount(backoutIndex)
	move 0 to bkoAudCount(backoutIndex)
	move 0 to bkoStsCount(backoutIndex)
	move 0 to bkoRpvCount(backoutIndex)
	move spaces to bkoResult(backoutIndex)
	evaluate true
		when bkcRunId = spaces
			move "REJECTED - NO RUN-ID" to bkoResult(backoutIndex)
		when bkcReasonCode = spaces
			move "REJECTED - NO REASON CODE" to bkoResult(backoutIndex)
		when other
			perform varying checkIndex from 1 by 1
					until checkIndex >= backoutIndex
				if bkoRunId(checkIndex) = bkcRunId
						and not bkoRejected(checkIndex)
					move "REJECTED - DUPLICATE CARD"
						to bkoResult(backoutIndex)
					exit perform
				end-if
			end-perform
	end-evaluate
	if bkoResult(backoutIndex) = spaces
		add 1 to acceptedCounter
	else
		perform rejectBackoutEntry
	end-if.

	rejectBackoutEntry.
	move "R" to bkoEntryStatus(backoutIndex)
	add 1 to rejectedCounter.

	checkRegistryStatus.
	move bkoRunId(backoutIndex) to regRunId
	read runRegistryFile
		invalid key continue
	end-read
	evaluate true
		when runRegistryFileStatus = "00"
			move "Y" to bkoRegistryFlag(backoutIndex)
			move regStatusFlag to bkoPriorStatus(backoutIndex)
			move regCallingProgram to bkoCallingProgram(backoutIndex)
		when runRegistryFileStatus = "23"
			exit paragraph
		when other
			display "ERROR: ARRAYREG READ FAILED, STATUS="
				runRegistryFileStatus
			move 16 to return-code
			exit paragraph
	end-evaluate
	evaluate regStatusFlag
		when "P"
			move "REJECTED - RUN IN PROGRESS" to bkoResult(backoutIndex)
		when "B"
			move "REJECTED - ALREADY BACKED OUT" to bkoResult(backoutIndex)
		when other
			exit paragraph
	end-evaluate
	subtract 1 from acceptedCounter
	perform rejectBackoutEntry.

	findBackoutEntry.
	move "N" to backoutFoundFlag
	perform varying backoutIndex from 1 by 1
			until backoutIndex > backoutCount
		if bkoRunId(backoutIndex) = checkedRunId and bkoAccepted(backoutIndex)
			move "Y" to backoutFoundFlag
			exit perform
		end-if
	end-perform.

	readLoadCursor.
	open input loadCursorFile
	if loadCursorFileStatus not = "00"
		exit paragraph
	end-if
	read loadCursorFile
		at end continue
		not at end
			if curRecordCount numeric
				move curRecordCount to cursorRecordCount
				move "Y" to cursorFoundFlag
			end-if
	end-read
	close loadCursorFile.

	writeLoadCursor.
	open output loadCursorFile
	if loadCursorFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYLCUR, STATUS="
			loadCursorFileStatus
		move loadCursorFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYLCUR" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	move newCursorCount to curRecordCount
	write loadCursorRecord
	if loadCursorFileStatus not = "00"
		display "ERROR: ARRAYLCUR WRITE FAILED, STATUS=" loadCursorFileStatus
		move 16 to return-code
	end-if
	close loadCursorFile.

	copyOutputFile.
	open input arrayOutFile
	if arrayOutFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYOUT, STATUS=" arrayOutFileStatus
		move arrayOutFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYOUT" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	open output newOutFile
	if newOutFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYOUTN, STATUS=" newOutFileStatus
		move newOutFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYOUTN" to evpText
		perform logErrorEvent
		close arrayOutFile
		move 16 to return-code
		exit paragraph
	end-if
	perform until noMoreOutputRecords
		read arrayOutFile
			at end move "Y" to endOfOutputFile
			not at end perform sortOutputRecord
		end-read
		if arrayOutFileStatus not = "00" and arrayOutFileStatus not = "10"
			display "ERROR: ARRAYOUT READ FAILED, STATUS=" arrayOutFileStatus
			move 16 to return-code
			move "Y" to endOfOutputFile
		end-if
	end-perform
	close arrayOutFile
	close newOutFile.

	sortOutputRecord.
	add 1 to outputPosition
	move outRunId to checkedRunId
	perform findBackoutEntry
	if not backoutRunFound
		write keptOutputRecord from arrayOutputRecord
		if newOutFileStatus not = "00"
			display "ERROR: ARRAYOUTN WRITE FAILED, STATUS=" newOutFileStatus
			move 16 to return-code
			move "Y" to endOfOutputFile
		end-if
		exit paragraph
	end-if
	add 1 to bkoOutCount(backoutIndex)
	if outputPosition <= cursorRecordCount
		add 1 to removedBeforeCursor
	end-if
	move spaces to backoutJournalRecord
	move "ARRAYOUT" to bkjSource
	move arrayOutputRecord to bkjImage
	perform writeJournalLine.

	copyAuditFile.
	open input arrayAuditFile
	if arrayAuditFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYAUD, STATUS=" arrayAuditFileStatus
		move arrayAuditFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYAUD" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	open output newAuditFile
	if newAuditFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYAUDN, STATUS=" newAuditFileStatus
		move newAuditFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYAUDN" to evpText
		perform logErrorEvent
		close arrayAuditFile
		move 16 to return-code
		exit paragraph
	end-if
	perform until noMoreAuditLines
		read arrayAuditFile
			at end move "Y" to endOfAuditFile
			not at end perform sortAuditLine
		end-read
		if arrayAuditFileStatus not = "00" and arrayAuditFileStatus not = "10"
			display "ERROR: ARRAYAUD READ FAILED, STATUS=" arrayAuditFileStatus
			move 16 to return-code
			move "Y" to endOfAuditFile
		end-if
	end-perform
	close arrayAuditFile
	close newAuditFile.

	sortAuditLine.
	move auditRunId to checkedRunId
	perform findBackoutEntry
	if not backoutRunFound
		write keptLogRecord from auditLogRecord
		if newAuditFileStatus not = "00"
			display "ERROR: ARRAYAUDN WRITE FAILED, STATUS=" newAuditFileStatus
			move 16 to return-code
			move "Y" to endOfAuditFile
		end-if
		exit paragraph
	end-if
	add 1 to bkoAudCount(backoutIndex)
	if not bkoOnRegistry(backoutIndex)
		move auditCallingProgram to bkoCallingProgram(backoutIndex)
	end-if
	move spaces to backoutJournalRecord
	move "ARRAYAUD" to bkjSource
	move auditLogRecord to bkjImage
	perform writeJournalLine.

	copyProfileFile.
	open input runProfileFile
	if runProfileFileStatus = "35"
		exit paragraph
	end-if
	if runProfileFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYRPV, STATUS=" runProfileFileStatus
		move runProfileFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYRPV" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	open output newProfileFile
	if newProfileFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYRPVN, STATUS="
			newProfileFileStatus
		move newProfileFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYRPVN" to evpText
		perform logErrorEvent
		close runProfileFile
		move 16 to return-code
		exit paragraph
	end-if
	perform until noMoreProfileLines
		read runProfileFile
			at end move "Y" to endOfProfileFile
			not at end perform sortProfileLine
		end-read
		if runProfileFileStatus not = "00" and runProfileFileStatus not = "10"
			display "ERROR: ARRAYRPV READ FAILED, STATUS=" runProfileFileStatus
			move 16 to return-code
			move "Y" to endOfProfileFile
		end-if
	end-perform
	close runProfileFile
	close newProfileFile.

	sortProfileLine.
	move rpvRunId to checkedRunId
	perform findBackoutEntry
	if not backoutRunFound
		write keptProfileRecord from runProfileRecord
		if newProfileFileStatus not = "00"
			display "ERROR: ARRAYRPVN WRITE FAILED, STATUS="
				newProfileFileStatus
			move 16 to return-code
			move "Y" to endOfProfileFile
		end-if
		exit paragraph
	end-if
	add 1 to bkoRpvCount(backoutIndex)
	move spaces to backoutJournalRecord
	move "ARRAYRPV" to bkjSource
	move runProfileRecord to bkjImage
	perform writeJournalLine.

	removeKeyedRecords.
	move "N" to endOfRunFlag
	move bkoRunId(backoutIndex) to emsRunId
	move 0 to emsSequenceNumber
	start elementMasterFile key >= emsKey
		invalid key
			move "Y" to endOfRunFlag
	end-start
	perform until noMoreRunElements
		read elementMasterFile next
			at end move "Y" to endOfRunFlag
			not at end perform removeMasterElement
		end-read
		if elementMasterFileStatus not = "00"
				and elementMasterFileStatus not = "10"
			display "ERROR: ARRAYEMS READ FAILED, STATUS="
				elementMasterFileStatus
			move 16 to return-code
			move "Y" to endOfRunFlag
		end-if
	end-perform
	if return-code = 16
		exit paragraph
	end-if
	move bkoRunId(backoutIndex) to stsRunId
	read statisticsFile
		invalid key continue
	end-read
	evaluate true
		when statisticsFileStatus = "00"
			move spaces to backoutJournalRecord
			move "ARRAYSTS" to bkjSource
			move statisticsMasterRecord to bkjImage
			perform writeJournalLine
			delete statisticsFile
				invalid key continue
			end-delete
			if statisticsFileStatus not = "00"
				display "ERROR: ARRAYSTS DELETE FAILED, STATUS="
					statisticsFileStatus
				move 16 to return-code
			else
				move 1 to bkoStsCount(backoutIndex)
			end-if
		when statisticsFileStatus = "23"
			continue
		when other
			display "ERROR: ARRAYSTS READ FAILED, STATUS=" statisticsFileStatus
			move 16 to return-code
	end-evaluate.

	removeMasterElement.
	if emsRunId not = bkoRunId(backoutIndex)
		move "Y" to endOfRunFlag
		exit paragraph
	end-if
	move spaces to backoutJournalRecord
	move "ARRAYEMS" to bkjSource
	move elementMasterRecord to bkjImage
	perform writeJournalLine
	compute evxValueKey = emsElementValue + 1000
	move emsRunId to evxRunId
	move emsSequenceNumber to evxSequenceNumber
	delete elementMasterFile
		invalid key continue
	end-delete
	if elementMasterFileStatus not = "00"
		display "ERROR: ARRAYEMS DELETE FAILED, STATUS="
			elementMasterFileStatus
		move 16 to return-code
		move "Y" to endOfRunFlag
		exit paragraph
	end-if
	add 1 to bkoEmsCount(backoutIndex)
	add 1 to elementsRemovedCounter
	delete valueIndexFile
		invalid key continue
	end-delete
	if valueIndexFileStatus not = "00" and valueIndexFileStatus not = "23"
		display "ERROR: ARRAYEVX DELETE FAILED, STATUS=" valueIndexFileStatus
		move 16 to return-code
		move "Y" to endOfRunFlag
	end-if.

	finishBackout.
	if not bkoOnRegistry(backoutIndex)
			and bkoOutCount(backoutIndex) = 0
			and bkoEmsCount(backoutIndex) = 0
			and bkoAudCount(backoutIndex) = 0
			and bkoStsCount(backoutIndex) = 0
			and bkoRpvCount(backoutIndex) = 0
		move "REJECTED - RUN NOT FOUND" to bkoResult(backoutIndex)
		perform rejectBackoutEntry
		exit paragraph
	end-if
	move bkoRunId(backoutIndex) to regRunId
	if bkoOnRegistry(backoutIndex)
		read runRegistryFile
			invalid key continue
		end-read
		if runRegistryFileStatus not = "00"
			display "ERROR: ARRAYREG READ FAILED, STATUS="
				runRegistryFileStatus
			move 16 to return-code
			exit paragraph
		end-if
		move spaces to backoutJournalRecord
		move "ARRAYREG" to bkjSource
		move runRegistryRecord to bkjImage
		perform writeJournalLine
		move "B" to regStatusFlag
		move function current-date to regTimestamp
		rewrite runRegistryRecord
			invalid key continue
		end-rewrite
	else
		move "B" to regStatusFlag
		move function current-date to regTimestamp
		move spaces to regStartTimestamp
		if bkoCallingProgram(backoutIndex) = spaces
			move "ARRBKOUT" to regCallingProgram
		else
			move bkoCallingProgram(backoutIndex) to regCallingProgram
		end-if
		write runRegistryRecord
			invalid key continue
		end-write
	end-if
	if runRegistryFileStatus not = "00"
		display "ERROR: ARRAYREG UPDATE FAILED, STATUS="
			runRegistryFileStatus
		move 16 to return-code
		exit paragraph
	end-if
	move spaces to backoutJournalRecord
	move "BACKOUT" to bkjSource
	move bkoPriorStatus(backoutIndex) to bkjPriorStatus
	move bkoOutCount(backoutIndex) to bkjOutCount
	move bkoEmsCount(backoutIndex) to bkjEmsCount
	move bkoAudCount(backoutIndex) to bkjAudCount
	move bkoStsCount(backoutIndex) to bkjStsCount
	move bkoRpvCount(backoutIndex) to bkjRpvCount
	perform writeJournalLine
	move "B" to bkoEntryStatus(backoutIndex)
	move "BACKED OUT" to bkoResult(backoutIndex)
	add 1 to backedOutCounter.

	writeJournalLine.
	move backoutTimestamp to bkjTimestamp
	move bkoRunId(backoutIndex) to bkjRunId
	move bkoReasonCode(backoutIndex) to bkjReasonCode
	write backoutJournalRecord
	if backoutJournalFileStatus not = "00"
		display "ERROR: ARRAYBKJ WRITE FAILED, STATUS="
			backoutJournalFileStatus
		move 16 to return-code
	end-if.

	writeReportHeader.
	move backoutTimestamp(1:8) to rptHdrDate
	move backoutCount to rptHdrCardCount
	write backoutReportLine from backoutReportHeader
	if backoutReportFileStatus not = "00"
		display "ERROR: ARRAYPRPT WRITE FAILED, STATUS="
			backoutReportFileStatus
	end-if.

	writeReportDetails.
	perform varying backoutIndex from 1 by 1
			until backoutIndex > backoutCount
		if bkoResult(backoutIndex) = spaces
			move "NOT PROCESSED" to bkoResult(backoutIndex)
		end-if
		move bkoRunId(backoutIndex) to rptRunId
		move bkoReasonCode(backoutIndex) to rptReasonCode
		move bkoPriorStatus(backoutIndex) to rptPriorStatus
		move bkoOutCount(backoutIndex) to rptOutCount
		move bkoEmsCount(backoutIndex) to rptEmsCount
		move bkoAudCount(backoutIndex) to rptAudCount
		move bkoStsCount(backoutIndex) to rptStsCount
		move bkoRpvCount(backoutIndex) to rptRpvCount
		move bkoResult(backoutIndex) to rptResult
		write backoutReportLine from backoutReportDetail
		if backoutReportFileStatus not = "00"
			display "ERROR: ARRAYPRPT WRITE FAILED, STATUS="
				backoutReportFileStatus
		end-if
	end-perform.

	writeReportSummary.
	move backedOutCounter to sumBackedOut
	move rejectedCounter to sumRejected
	move elementsRemovedCounter to sumElementsRemoved
	move cursorRecordCount to sumCursorBefore
	move newCursorCount to sumCursorAfter
	write backoutReportLine from backoutReportSummary
	if backoutReportFileStatus not = "00"
		display "ERROR: ARRAYPRPT WRITE FAILED, STATUS="
			backoutReportFileStatus
	end-if.

	logProgramStart.
	move "ARRBKOUT" to evpProgramId
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
