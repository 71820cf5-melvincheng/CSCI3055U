identification division.
program-id. ARRAUDV.

environment division.
	input-output section.
	file-control.
		select auditHistoryFile assign to "ARRAYAHST"
			organization is line sequential
			file status is auditHistoryFileStatus.
		select arrayAuditFile assign to "ARRAYAUD"
			organization is line sequential
			file status is arrayAuditFileStatus.
		select chainHeadFile assign to "ARRAYACH"
			organization is line sequential
			file status is chainHeadFileStatus.
		select backoutJournalFile assign to "ARRAYBKJ"
			organization is line sequential
			file status is backoutJournalFileStatus.
		select verifyReportFile assign to "ARRAYZRPT"
			organization is line sequential
			file status is verifyReportFileStatus.

data division.
	file section.
	fd auditHistoryFile.
		copy arrayAuditRec replacing leading ==audit== by ==hist==.
	fd arrayAuditFile.
		copy arrayAuditRec.
	fd chainHeadFile.
		copy arrayChhRec.
	fd backoutJournalFile.
		copy arrayBkjRec.
	fd verifyReportFile.
		01 verifyReportLine pic x(132).

	local-storage section.
		01 auditHistoryFileStatus pic xx.
		01 arrayAuditFileStatus pic xx.
		01 chainHeadFileStatus pic xx.
		01 backoutJournalFileStatus pic xx.
		01 verifyReportFileStatus pic xx.
		01 endOfHistoryFile pic x value "N".
			88 noMoreHistoryLines value "Y".
		01 endOfAuditFile pic x value "N".
			88 noMoreAuditLines value "Y".
		01 endOfJournalFile pic x value "N".
			88 noMoreJournalLines value "Y".
		01 chainStartedFlag pic x value "N".
			88 chainStarted value "Y".
		01 journalFoundFlag pic x.
			88 journalLineFound value "Y".
		01 journalFullFlag pic x value "N".
			88 journalTableFull value "Y".
		copy arrayAuditRec replacing leading ==audit== by ==chk==.
		01 currentFileName pic x(9).
		01 currentLineNumber pic 9(7) value 0.
		01 journalLineNumber pic 9(7) value 0.
		01 lineSequence pic 9(9).
		01 expectedSequence pic 9(9) value 1.
		01 previousHash pic 9(18) value 0.
		01 fillLimit pic 9(9).
		01 gapFrom pic 9(9).
		01 gapThrough pic 9(9).
		01 journalCount pic 9(4) value 0.
		01 journalIndex pic s9(4).
		01 foundIndex pic s9(4).
		01 journalTable.
			05 journalEntry occurs 2000 times.
				10 jnlSequence pic 9(9).
				10 jnlLineNumber pic 9(7).
				10 jnlRunId pic x(8).
				10 jnlImage pic x(114).
		01 historyLineCounter pic 9(7) value 0.
		01 liveLineCounter pic 9(7) value 0.
		01 legacyLineCounter pic 9(7) value 0.
		01 verifiedCounter pic 9(7) value 0.
		01 backoutFilledCounter pic 9(7) value 0.
		01 exceptionCounter pic 9(7) value 0.
		01 headSequenceDisp pic x(9) value spaces.

		01 verifyReportHeader.
			05 filler pic x(33) value "AUDIT CHAIN VERIFICATION, AS OF: ".
			05 rptHdrDate pic x(8).
			05 filler pic x(91) value spaces.

		01 verifyReportDetail.
			05 rptLabel pic x(11).
			05 filler pic x(6) value "FILE: ".
			05 rptFileName pic x(9).
			05 filler pic x(2) value spaces.
			05 filler pic x(6) value "LINE: ".
			05 rptLineNumber pic zzzzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(5) value "SEQ: ".
			05 rptSequence pic x(9).
			05 filler pic x(2) value spaces.
			05 filler pic x(8) value "RUN-ID: ".
			05 rptRunId pic x(8).
			05 filler pic x(2) value spaces.
			05 rptMessage pic x(55).

		01 verifyReportCounts.
			05 filler pic x(9) value "SUMMARY: ".
			05 filler pic x(15) value "HISTORY LINES: ".
			05 sumHistoryLines pic zzzzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(12) value "LIVE LINES: ".
			05 sumLiveLines pic zzzzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(24) value "UNCHAINED BEFORE CHAIN: ".
			05 sumLegacyLines pic zzzzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(10) value "VERIFIED: ".
			05 sumVerified pic zzzzzz9.
			05 filler pic x(22) value spaces.

		01 verifyReportResult.
			05 filler pic x(9) value "SUMMARY: ".
			05 filler pic x(20) value "REMOVED BY BACKOUT: ".
			05 sumBackoutFilled pic zzzzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(12) value "EXCEPTIONS: ".
			05 sumExceptions pic zzzzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(16) value "CHAIN HEAD SEQ: ".
			05 sumHeadSequence pic x(9).
			05 filler pic x(4) value spaces.
			05 filler pic x(8) value "RESULT: ".
			05 sumResult pic x(13).
			05 filler pic x(19) value spaces.

		copy arrayChpParm.
		copy arrayEvtParm.

procedure division.
	main.
	perform logProgramStart
	open output verifyReportFile
	if verifyReportFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYZRPT, STATUS="
			verifyReportFileStatus
		move verifyReportFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYZRPT" to evpText
		perform logErrorEvent
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	move function current-date(1:8) to rptHdrDate
	write verifyReportLine from verifyReportHeader
	perform loadBackoutJournal
	if return-code not = 16
		perform verifyHistoryFile
	end-if
	if return-code not = 16
		perform verifyLiveFile
	end-if
	if return-code not = 16
		perform checkChainHead
	end-if
	if return-code not = 16
		perform writeReportSummary
		evaluate true
			when exceptionCounter > 0
				move 8 to return-code
			when journalTableFull
				move 4 to return-code
		end-evaluate
	end-if
	close verifyReportFile
	perform logProgramEnd
	goback.

	loadBackoutJournal.
	open input backoutJournalFile
	if backoutJournalFileStatus = "35"
		move "ARRAYBKJ" to rptFileName
		move 0 to rptLineNumber
		move spaces to rptSequence
		move spaces to rptRunId
		move "NO BACKOUT JOURNAL, BACKOUT GAPS CANNOT BE EXPLAINED"
			to rptMessage
		perform reportNote
		exit paragraph
	end-if
	if backoutJournalFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYBKJ, STATUS="
			backoutJournalFileStatus
		move backoutJournalFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYBKJ" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	perform until noMoreJournalLines
		read backoutJournalFile
			at end move "Y" to endOfJournalFile
			not at end perform keepJournalLine
		end-read
		if backoutJournalFileStatus not = "00"
				and backoutJournalFileStatus not = "10"
			display "ERROR: ARRAYBKJ READ FAILED, STATUS="
				backoutJournalFileStatus
			move 16 to return-code
			move "Y" to endOfJournalFile
		end-if
	end-perform
	close backoutJournalFile.

	keepJournalLine.
	add 1 to journalLineNumber
	if bkjSource not = "ARRAYAUD"
		exit paragraph
	end-if
	if bkjImage(87:9) not numeric or bkjImage(97:18) not numeric
		exit paragraph
	end-if
	if journalCount = 2000
		if not journalTableFull
			move "Y" to journalFullFlag
			move "ARRAYBKJ" to rptFileName
			move journalLineNumber to rptLineNumber
			move bkjImage(87:9) to rptSequence
			move bkjRunId to rptRunId
			move "BACKOUT JOURNAL TABLE FULL, LATER LINES NOT LOADED"
				to rptMessage
			perform reportNote
		end-if
		exit paragraph
	end-if
	add 1 to journalCount
	move bkjImage(87:9) to jnlSequence(journalCount)
	move journalLineNumber to jnlLineNumber(journalCount)
	move bkjRunId to jnlRunId(journalCount)
	move bkjImage(1:114) to jnlImage(journalCount).

	verifyHistoryFile.
	open input auditHistoryFile
	if auditHistoryFileStatus = "35"
		move "ARRAYAHST" to rptFileName
		move 0 to rptLineNumber
		move spaces to rptSequence
		move spaces to rptRunId
		move "NO AUDIT HISTORY FILE, LIVE TRAIL ONLY" to rptMessage
		perform reportNote
		exit paragraph
	end-if
	if auditHistoryFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYAHST, STATUS="
			auditHistoryFileStatus
		move auditHistoryFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYAHST" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	move "ARRAYAHST" to currentFileName
	move 0 to currentLineNumber
	perform until noMoreHistoryLines
		read auditHistoryFile
			at end move "Y" to endOfHistoryFile
			not at end
				add 1 to historyLineCounter
				move histLogRecord to chkLogRecord
				perform verifyAuditLine
		end-read
		if auditHistoryFileStatus not = "00" and auditHistoryFileStatus not = "10"
			display "ERROR: ARRAYAHST READ FAILED, STATUS="
				auditHistoryFileStatus
			move 16 to return-code
			move "Y" to endOfHistoryFile
		end-if
	end-perform
	close auditHistoryFile.

	verifyLiveFile.
	open input arrayAuditFile
	if arrayAuditFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYAUD, STATUS=" arrayAuditFileStatus
		move arrayAuditFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYAUD" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	move "ARRAYAUD" to currentFileName
	move 0 to currentLineNumber
	perform until noMoreAuditLines
		read arrayAuditFile
			at end move "Y" to endOfAuditFile
			not at end
				add 1 to liveLineCounter
				move auditLogRecord to chkLogRecord
				perform verifyAuditLine
		end-read
		if arrayAuditFileStatus not = "00" and arrayAuditFileStatus not = "10"
			display "ERROR: ARRAYAUD READ FAILED, STATUS=" arrayAuditFileStatus
			move 16 to return-code
			move "Y" to endOfAuditFile
		end-if
	end-perform
	close arrayAuditFile.

	verifyAuditLine.
	add 1 to currentLineNumber
	move currentFileName to rptFileName
	move currentLineNumber to rptLineNumber
	move chkLogRecord(87:9) to rptSequence
	move chkRunId to rptRunId
	if chkChainSequence not numeric or chkChainHash not numeric
		if chkLogRecord(87:28) not = spaces
			move "CHAIN FIELDS INVALID" to rptMessage
			perform reportException
		else
			if chainStarted
				move "UNCHAINED LINE INSIDE THE CHAIN" to rptMessage
				perform reportException
			else
				add 1 to legacyLineCounter
			end-if
		end-if
		exit paragraph
	end-if
	move "Y" to chainStartedFlag
	move chkChainSequence to lineSequence
	if lineSequence < expectedSequence
		move spaces to rptMessage
		string "SEQUENCE OUT OF ORDER, EXPECTED " expectedSequence
			delimited by size into rptMessage
		perform reportException
		exit paragraph
	end-if
	if lineSequence > expectedSequence
		move lineSequence to fillLimit
		perform fillFromJournal
		move currentFileName to rptFileName
		move currentLineNumber to rptLineNumber
		move chkLogRecord(87:9) to rptSequence
		move chkRunId to rptRunId
	end-if
	if lineSequence > expectedSequence
		move expectedSequence to gapFrom
		compute gapThrough = lineSequence - 1
		move spaces to rptMessage
		string "SEQUENCE GAP, MISSING " gapFrom " THRU " gapThrough
			delimited by size into rptMessage
		perform reportException
		move chkChainHash to previousHash
		compute expectedSequence = lineSequence + 1
		exit paragraph
	end-if
	move "H" to chpFunction
	move chkLogRecord(1:96) to chpLineImage
	move previousHash to chpPreviousHash
	call 'arrayAuditChain' using chainParameters
	if chpHash = chkChainHash
		add 1 to verifiedCounter
	else
		move "LINE ALTERED, HASH DOES NOT MATCH THE CHAIN" to rptMessage
		perform reportException
	end-if
	move chkChainHash to previousHash
	add 1 to expectedSequence.

	fillFromJournal.
	move "Y" to journalFoundFlag
	perform until expectedSequence >= fillLimit or not journalLineFound
		move "N" to journalFoundFlag
		perform varying journalIndex from 1 by 1
				until journalIndex > journalCount or journalLineFound
			if jnlSequence(journalIndex) = expectedSequence
				move "Y" to journalFoundFlag
				move journalIndex to foundIndex
			end-if
		end-perform
		if journalLineFound
			perform checkJournalLine
		end-if
	end-perform.

	checkJournalLine.
	move "ARRAYBKJ" to rptFileName
	move jnlLineNumber(foundIndex) to rptLineNumber
	move jnlSequence(foundIndex) to rptSequence
	move jnlRunId(foundIndex) to rptRunId
	move "H" to chpFunction
	move jnlImage(foundIndex)(1:96) to chpLineImage
	move previousHash to chpPreviousHash
	call 'arrayAuditChain' using chainParameters
	if chpHash = jnlImage(foundIndex)(97:18)
		add 1 to backoutFilledCounter
		move "LINE REMOVED BY BACKOUT, CHAINS CORRECTLY" to rptMessage
		perform reportNote
	else
		move "BACKED-OUT LINE ALTERED IN THE JOURNAL" to rptMessage
		perform reportException
	end-if
	move jnlImage(foundIndex)(97:18) to previousHash
	add 1 to expectedSequence.

	checkChainHead.
	open input chainHeadFile
	if chainHeadFileStatus = "35"
		if chainStarted
			move "ARRAYACH" to rptFileName
			move 0 to rptLineNumber
			move spaces to rptSequence
			move spaces to rptRunId
			move "CHAIN HEAD MISSING" to rptMessage
			perform reportException
		end-if
		exit paragraph
	end-if
	if chainHeadFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYACH, STATUS=" chainHeadFileStatus
		move chainHeadFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYACH" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	move "ARRAYACH" to rptFileName
	move 1 to rptLineNumber
	move spaces to rptSequence
	move spaces to rptRunId
	read chainHeadFile
		at end
			move 0 to rptLineNumber
			move "CHAIN HEAD RECORD MISSING" to rptMessage
			perform reportException
			close chainHeadFile
			exit paragraph
	end-read
	close chainHeadFile
	if chhLastSequence not numeric or chhLastHash not numeric
		move "CHAIN HEAD RECORD INVALID" to rptMessage
		perform reportException
		exit paragraph
	end-if
	move chhLastSequence to headSequenceDisp
	compute fillLimit = chhLastSequence + 1
	perform fillFromJournal
	move "ARRAYACH" to rptFileName
	move 1 to rptLineNumber
	move chhLastSequence to rptSequence
	move chhRunId to rptRunId
	evaluate true
		when chhLastSequence >= expectedSequence
			move expectedSequence to gapFrom
			move chhLastSequence to gapThrough
			move spaces to rptMessage
			string "CHAIN TRUNCATED, MISSING " gapFrom " THRU " gapThrough
				delimited by size into rptMessage
			perform reportException
		when chhLastSequence + 1 < expectedSequence
			move "LINES FOUND BEYOND THE CHAIN HEAD" to rptMessage
			perform reportException
		when chhLastHash not = previousHash
			move "CHAIN HEAD HASH DISAGREES WITH THE LAST LINE" to rptMessage
			perform reportException
	end-evaluate.

	reportException.
	add 1 to exceptionCounter
	move "EXCEPTION: " to rptLabel
	perform writeDetailLine.

	reportNote.
	move "NOTE: " to rptLabel
	perform writeDetailLine.

	writeDetailLine.
	write verifyReportLine from verifyReportDetail
	if verifyReportFileStatus not = "00"
		display "ERROR: ARRAYZRPT WRITE FAILED, STATUS="
			verifyReportFileStatus
	end-if.

	writeReportSummary.
	move historyLineCounter to sumHistoryLines
	move liveLineCounter to sumLiveLines
	move legacyLineCounter to sumLegacyLines
	move verifiedCounter to sumVerified
	write verifyReportLine from verifyReportCounts
	if verifyReportFileStatus not = "00"
		display "ERROR: ARRAYZRPT WRITE FAILED, STATUS="
			verifyReportFileStatus
	end-if
	move backoutFilledCounter to sumBackoutFilled
	move exceptionCounter to sumExceptions
	move headSequenceDisp to sumHeadSequence
	if exceptionCounter = 0
		move "CHAIN INTACT" to sumResult
	else
		move "CHAIN BROKEN" to sumResult
	end-if
	write verifyReportLine from verifyReportResult
	if verifyReportFileStatus not = "00"
		display "ERROR: ARRAYZRPT WRITE FAILED, STATUS="
			verifyReportFileStatus
	end-if.

	logProgramStart.
	move "ARRAUDV" to evpProgramId
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
