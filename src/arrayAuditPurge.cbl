		01 newestRetainedDate pic x(8) value spaces.
		01 oldestArchivedDate pic x(8) value spaces.
		01 newestArchivedDate pic x(8) value spaces.
		01 retainRemainderFlag pic x value "N".
			88 retainingRemainder value "Y".
		01 lastArchivedSequence pic x(9) value spaces.
		01 firstRetainedSequence pic x(9) value spaces.
		01 lastArchivedNumeric pic 9(9).
		01 firstRetainedNumeric pic 9(9).

		01 purgeReportHeader.
			05 filler pic x(21) value "AUDIT PURGE, CUTOFF: ".
			05 rptBoundaryThrough pic x(8).
			05 filler pic x(87) value spaces.

		01 purgeReportChain.
			05 filler pic x(10) value "CHAIN     ".
			05 filler pic x(19) value "LAST ARCHIVED SEQ: ".
			05 rptLastArchivedSeq pic x(9).
			05 filler pic x(4) value spaces.
			05 filler pic x(20) value "FIRST RETAINED SEQ: ".
			05 rptFirstRetainedSeq pic x(9).
			05 filler pic x(4) value spaces.
			05 rptChainCarry pic x(24).
			05 filler pic x(33) value spaces.

		copy arrayEvtParm.

procedure division.
	move auditTimestamp(1:8) to auditDate
	if auditDate not numeric
		add 1 to unparsedCounter
		move "Y" to retainRemainderFlag
		perform retainAuditLine
		exit paragraph
	end-if
	if auditDate < cutoffDate and not retainingRemainder
		perform archiveAuditLine
	else
		move "Y" to retainRemainderFlag
		perform retainAuditLine
	end-if.

	retainAuditLine.
	add 1 to retainedCounter
	if retainedCounter = 1 and auditChainSequence numeric
		move auditChainSequence to firstRetainedSequence
	end-if
	write keptLogRecord from auditLogRecord
	if newAuditFileStatus not = "00"
		display "ERROR: ARRAYAUDN WRITE FAILED, STATUS=" newAuditFileStatus

	archiveAuditLine.
	add 1 to archivedCounter
	if auditChainSequence numeric
		move auditChainSequence to lastArchivedSequence
	end-if
	write histLogRecord from auditLogRecord
	if auditHistoryFileStatus not = "00"
		display "ERROR: ARRAYAHST WRITE FAILED, STATUS="
	move oldestArchivedDate to rptBoundaryFrom
	move newestArchivedDate to rptBoundaryThrough
	write purgeReportLine from purgeReportBoundary
	if purgeReportFileStatus not = "00"
		display "ERROR: ARRAYGRPT WRITE FAILED, STATUS="
			purgeReportFileStatus
	end-if
	move lastArchivedSequence to rptLastArchivedSeq
	move firstRetainedSequence to rptFirstRetainedSeq
	move spaces to rptChainCarry
	if lastArchivedSequence not = spaces and firstRetainedSequence not = spaces
		move lastArchivedSequence to lastArchivedNumeric
		move firstRetainedSequence to firstRetainedNumeric
		if firstRetainedNumeric = lastArchivedNumeric + 1
			move "CARRIED INTACT" to rptChainCarry
		else
			move "BREAK AT PURGE BOUNDARY" to rptChainCarry
		end-if
	end-if
	write purgeReportLine from purgeReportChain
	if purgeReportFileStatus not = "00"
		display "ERROR: ARRAYGRPT WRITE FAILED, STATUS="
			purgeReportFileStatus
