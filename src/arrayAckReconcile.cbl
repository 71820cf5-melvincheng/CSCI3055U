identification division.
program-id. ARRACKR.

environment division.
	input-output section.
	file-control.
		select ackCardFile assign to "SYSIN"
			organization is line sequential
			file status is ackCardFileStatus.
		select acknowledgementFile assign to "ARRAYACK"
			organization is line sequential
			file status is acknowledgementFileStatus.
		select transmissionLogFile assign to "ARRAYTXL"
			organization is indexed
			access is dynamic
			record key is txlKey
			file status is transmissionLogFileStatus.
		select ackReportFile assign to "ARRAYKRPT"
			organization is line sequential
			file status is ackReportFileStatus.
		select resendCardFile assign to "ARRAYRSND"
			organization is line sequential
			file status is resendCardFileStatus.

data division.
	file section.
	fd ackCardFile.
		01 ackCard.
			05 akcCardType pic x(6).
			05 filler pic x(1).
			05 akcCardValue pic x(73).
			05 akcDaysView redefines akcCardValue.
				10 akcOverdueDays pic 9(3).
				10 filler pic x(70).
			05 akcDateView redefines akcCardValue.
				10 akcAsOfDate pic x(8).
				10 filler pic x(65).
	fd acknowledgementFile.
		copy arrayAckRec.
	fd transmissionLogFile.
		copy arrayTxlRec.
	fd ackReportFile.
		01 ackReportLine pic x(132).
	fd resendCardFile.
		01 resendCard.
			05 rsdRunId pic x(8).
			05 filler pic x(72).

	local-storage section.
		01 ackCardFileStatus pic xx.
		01 acknowledgementFileStatus pic xx.
		01 transmissionLogFileStatus pic xx.
		01 ackReportFileStatus pic xx.
		01 resendCardFileStatus pic xx.
		01 endOfCardFile pic x value "N".
			88 noMoreAckCards value "Y".
		01 endOfAckFile pic x value "N".
			88 noMoreAcks value "Y".
		01 endOfLogFile pic x.
			88 noMoreLogRecords value "Y".
		01 currentTimestamp pic x(26).
		01 asOfDate pic x(8).
		01 overdueDays pic 9(3) value 3.
		01 asOfDayNumber pic 9(7).
		01 sentDayNumber pic 9(7).
		01 daysOutstanding pic 9(5).
		01 daysOutstandingDisp pic zzzz9.
		01 ackChecksumValue pic s9(9).
		01 countDisp pic 9(5).
		01 checksumDisp pic -9(9).

		01 cardRejectedCounter pic 9(3) value 0.
		01 ackLineCounter pic 9(7) value 0.
		01 ackAppliedCounter pic 9(7) value 0.
		01 ackExceptionCounter pic 9(5) value 0.
		01 logRecordCounter pic 9(7) value 0.
		01 acceptedCounter pic 9(7) value 0.
		01 rejectedCounter pic 9(5) value 0.
		01 mismatchCounter pic 9(5) value 0.
		01 pendingCounter pic 9(5) value 0.
		01 overdueCounter pic 9(5) value 0.
		01 supersededCounter pic 9(7) value 0.
		01 resendCounter pic 9(5) value 0.

		01 latestTableMax pic 9(4) value 9999.
		01 latestCount pic 9(4) value 0.
		01 latestIndex pic s9(5).
		01 latestFoundFlag pic x.
			88 latestFound value "Y".
		01 latestTable.
			05 latestEntry occurs 9999 times.
				10 latestRunId pic x(8).
				10 latestGeneration pic 9(7).

		01 ackReportHeader.
			05 filler pic x(33) value "TRANSMISSION ACK RECONCILIATION  ".
			05 filler pic x(7) value "AS OF: ".
			05 rptHdrAsOfDate pic x(8).
			05 filler pic x(4) value spaces.
			05 filler pic x(15) value "OVERDUE AFTER: ".
			05 rptHdrOverdueDays pic zz9.
			05 filler pic x(5) value " DAYS".
			05 filler pic x(57) value spaces.

		01 ackExceptionDetail.
			05 filler pic x(11) value "EXCEPTION: ".
			05 excType pic x(24).
			05 filler pic x(2) value spaces.
			05 filler pic x(5) value "GEN: ".
			05 excGeneration pic x(7).
			05 filler pic x(2) value spaces.
			05 filler pic x(8) value "RUN-ID: ".
			05 excRunId pic x(8).
			05 filler pic x(2) value spaces.
			05 filler pic x(6) value "SENT: ".
			05 excSentValue pic x(16).
			05 filler pic x(2) value spaces.
			05 filler pic x(7) value "ACKED: ".
			05 excAckedValue pic x(20).
			05 filler pic x(12) value spaces.

		01 ackReportSummary.
			05 filler pic x(9) value "SUMMARY: ".
			05 filler pic x(6) value "ACKS: ".
			05 sumAckLines pic zzzzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(6) value "SENT: ".
			05 sumLogRecords pic zzzzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(10) value "ACCEPTED: ".
			05 sumAccepted pic zzzzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(10) value "REJECTED: ".
			05 sumRejected pic zzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(12) value "MISMATCHED: ".
			05 sumMismatched pic zzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(9) value "PENDING: ".
			05 sumPending pic zzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(9) value "OVERDUE: ".
			05 sumOverdue pic zzzz9.
			05 filler pic x(8) value spaces.

		01 ackReportTotals.
			05 filler pic x(9) value "TOTALS:  ".
			05 filler pic x(11) value "SUPERSEDED:".
			05 sumSuperseded pic zzzzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(15) value "ACK EXCEPTIONS:".
			05 sumAckExceptions pic zzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(15) value "RESEND CARDS:  ".
			05 sumResendCards pic zzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(16) value "CARDS REJECTED: ".
			05 sumCardsRejected pic zz9.
			05 filler pic x(40) value spaces.

		copy arrayEvtParm.

procedure division.
	main.
	perform logProgramStart
	move function current-date to currentTimestamp
	move currentTimestamp(1:8) to asOfDate
	open output ackReportFile
	if ackReportFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYKRPT, STATUS=" ackReportFileStatus
		move ackReportFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYKRPT" to evpText
		perform logErrorEvent
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	open output resendCardFile
	if resendCardFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYRSND, STATUS=" resendCardFileStatus
		move resendCardFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYRSND" to evpText
		perform logErrorEvent
		close ackReportFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	open i-o transmissionLogFile
	if transmissionLogFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYTXL, STATUS="
			transmissionLogFileStatus
		move transmissionLogFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYTXL" to evpText
		perform logErrorEvent
		close ackReportFile
		close resendCardFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	perform readAckCards
	compute asOfDayNumber = function integer-of-date(function numval(asOfDate))
	perform writeHeaderLine
	perform applyAcknowledgements
	if return-code not = 16
		perform findLatestGenerations
	end-if
	if return-code not = 16
		perform reviewTransmissionLog
	end-if
	perform writeSummaryLines
	close transmissionLogFile
	close resendCardFile
	close ackReportFile
	if return-code < 16
		evaluate true
			when mismatchCounter > 0 or ackExceptionCounter > 0
				move 8 to return-code
			when rejectedCounter > 0 or overdueCounter > 0
				if return-code < 4
					move 4 to return-code
				end-if
		end-evaluate
	end-if
	perform logProgramEnd
	goback.

	readAckCards.
	open input ackCardFile
	if ackCardFileStatus not = "00"
		exit paragraph
	end-if
	perform until noMoreAckCards
		read ackCardFile
			at end move "Y" to endOfCardFile
			not at end perform takeAckCard
		end-read
	end-perform
	close ackCardFile.

	takeAckCard.
	if ackCard = spaces
		exit paragraph
	end-if
	evaluate akcCardType
		when "DAYS  "
			if akcOverdueDays numeric
				move akcOverdueDays to overdueDays
			else
				perform rejectAckCard
			end-if
		when "DATE  "
			if akcAsOfDate numeric
					and function test-date-yyyymmdd(function numval(akcAsOfDate)) = 0
				move akcAsOfDate to asOfDate
			else
				perform rejectAckCard
			end-if
		when other
			perform rejectAckCard
	end-evaluate.

	rejectAckCard.
	display "ARRACKR: CARD REJECTED: " ackCard
	add 1 to cardRejectedCounter
	if return-code < 4
		move 4 to return-code
	end-if.

	applyAcknowledgements.
	open input acknowledgementFile
	if acknowledgementFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYACK, STATUS="
			acknowledgementFileStatus
		move acknowledgementFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYACK" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	perform until noMoreAcks
		read acknowledgementFile
			at end move "Y" to endOfAckFile
			not at end perform applyOneAck
		end-read
		if acknowledgementFileStatus not = "00"
				and acknowledgementFileStatus not = "10"
			display "ERROR: ARRAYACK READ FAILED, STATUS="
				acknowledgementFileStatus
			move 16 to return-code
			move "Y" to endOfAckFile
		end-if
	end-perform
	close acknowledgementFile.

	applyOneAck.
	if acknowledgementRecord = spaces
		exit paragraph
	end-if
	add 1 to ackLineCounter
	if ackGeneration not numeric or ackGeneration = 0 or ackRunId = spaces
			or (ackStatus not = "A" and ackStatus not = "R")
			or ackElementCount not numeric
		move "INVALID ACK RECORD" to excType
		perform reportAckException
		exit paragraph
	end-if
	move ackGeneration to txlGeneration
	move ackRunId to txlRunId
	read transmissionLogFile
		invalid key
			move "ACK NOT ON LOG" to excType
			perform reportAckException
			exit paragraph
	end-read
	if transmissionLogFileStatus not = "00"
		display "ERROR: ARRAYTXL READ FAILED, STATUS=" transmissionLogFileStatus
		move 16 to return-code
		move "Y" to endOfAckFile
		exit paragraph
	end-if
	move function numval(ackChecksum) to ackChecksumValue
	move ackElementCount to txlAckElementCount
	move ackChecksumValue to txlAckChecksum
	move ackReason to txlAckReason
	move currentTimestamp to txlAckTimestamp
	if not txlSuperseded
		evaluate true
			when ackStatus = "R"
				move "R" to txlAckStatus
			when ackElementCount not = txlElementCount
					or ackChecksumValue not = txlChecksum
				move "M" to txlAckStatus
			when other
				move "A" to txlAckStatus
		end-evaluate
	end-if
	rewrite transmissionLogRecord
		invalid key continue
	end-rewrite
	if transmissionLogFileStatus not = "00"
		display "ERROR: ARRAYTXL REWRITE FAILED, STATUS="
			transmissionLogFileStatus
		move 16 to return-code
		move "Y" to endOfAckFile
		exit paragraph
	end-if
	add 1 to ackAppliedCounter.

	reportAckException.
	add 1 to ackExceptionCounter
	move ackGeneration to excGeneration
	move ackRunId to excRunId
	move spaces to excSentValue
	move spaces to excAckedValue
	string ackStatus " " ackElementCount "/" ackChecksum delimited by size
		into excAckedValue
	end-string
	perform writeExceptionLine.

	findLatestGenerations.
	move "N" to endOfLogFile
	move low-values to txlKey
	start transmissionLogFile key >= txlKey
		invalid key move "Y" to endOfLogFile
	end-start
	perform until noMoreLogRecords
		read transmissionLogFile next
			at end move "Y" to endOfLogFile
			not at end perform noteLatestGeneration
		end-read
		if transmissionLogFileStatus not = "00"
				and transmissionLogFileStatus not = "10"
			display "ERROR: ARRAYTXL READ FAILED, STATUS="
				transmissionLogFileStatus
			move 16 to return-code
			move "Y" to endOfLogFile
		end-if
	end-perform.

	noteLatestGeneration.
	if txlControlRecordKey
		exit paragraph
	end-if
	perform findLatestEntry
	if latestFound
		if txlGeneration > latestGeneration(latestIndex)
			move txlGeneration to latestGeneration(latestIndex)
		end-if
		exit paragraph
	end-if
	if latestCount >= latestTableMax
		display "ERROR: ARRAYTXL HOLDS MORE THAN " latestTableMax " RUN-IDS"
		move "RUN-ID TABLE OVERFLOW" to evpText
		perform logErrorEvent
		move 16 to return-code
		move "Y" to endOfLogFile
		exit paragraph
	end-if
	add 1 to latestCount
	move txlRunId to latestRunId(latestCount)
	move txlGeneration to latestGeneration(latestCount).

	findLatestEntry.
	move "N" to latestFoundFlag
	perform varying latestIndex from 1 by 1 until latestIndex > latestCount
		if latestRunId(latestIndex) = txlRunId
			move "Y" to latestFoundFlag
			exit perform
		end-if
	end-perform.

	reviewTransmissionLog.
	move "N" to endOfLogFile
	move low-values to txlKey
	start transmissionLogFile key >= txlKey
		invalid key move "Y" to endOfLogFile
	end-start
	perform until noMoreLogRecords
		read transmissionLogFile next
			at end move "Y" to endOfLogFile
			not at end perform reviewLogRecord
		end-read
		if transmissionLogFileStatus not = "00"
				and transmissionLogFileStatus not = "10"
			display "ERROR: ARRAYTXL READ FAILED, STATUS="
				transmissionLogFileStatus
			move 16 to return-code
			move "Y" to endOfLogFile
		end-if
	end-perform.

	reviewLogRecord.
	if txlControlRecordKey
		exit paragraph
	end-if
	add 1 to logRecordCounter
	if txlSuperseded
		add 1 to supersededCounter
		exit paragraph
	end-if
	perform findLatestEntry
	if latestFound and txlGeneration < latestGeneration(latestIndex)
		move "S" to txlAckStatus
		rewrite transmissionLogRecord
			invalid key continue
		end-rewrite
		if transmissionLogFileStatus not = "00"
			display "ERROR: ARRAYTXL REWRITE FAILED, STATUS="
				transmissionLogFileStatus
			move 16 to return-code
			move "Y" to endOfLogFile
			exit paragraph
		end-if
		add 1 to supersededCounter
		exit paragraph
	end-if
	move txlGeneration to excGeneration
	move txlRunId to excRunId
	move txlElementCount to countDisp
	move txlChecksum to checksumDisp
	move spaces to excSentValue
	string countDisp "/" checksumDisp delimited by size into excSentValue
	end-string
	move spaces to excAckedValue
	evaluate true
		when txlAccepted
			add 1 to acceptedCounter
		when txlRejected
			add 1 to rejectedCounter
			move "REJECTED BY PARTNER" to excType
			move txlAckReason to excAckedValue
			perform writeExceptionLine
			perform writeResendCard
		when txlMismatched
			add 1 to mismatchCounter
			if txlAckElementCount not = txlElementCount
				move "COUNT DISAGREEMENT" to excType
			else
				move "CHECKSUM DISAGREEMENT" to excType
			end-if
			move txlAckElementCount to countDisp
			move txlAckChecksum to checksumDisp
			string countDisp "/" checksumDisp delimited by size
				into excAckedValue
			end-string
			perform writeExceptionLine
			perform writeResendCard
		when other
			perform checkOverdue
	end-evaluate.

	checkOverdue.
	move 0 to daysOutstanding
	if txlSentTimestamp(1:8) numeric
		compute sentDayNumber =
			function integer-of-date(function numval(txlSentTimestamp(1:8)))
		if asOfDayNumber > sentDayNumber
			compute daysOutstanding = asOfDayNumber - sentDayNumber
		end-if
	end-if
	if daysOutstanding < overdueDays
		add 1 to pendingCounter
		exit paragraph
	end-if
	add 1 to overdueCounter
	move "UNACKNOWLEDGED - OVERDUE" to excType
	move daysOutstanding to daysOutstandingDisp
	string "NONE AFTER" daysOutstandingDisp " DAYS" delimited by size
		into excAckedValue
	end-string
	perform writeExceptionLine
	perform writeResendCard.

	writeResendCard.
	move spaces to resendCard
	move txlRunId to rsdRunId
	write resendCard
	if resendCardFileStatus not = "00"
		display "ERROR: ARRAYRSND WRITE FAILED, STATUS=" resendCardFileStatus
		move 16 to return-code
		exit paragraph
	end-if
	add 1 to resendCounter.

	writeHeaderLine.
	move asOfDate to rptHdrAsOfDate
	move overdueDays to rptHdrOverdueDays
	write ackReportLine from ackReportHeader
	if ackReportFileStatus not = "00"
		display "ERROR: ARRAYKRPT WRITE FAILED, STATUS=" ackReportFileStatus
	end-if.

	writeExceptionLine.
	write ackReportLine from ackExceptionDetail
	if ackReportFileStatus not = "00"
		display "ERROR: ARRAYKRPT WRITE FAILED, STATUS=" ackReportFileStatus
	end-if.

	writeSummaryLines.
	move ackLineCounter to sumAckLines
	move logRecordCounter to sumLogRecords
	move acceptedCounter to sumAccepted
	move rejectedCounter to sumRejected
	move mismatchCounter to sumMismatched
	move pendingCounter to sumPending
	move overdueCounter to sumOverdue
	write ackReportLine from ackReportSummary
	if ackReportFileStatus not = "00"
		display "ERROR: ARRAYKRPT WRITE FAILED, STATUS=" ackReportFileStatus
	end-if
	move supersededCounter to sumSuperseded
	move ackExceptionCounter to sumAckExceptions
	move resendCounter to sumResendCards
	move cardRejectedCounter to sumCardsRejected
	write ackReportLine from ackReportTotals
	if ackReportFileStatus not = "00"
		display "ERROR: ARRAYKRPT WRITE FAILED, STATUS=" ackReportFileStatus
	end-if.

	logProgramStart.
	move "ARRACKR" to evpProgramId
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
