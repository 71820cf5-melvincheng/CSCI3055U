		select extractFile assign to "ARRAYEXT"
			organization is line sequential
			file status is extractFileStatus.
		select transmissionLogFile assign to "ARRAYTXL"
			organization is indexed
			access is dynamic
			record key is txlKey
			file status is transmissionLogFileStatus.

data division.
	file section.
	fd elementMasterFile.
		copy arrayEmsRec.
	fd extractFile.
		01 extractRecord pic x(55).
	fd transmissionLogFile.
		copy arrayTxlRec.

	local-storage section.
		01 extractCardFileStatus pic xx.
		01 arrayAuditFileStatus pic xx.
		01 elementMasterFileStatus pic xx.
		01 extractFileStatus pic xx.
		01 transmissionLogFileStatus pic xx.
		01 currentTimestamp pic x(26).
		01 transmissionGeneration pic 9(7) value 0.
		01 loggedRunCounter pic 9(5) value 0.
		01 endOfCardFile pic x value "N".
			88 noMoreExtractCards value "Y".
		01 endOfAuditFile pic x.
			05 extHdrSize pic 9(5).
			05 filler pic x(1) value "|".
			05 extHdrOptions pic x(3).
			05 filler pic x(1) value "|".
			05 extHdrGeneration pic 9(7).

		01 extractDetail.
			05 filler pic x(2) value "D|".
		perform logProgramEnd
		goback
	end-if
	perform openTransmissionLog
	if transmissionLogFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYTXL, STATUS="
			transmissionLogFileStatus
		move transmissionLogFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYTXL" to evpText
		perform logErrorEvent
		close extractCardFile
		close elementMasterFile
		close extractFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	move function current-date to currentTimestamp
	perform assignGeneration
	if transmissionGeneration = 0
		move "ARRAYTXL CONTROL RECORD NOT UPDATED" to evpText
		perform logErrorEvent
		close extractCardFile
		close elementMasterFile
		close extractFile
		close transmissionLogFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	display "ARREXTR: TRANSMISSION GENERATION " transmissionGeneration
	perform until noMoreExtractCards
		read extractCardFile
			at end move "Y" to endOfCardFile
	close extractCardFile
	close elementMasterFile
	close extractFile
	close transmissionLogFile
	display "ARREXTR: " loggedRunCounter " RUN(S) LOGGED UNDER GENERATION "
		transmissionGeneration
	if missingRunCounter > 0 and return-code < 8
		move 8 to return-code
	end-if
	perform logProgramEnd
	end-if
	perform writeHeaderRecord
	perform writeDetailRecords
	perform writeTrailerRecord
	perform logTransmission.

	openTransmissionLog.
	open i-o transmissionLogFile
	if transmissionLogFileStatus = "35"
		open output transmissionLogFile
		close transmissionLogFile
		open i-o transmissionLogFile
	end-if.

	assignGeneration.
	move 0 to txlGeneration
	set txlControlRecordKey to true
	read transmissionLogFile
		invalid key continue
	end-read
	if transmissionLogFileStatus not = "00" and transmissionLogFileStatus not = "23"
		display "ERROR: ARRAYTXL READ FAILED, STATUS=" transmissionLogFileStatus
		move transmissionLogFileStatus to evpFileStatus
		exit paragraph
	end-if
	if transmissionLogFileStatus = "00"
		compute transmissionGeneration = txlLastGeneration + 1
		move spaces to txlControlData
		move transmissionGeneration to txlLastGeneration
		move currentTimestamp to txlControlTimestamp
		rewrite transmissionLogRecord
			invalid key continue
		end-rewrite
	else
		move 1 to transmissionGeneration
		move spaces to txlControlData
		move transmissionGeneration to txlLastGeneration
		move currentTimestamp to txlControlTimestamp
		write transmissionLogRecord
			invalid key continue
		end-write
	end-if
	if transmissionLogFileStatus not = "00"
		display "ERROR: ARRAYTXL CONTROL UPDATE FAILED, STATUS="
			transmissionLogFileStatus
		move transmissionLogFileStatus to evpFileStatus
		move 0 to transmissionGeneration
	end-if.

	logTransmission.
	move transmissionGeneration to txlGeneration
	move extractRunId to txlRunId
	move spaces to txlLogData
	move currentTimestamp to txlSentTimestamp
	move elementCounter to txlElementCount
	move elementChecksum to txlChecksum
	move space to txlAckStatus
	move 0 to txlAckElementCount
	move 0 to txlAckChecksum
	write transmissionLogRecord
		invalid key
			display "ARREXTR: RUN-ID " extractRunId
				" ALREADY SENT IN THIS GENERATION"
			if return-code < 4
				move 4 to return-code
			end-if
			exit paragraph
	end-write
	if transmissionLogFileStatus not = "00"
		display "ERROR: ARRAYTXL WRITE FAILED, STATUS=" transmissionLogFileStatus
		move 16 to return-code
		exit paragraph
	end-if
	add 1 to loggedRunCounter.

	findAuditLine.
	move "N" to auditFoundFlag
	writeHeaderRecord.
	move extractRunId to extHdrRunId
	move elementCounter to extHdrSize
	move transmissionGeneration to extHdrGeneration
	write extractRecord from extractHeader
	if extractFileStatus not = "00"
		display "ERROR: ARRAYEXT WRITE FAILED, STATUS=" extractFileStatus
