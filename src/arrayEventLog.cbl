	end-if
	if eventLogFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYEVT, STATUS=" eventLogFileStatus
		if elkEventType = "END"
			move elkCondCode to return-code
		end-if
		goback
	end-if
	move spaces to eventLogRecord
	if eventLogFileStatus not = "00"
		display "ERROR: ARRAYEVT WRITE FAILED, STATUS=" eventLogFileStatus
	end-if
	close eventLogFile
	if elkEventType = "END"
		move elkCondCode to return-code
	end-if.
