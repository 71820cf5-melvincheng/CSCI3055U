		01 inProgressCounter pic 9(5) value 0.
		01 completedCounter pic 9(5) value 0.
		01 failedCounter pic 9(5) value 0.
		01 backedOutCounter pic 9(5) value 0.
		01 otherStatusCounter pic 9(5) value 0.
		01 staleCounter pic 9(5) value 0.
		01 resetCounter pic 9(5) value 0.
			05 filler pic x(8) value "FAILED: ".
			05 sumFailed pic zzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(12) value "BACKED OUT: ".
			05 sumBackedOut pic zzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(7) value "OTHER: ".
			05 sumOther pic zzzz9.
			05 filler pic x(31) value spaces.

		01 registryReportActions.
			05 filler pic x(9) value "SUMMARY: ".
		when "P" add 1 to inProgressCounter
		when "C" add 1 to completedCounter
		when "F" add 1 to failedCounter
		when "B" add 1 to backedOutCounter
		when other add 1 to otherStatusCounter
	end-evaluate
	perform checkRecordStale
	move inProgressCounter to sumInProgress
	move completedCounter to sumCompleted
	move failedCounter to sumFailed
	move backedOutCounter to sumBackedOut
	move otherStatusCounter to sumOther
	write registryReportLine from registryReportCounts
	if registryReportFileStatus not = "00"
