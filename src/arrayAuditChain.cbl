identification division.
program-id. arrayAuditChain.

environment division.
	input-output section.
	file-control.
		select chainHeadFile assign to "ARRAYACH"
			organization is line sequential
			file status is chainHeadFileStatus.

data division.
	file section.
	fd chainHeadFile.
		copy arrayChhRec.

	local-storage section.
		01 chainHeadFileStatus pic xx.
		01 hashInput pic x(114).
		01 hashIndex pic s9(4).
		01 hashPartOne pic 9(9).
		01 hashPartTwo pic 9(9).
		01 lastSequence pic 9(9) value 0.
		01 lastHash pic 9(18) value 0.

	linkage section.
		copy arrayChpParm replacing leading ==chp== by ==clk==.

procedure division using chainParameters.
	main.
	move "00" to clkResult
	if clkHashOnly
		perform computeChainHash
		goback
	end-if
	perform readChainHead
	if clkResult not = "00"
		goback
	end-if
	compute clkSequence = lastSequence + 1
	move lastHash to clkPreviousHash
	move clkSequence to clkLineImage(87:9)
	perform computeChainHash
	perform writeChainHead
	goback.

	readChainHead.
	open input chainHeadFile
	if chainHeadFileStatus = "35"
		exit paragraph
	end-if
	if chainHeadFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYACH, STATUS=" chainHeadFileStatus
		move chainHeadFileStatus to clkResult
		exit paragraph
	end-if
	read chainHeadFile
		at end continue
		not at end
			if chhLastSequence numeric and chhLastHash numeric
				move chhLastSequence to lastSequence
				move chhLastHash to lastHash
			end-if
	end-read
	close chainHeadFile.

	writeChainHead.
	open output chainHeadFile
	if chainHeadFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYACH, STATUS=" chainHeadFileStatus
		move chainHeadFileStatus to clkResult
		exit paragraph
	end-if
	move clkSequence to chhLastSequence
	move clkHash to chhLastHash
	move function current-date to chhTimestamp
	move clkLineImage(28:8) to chhRunId
	write chainHeadRecord
	if chainHeadFileStatus not = "00"
		display "ERROR: ARRAYACH WRITE FAILED, STATUS=" chainHeadFileStatus
		move chainHeadFileStatus to clkResult
	end-if
	close chainHeadFile.

	computeChainHash.
	move clkPreviousHash to hashInput(1:18)
	move clkLineImage to hashInput(19:96)
	move 0 to hashPartOne
	move 0 to hashPartTwo
	perform varying hashIndex from 1 by 1 until hashIndex > 114
		compute hashPartOne = function mod(hashPartOne * 131
			+ function ord(hashInput(hashIndex:1)), 999999937)
		compute hashPartTwo = function mod(hashPartTwo * 257
			+ function ord(hashInput(hashIndex:1)), 999999929)
	end-perform
	compute clkHash = hashPartOne * 1000000000 + hashPartTwo.
