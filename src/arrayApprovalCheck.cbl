identification division.
program-id. arrayApprovalCheck.

environment division.
	input-output section.
	file-control.
		select approvalFile assign to "ARRAYAPR"
			organization is indexed
			access is random
			record key is aprRequestId
			file status is approvalFileStatus.

data division.
	file section.
	fd approvalFile.
		copy arrayAprRec.

	local-storage section.
		01 approvalFileStatus pic xx.
		01 approvalFileOpenFlag pic x value "N".
			88 approvalFileIsOpen value "Y".
		01 sizeThreshold pic 9(5) value 10000.
		01 currentTimestamp pic x(26).
		01 sizeNeedsApprovalFlag pic x value "N".
			88 sizeNeedsApproval value "Y".
		01 overrideNeedsApprovalFlag pic x value "N".
			88 overrideNeedsApproval value "Y".

	linkage section.
		copy arrayAprParm replacing leading ==apv== by ==alk==.

procedure division using approvalParameters.
	main.
	move "N" to alkResultFlag
	move spaces to alkResultText
	open input approvalFile
	if approvalFileStatus = "00"
		move "Y" to approvalFileOpenFlag
		perform readSizeThreshold
	end-if
	if alkOverrideFlag = "Y"
		move "Y" to overrideNeedsApprovalFlag
	end-if
	if alkArraySize numeric and alkArraySize > sizeThreshold
		move "Y" to sizeNeedsApprovalFlag
	end-if
	if not overrideNeedsApproval and not sizeNeedsApproval
		perform closeApprovalFile
		goback
	end-if
	move "R" to alkResultFlag
	perform checkApproval
	perform closeApprovalFile
	goback.

	readSizeThreshold.
	set aprControlRecordKey to true
	read approvalFile
		invalid key continue
	end-read
	if approvalFileStatus = "00"
		if aprSizeThreshold numeric and aprSizeThreshold > 0
			move aprSizeThreshold to sizeThreshold
		end-if
	end-if.

	checkApproval.
	if not approvalFileIsOpen
		move "REFUSED - APPROVAL FILE UNAVAILABLE" to alkResultText
		exit paragraph
	end-if
	move alkRequestId to aprRequestId
	if aprControlRecordKey
		move "REFUSED - RESERVED REQUEST-ID" to alkResultText
		exit paragraph
	end-if
	read approvalFile
		invalid key continue
	end-read
	if approvalFileStatus = "23"
		move "REFUSED - NO APPROVAL ON FILE" to alkResultText
		exit paragraph
	end-if
	if approvalFileStatus not = "00"
		move "REFUSED - APPROVAL READ FAILED" to alkResultText
		exit paragraph
	end-if
	evaluate aprStatusFlag
		when "A"
			continue
		when "P"
			move "REFUSED - APPROVAL STILL PENDING" to alkResultText
			exit paragraph
		when "D"
			move "REFUSED - APPROVAL DENIED" to alkResultText
			exit paragraph
		when other
			move "REFUSED - APPROVAL STATUS INVALID" to alkResultText
			exit paragraph
	end-evaluate
	move function current-date to currentTimestamp
	if aprExpiryDate not numeric or aprExpiryDate < currentTimestamp(1:8)
		move "REFUSED - APPROVAL EXPIRED" to alkResultText
		exit paragraph
	end-if
	if overrideNeedsApproval and aprOverrideFlag not = "Y"
		move "REFUSED - OVERRIDE NOT APPROVED" to alkResultText
		exit paragraph
	end-if
	if sizeNeedsApproval
		if aprApprovedSize not numeric or alkArraySize > aprApprovedSize
			move "REFUSED - SIZE EXCEEDS APPROVED SIZE" to alkResultText
			exit paragraph
		end-if
	end-if
	move "Y" to alkResultFlag
	string "APPROVED BY " aprDecidedBy delimited by size
		into alkResultText
	end-string.

	closeApprovalFile.
	if approvalFileIsOpen
		close approvalFile
	end-if.
