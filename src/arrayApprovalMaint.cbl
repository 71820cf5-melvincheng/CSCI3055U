identification division.
program-id. ARRAPRVM.

environment division.
	input-output section.
	file-control.
		select maintCardFile assign to "SYSIN"
			organization is line sequential
			file status is maintCardFileStatus.
		select approvalFile assign to "ARRAYAPR"
			organization is indexed
			access is dynamic
			record key is aprRequestId
			file status is approvalFileStatus.
		select approvalReportFile assign to "ARRAYARPT"
			organization is line sequential
			file status is approvalReportFileStatus.

data division.
	file section.
	fd maintCardFile.
		01 maintCard.
			05 mntAction pic x.
			05 mntRequestId pic x(8).
			05 mntUserId pic x(8).
			05 mntOverrideFlag pic x.
			05 mntArraySize pic 9(5).
			05 mntExpiryDate pic x(8).
			05 mntReasonText pic x(30).
	fd approvalFile.
		copy arrayAprRec.
	fd approvalReportFile.
		01 approvalReportLine pic x(132).

	local-storage section.
		01 maintCardFileStatus pic xx.
		01 approvalFileStatus pic xx.
		01 approvalReportFileStatus pic xx.
		01 currentTimestamp pic x(26).
		01 endOfCardFile pic x value "N".
			88 noMoreMaintCards value "Y".
		01 endOfApprovalFile pic x value "N".
			88 noMoreApprovalRecords value "Y".
		01 cardCounter pic 9(5) value 0.
		01 errorCounter pic 9(5) value 0.
		01 pendingCounter pic 9(5) value 0.
		01 cardValidFlag pic x.
			88 cardIsValid value "Y".
		01 defaultSizeThreshold pic 9(5) value 10000.
		01 liveSizeThreshold pic 9(5).

		01 maintReportDetail.
			05 filler pic x(8) value "ACTION: ".
			05 rptAction pic x.
			05 filler pic x(4) value spaces.
			05 filler pic x(9) value "REQUEST: ".
			05 rptRequestId pic x(8).
			05 filler pic x(4) value spaces.
			05 filler pic x(6) value "USER: ".
			05 rptUserId pic x(8).
			05 filler pic x(4) value spaces.
			05 filler pic x(8) value "RESULT: ".
			05 rptResult pic x(40).
			05 filler pic x(32) value spaces.

		01 pendingReportHeader.
			05 filler pic x(26) value "PENDING APPROVALS, AS OF: ".
			05 rptHdrDate pic x(8).
			05 filler pic x(98) value spaces.

		01 pendingReportDetail.
			05 filler pic x(9) value "PENDING: ".
			05 rptPndRequestId pic x(8).
			05 filler pic x(4) value spaces.
			05 filler pic x(11) value "REQUESTER: ".
			05 rptPndRequestedBy pic x(8).
			05 filler pic x(4) value spaces.
			05 filler pic x(8) value "RAISED: ".
			05 rptPndTimestamp pic x(14).
			05 filler pic x(4) value spaces.
			05 filler pic x(10) value "OVERRIDE: ".
			05 rptPndOverride pic x.
			05 filler pic x(4) value spaces.
			05 filler pic x(6) value "SIZE: ".
			05 rptPndArraySize pic zzzz9.
			05 filler pic x(4) value spaces.
			05 rptPndReasonText pic x(30).
			05 filler pic x(2) value spaces.

		01 pendingReportSummary.
			05 filler pic x(9) value "SUMMARY: ".
			05 filler pic x(7) value "CARDS: ".
			05 sumCards pic zzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(8) value "ERRORS: ".
			05 sumErrors pic zzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(19) value "AWAITING DECISION: ".
			05 sumPending pic zzzz9.
			05 filler pic x(66) value spaces.

		copy arrayEvtParm.

procedure division.
	main.
	perform logProgramStart
	open input maintCardFile
	if maintCardFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN SYSIN, STATUS=" maintCardFileStatus
		move maintCardFileStatus to evpFileStatus
		move "UNABLE TO OPEN SYSIN" to evpText
		perform logErrorEvent
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	open output approvalReportFile
	if approvalReportFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYARPT, STATUS="
			approvalReportFileStatus
		move approvalReportFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYARPT" to evpText
		perform logErrorEvent
		close maintCardFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	perform openApprovalFile
	if approvalFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYAPR, STATUS=" approvalFileStatus
		move approvalFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYAPR" to evpText
		perform logErrorEvent
		close maintCardFile
		close approvalReportFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	move function current-date to currentTimestamp
	perform until noMoreMaintCards
		read maintCardFile
			at end move "Y" to endOfCardFile
			not at end perform processMaintCard
		end-read
		if maintCardFileStatus not = "00" and maintCardFileStatus not = "10"
			display "ERROR: SYSIN READ FAILED, STATUS=" maintCardFileStatus
			move "Y" to endOfCardFile
		end-if
	end-perform
	close maintCardFile
	perform writePendingSection
	close approvalFile
	close approvalReportFile
	if errorCounter > 0 and return-code = 0
		move 4 to return-code
	end-if
	perform logProgramEnd
	goback.

	openApprovalFile.
	open i-o approvalFile
	if approvalFileStatus = "35"
		open output approvalFile
		close approvalFile
		open i-o approvalFile
	end-if.

	processMaintCard.
	add 1 to cardCounter
	move spaces to rptResult
	perform validateMaintCard
	if cardIsValid
		evaluate mntAction
			when "R" perform raiseRequest
			when "A" perform recordDecision
			when "D" perform recordDecision
			when "T" perform setSizeThreshold
			when "C" perform confirmSizeThreshold
		end-evaluate
	end-if
	perform writeMaintReportLine.

	validateMaintCard.
	move "Y" to cardValidFlag
	if mntAction not = "R" and mntAction not = "A" and mntAction not = "D"
			and mntAction not = "T" and mntAction not = "C"
		move "N" to cardValidFlag
		move "REJECTED - ACTION NOT R, A, D, T OR C" to rptResult
	end-if
	if cardIsValid and mntUserId = spaces
		move "N" to cardValidFlag
		move "REJECTED - USER-ID IS BLANK" to rptResult
	end-if
	if cardIsValid and mntAction not = "T" and mntAction not = "C"
		move mntRequestId to aprRequestId
		if mntRequestId = spaces or aprControlRecordKey
			move "N" to cardValidFlag
			move "REJECTED - REQUEST-ID BLANK OR RESERVED" to rptResult
		end-if
	end-if
	if cardIsValid and mntAction = "R"
		if mntOverrideFlag not = "Y" and mntOverrideFlag not = "N"
			move "N" to cardValidFlag
			move "REJECTED - OVERRIDE FLAG NOT Y OR N" to rptResult
		end-if
	end-if
	if cardIsValid and (mntAction = "R" or mntAction = "T" or mntAction = "C")
		if mntArraySize not numeric
			move "N" to cardValidFlag
			move "REJECTED - ARRAY SIZE NOT NUMERIC" to rptResult
		end-if
	end-if
	if cardIsValid and mntAction = "R"
		if mntOverrideFlag = "N" and mntArraySize = 0
			move "N" to cardValidFlag
			move "REJECTED - NOTHING TO APPROVE" to rptResult
		end-if
	end-if
	if cardIsValid and (mntAction = "T" or mntAction = "C")
			and mntArraySize = 0
		move "N" to cardValidFlag
		move "REJECTED - THRESHOLD MUST BE NONZERO" to rptResult
	end-if
	if cardIsValid and mntAction = "A"
		if mntExpiryDate not numeric
			move "N" to cardValidFlag
			move "REJECTED - EXPIRY DATE NOT NUMERIC" to rptResult
		else
			if function test-date-yyyymmdd(function numval(mntExpiryDate))
					not = 0
				move "N" to cardValidFlag
				move "REJECTED - EXPIRY DATE INVALID" to rptResult
			else
				if mntExpiryDate < currentTimestamp(1:8)
					move "N" to cardValidFlag
					move "REJECTED - EXPIRY DATE IN THE PAST" to rptResult
				end-if
			end-if
		end-if
	end-if
	if not cardIsValid
		add 1 to errorCounter
	end-if.

	raiseRequest.
	move mntRequestId to aprRequestId
	read approvalFile
		invalid key continue
	end-read
	evaluate approvalFileStatus
		when "00"
			if aprStatusFlag = "P"
				move "REJECTED - REQUEST ALREADY PENDING" to rptResult
				add 1 to errorCounter
				exit paragraph
			end-if
			if aprStatusFlag = "A" and aprExpiryDate numeric
					and aprExpiryDate not < currentTimestamp(1:8)
				move "REJECTED - LIVE APPROVAL ALREADY ON FILE" to rptResult
				add 1 to errorCounter
				exit paragraph
			end-if
			perform moveCardToRequest
			rewrite approvalMasterRecord
				invalid key continue
			end-rewrite
		when "23"
			perform moveCardToRequest
			write approvalMasterRecord
				invalid key continue
			end-write
		when other
			move "REJECTED - APPROVAL READ FAILED" to rptResult
			add 1 to errorCounter
			exit paragraph
	end-evaluate
	if approvalFileStatus = "00"
		move "RAISED, AWAITING SECOND SIGNATURE" to rptResult
	else
		move "REJECTED - APPROVAL WRITE FAILED" to rptResult
		add 1 to errorCounter
	end-if.

	moveCardToRequest.
	move mntRequestId to aprRequestId
	move "P" to aprStatusFlag
	move mntOverrideFlag to aprOverrideFlag
	move mntArraySize to aprApprovedSize
	move mntUserId to aprRequestedBy
	move currentTimestamp to aprRequestedTimestamp
	move spaces to aprDecidedBy
	move spaces to aprDecisionTimestamp
	move spaces to aprExpiryDate
	move mntReasonText to aprReasonText.

	recordDecision.
	move mntRequestId to aprRequestId
	read approvalFile
		invalid key continue
	end-read
	if approvalFileStatus not = "00"
		if approvalFileStatus = "23"
			move "REJECTED - NO REQUEST ON FILE" to rptResult
		else
			move "REJECTED - APPROVAL READ FAILED" to rptResult
		end-if
		add 1 to errorCounter
		exit paragraph
	end-if
	if aprStatusFlag not = "P"
		move "REJECTED - REQUEST NOT PENDING" to rptResult
		add 1 to errorCounter
		exit paragraph
	end-if
	if mntUserId = aprRequestedBy
		move "REJECTED - APPROVER SAME AS REQUESTER" to rptResult
		add 1 to errorCounter
		exit paragraph
	end-if
	move mntAction to aprStatusFlag
	move mntUserId to aprDecidedBy
	move currentTimestamp to aprDecisionTimestamp
	if mntAction = "A"
		move mntExpiryDate to aprExpiryDate
	else
		move spaces to aprExpiryDate
	end-if
	if mntReasonText not = spaces
		move mntReasonText to aprReasonText
	end-if
	rewrite approvalMasterRecord
		invalid key continue
	end-rewrite
	if approvalFileStatus not = "00"
		move "REJECTED - APPROVAL REWRITE FAILED" to rptResult
		add 1 to errorCounter
		exit paragraph
	end-if
	if mntAction = "A"
		string "APPROVED, EXPIRES " mntExpiryDate delimited by size
			into rptResult
		end-string
	else
		move "DENIED" to rptResult
	end-if.

	setSizeThreshold.
	set aprControlRecordKey to true
	read approvalFile
		invalid key continue
	end-read
	if approvalFileStatus not = "00" and approvalFileStatus not = "23"
		move "REJECTED - APPROVAL READ FAILED" to rptResult
		add 1 to errorCounter
		exit paragraph
	end-if
	if approvalFileStatus = "23"
		move spaces to aprControlData
		move defaultSizeThreshold to aprSizeThreshold
	end-if
	move mntArraySize to aprPendingThreshold
	move mntUserId to aprThresholdSetBy
	move currentTimestamp to aprThresholdTimestamp
	if approvalFileStatus = "00"
		rewrite approvalMasterRecord
			invalid key continue
		end-rewrite
	else
		write approvalMasterRecord
			invalid key continue
		end-write
	end-if
	if approvalFileStatus = "00"
		string "THRESHOLD " mntArraySize " PENDING, AWAITING C CARD"
				delimited by size
			into rptResult
		end-string
	else
		move "REJECTED - THRESHOLD WRITE FAILED" to rptResult
		add 1 to errorCounter
	end-if.

	confirmSizeThreshold.
	set aprControlRecordKey to true
	read approvalFile
		invalid key continue
	end-read
	if approvalFileStatus not = "00"
		if approvalFileStatus = "23"
			move "REJECTED - NO THRESHOLD CHANGE PENDING" to rptResult
		else
			move "REJECTED - APPROVAL READ FAILED" to rptResult
		end-if
		add 1 to errorCounter
		exit paragraph
	end-if
	if aprPendingThreshold not numeric or aprPendingThreshold = 0
		move "REJECTED - NO THRESHOLD CHANGE PENDING" to rptResult
		add 1 to errorCounter
		exit paragraph
	end-if
	if mntUserId = aprThresholdSetBy
		move "REJECTED - CONFIRMER SAME AS PROPOSER" to rptResult
		add 1 to errorCounter
		exit paragraph
	end-if
	if mntArraySize not = aprPendingThreshold
		move "REJECTED - NOT THE PENDING THRESHOLD" to rptResult
		add 1 to errorCounter
		exit paragraph
	end-if
	move aprPendingThreshold to aprSizeThreshold
	move 0 to aprPendingThreshold
	move mntUserId to aprConfirmedBy
	move currentTimestamp to aprConfirmedTimestamp
	rewrite approvalMasterRecord
		invalid key continue
	end-rewrite
	if approvalFileStatus = "00"
		string "SIZE THRESHOLD SET TO " mntArraySize delimited by size
			into rptResult
		end-string
	else
		move "REJECTED - THRESHOLD REWRITE FAILED" to rptResult
		add 1 to errorCounter
	end-if.

	writeMaintReportLine.
	move mntAction to rptAction
	move mntRequestId to rptRequestId
	move mntUserId to rptUserId
	write approvalReportLine from maintReportDetail
	if approvalReportFileStatus not = "00"
		display "ERROR: ARRAYARPT WRITE FAILED, STATUS="
			approvalReportFileStatus
	end-if.

	writePendingSection.
	move currentTimestamp(1:8) to rptHdrDate
	write approvalReportLine from pendingReportHeader
	if approvalReportFileStatus not = "00"
		display "ERROR: ARRAYARPT WRITE FAILED, STATUS="
			approvalReportFileStatus
	end-if
	move low-values to aprRequestId
	start approvalFile key >= aprRequestId
		invalid key
			move "Y" to endOfApprovalFile
	end-start
	perform until noMoreApprovalRecords
		read approvalFile next
			at end move "Y" to endOfApprovalFile
			not at end perform writePendingLine
		end-read
		if approvalFileStatus not = "00" and approvalFileStatus not = "10"
			display "ERROR: ARRAYAPR READ FAILED, STATUS=" approvalFileStatus
			move 16 to return-code
			move "Y" to endOfApprovalFile
		end-if
	end-perform
	move cardCounter to sumCards
	move errorCounter to sumErrors
	move pendingCounter to sumPending
	write approvalReportLine from pendingReportSummary
	if approvalReportFileStatus not = "00"
		display "ERROR: ARRAYARPT WRITE FAILED, STATUS="
			approvalReportFileStatus
	end-if.

	writePendingLine.
	if aprControlRecordKey
		perform writePendingThresholdLine
		exit paragraph
	end-if
	if aprStatusFlag not = "P"
		exit paragraph
	end-if
	add 1 to pendingCounter
	move aprRequestId to rptPndRequestId
	move aprRequestedBy to rptPndRequestedBy
	move aprRequestedTimestamp(1:14) to rptPndTimestamp
	move aprOverrideFlag to rptPndOverride
	move aprApprovedSize to rptPndArraySize
	move aprReasonText to rptPndReasonText
	write approvalReportLine from pendingReportDetail
	if approvalReportFileStatus not = "00"
		display "ERROR: ARRAYARPT WRITE FAILED, STATUS="
			approvalReportFileStatus
	end-if.

	writePendingThresholdLine.
	if aprPendingThreshold not numeric or aprPendingThreshold = 0
		exit paragraph
	end-if
	add 1 to pendingCounter
	move defaultSizeThreshold to liveSizeThreshold
	if aprSizeThreshold numeric and aprSizeThreshold > 0
		move aprSizeThreshold to liveSizeThreshold
	end-if
	move aprRequestId to rptPndRequestId
	move aprThresholdSetBy to rptPndRequestedBy
	move aprThresholdTimestamp(1:14) to rptPndTimestamp
	move space to rptPndOverride
	move aprPendingThreshold to rptPndArraySize
	move spaces to rptPndReasonText
	string "SIZE THRESHOLD, NOW " liveSizeThreshold delimited by size
		into rptPndReasonText
	end-string
	write approvalReportLine from pendingReportDetail
	if approvalReportFileStatus not = "00"
		display "ERROR: ARRAYARPT WRITE FAILED, STATUS="
			approvalReportFileStatus
	end-if.

	logProgramStart.
	move "ARRAPRVM" to evpProgramId
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
