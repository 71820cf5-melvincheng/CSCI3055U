identification division.
program-id. arrayCostCentreCheck.

environment division.
	input-output section.
	file-control.
		select costCentreFile assign to "ARRAYCCT"
			organization is line sequential
			file status is costCentreFileStatus.

data division.
	file section.
	fd costCentreFile.
		copy arrayCctRec.

	local-storage section.
		01 costCentreFileStatus pic xx.
		01 endOfCostCentreFile pic x value "N".
			88 noMoreCostCentres value "Y".
		01 costCentreFoundFlag pic x value "N".
			88 costCentreFound value "Y".
		01 foundStatusFlag pic x.

	linkage section.
		copy arrayCcpParm replacing leading ==ccp== by ==clc==.

procedure division using costCentreParameters.
	main.
	move "R" to clcResultFlag
	move spaces to clcResultText
	move spaces to clcDepartmentName
	move spaces to clcLedgerAccount
	if clcCostCentre = spaces
		move "REFUSED - NO COST CENTRE ON REQUEST" to clcResultText
		goback
	end-if
	open input costCentreFile
	if costCentreFileStatus not = "00"
		move "REFUSED - COST CENTRE TABLE UNAVAILABLE" to clcResultText
		goback
	end-if
	perform until noMoreCostCentres or costCentreFound
		read costCentreFile
			at end move "Y" to endOfCostCentreFile
			not at end
				if cctCostCentre = clcCostCentre
					move "Y" to costCentreFoundFlag
					move cctStatusFlag to foundStatusFlag
					move cctDepartmentName to clcDepartmentName
					move cctLedgerAccount to clcLedgerAccount
				end-if
		end-read
		if costCentreFileStatus not = "00" and costCentreFileStatus not = "10"
			move "Y" to endOfCostCentreFile
		end-if
	end-perform
	if costCentreFileStatus not = "00" and costCentreFileStatus not = "10"
		close costCentreFile
		move "REFUSED - COST CENTRE TABLE READ FAILED" to clcResultText
		goback
	end-if
	close costCentreFile
	if not costCentreFound
		move "REFUSED - COST CENTRE NOT ON ARRAYCCT" to clcResultText
		goback
	end-if
	if foundStatusFlag not = "A"
		move "REFUSED - COST CENTRE IS INACTIVE" to clcResultText
		goback
	end-if
	move "Y" to clcResultFlag
	string "CHARGED TO " clcDepartmentName delimited by size
		into clcResultText
	end-string
	goback.
