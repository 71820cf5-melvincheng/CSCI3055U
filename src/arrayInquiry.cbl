			access is dynamic
			record key is emsKey
			file status is elementMasterFileStatus.
		select lineageFile assign to "ARRAYLIN"
			organization is line sequential
			file status is lineageFileStatus.
		select inquiryReportFile assign to "ARRAYYRPT"
			organization is line sequential
			file status is inquiryReportFileStatus.
		copy arrayAuditRec.
	fd elementMasterFile.
		copy arrayEmsRec.
	fd lineageFile.
		copy arrayLinRec.
	fd inquiryReportFile.
		01 inquiryReportLine pic x(132).

		01 runRegistryFileStatus pic xx.
		01 arrayAuditFileStatus pic xx.
		01 elementMasterFileStatus pic xx.
		01 lineageFileStatus pic xx.
		01 inquiryReportFileStatus pic xx.
		01 endOfAuditFile pic x value "N".
			88 noMoreAuditLines value "Y".
		01 inquiryRunId pic x(8).
		01 registryFoundFlag pic x value "N".
			88 registryFound value "Y".
		01 savedRegStatusFlag pic x value space.
			88 registryBackedOut value "B".
		01 savedRegTimestamp pic x(26).
		01 savedRegCallingProgram pic x(8).
		01 auditFoundFlag pic x value "N".
		01 discrepancyCounter pic 9(3) value 0.
		01 missingSourceCounter pic 9(3) value 0.
		01 auditSizeNumeric pic 9(5).
		01 endOfLineageFile pic x value "N".
			88 noMoreLineageLines value "Y".
		01 derivedLineageFlag pic x value "N".
			88 derivedLineageFound value "Y".
		01 auditChecksumNumeric pic s9(9).

		01 inquiryReportHeader.
			05 rptEmsChecksum pic -9(9).
			05 filler pic x(71) value spaces.

		01 inquiryLineageLine.
			05 filler pic x(9) value "LINEAGE: ".
			05 rptLinRelation pic x(12).
			05 filler pic x(1) value space.
			05 rptLinDerivedRunId pic x(8).
			05 filler pic x(2) value spaces.
			05 filler pic x(4) value "OP: ".
			05 rptLinOperation pic x(6).
			05 filler pic x(2) value spaces.
			05 filler pic x(6) value "FROM: ".
			05 rptLinSourceRunIdA pic x(8).
			05 filler pic x(1) value space.
			05 rptLinSourceRunIdB pic x(8).
			05 filler pic x(2) value spaces.
			05 rptLinDetail pic x(25).
			05 filler pic x(2) value spaces.
			05 filler pic x(6) value "DATE: ".
			05 rptLinDate pic x(8).
			05 filler pic x(2) value spaces.
			05 filler pic x(7) value "COUNT: ".
			05 rptLinElementCount pic zzzz9.
			05 filler pic x(8) value spaces.

		01 inquiryFlagLine.
			05 filler pic x(6) value "FLAG: ".
			05 rptFlagText pic x(50).
	perform writeRegistryLine
	perform writeAuditLine
	perform writeMasterLine
	perform writeLineageLines
	perform crossCheckSources
	perform writeVerdictLine
	close inquiryReportFile
		move spaces to rptAudChecksum
		move spaces to rptAudSeed
		move spaces to rptAudOptions
		if not registryBackedOut
			add 1 to missingSourceCounter
		end-if
	end-if
	write inquiryReportLine from inquiryAuditLine
	if inquiryReportFileStatus not = "00"
		move "FOUND" to rptEmsPresence
	else
		move "MISSING" to rptEmsPresence
		if not registryBackedOut
			add 1 to missingSourceCounter
		end-if
	end-if
	move masterElementCounter to rptEmsCount
	move masterChecksum to rptEmsChecksum
			inquiryReportFileStatus
	end-if.

	writeLineageLines.
	open input lineageFile
	if lineageFileStatus not = "00"
		exit paragraph
	end-if
	perform until noMoreLineageLines
		read lineageFile
			at end move "Y" to endOfLineageFile
			not at end perform checkLineageLine
		end-read
		if lineageFileStatus not = "00" and lineageFileStatus not = "10"
			display "ERROR: ARRAYLIN READ FAILED, STATUS=" lineageFileStatus
			move 16 to return-code
			move "Y" to endOfLineageFile
		end-if
	end-perform
	close lineageFile.

	checkLineageLine.
	evaluate true
		when linDerivedRunId = inquiryRunId
			move "Y" to derivedLineageFlag
			move "DERIVED AS" to rptLinRelation
		when linSourceRunIdA = inquiryRunId
			move "SOURCE OF" to rptLinRelation
		when linSourceRunIdB = inquiryRunId and linSourceRunIdB not = spaces
			move "SOURCE OF" to rptLinRelation
		when other
			exit paragraph
	end-evaluate
	move linDerivedRunId to rptLinDerivedRunId
	move linOperation to rptLinOperation
	move linSourceRunIdA to rptLinSourceRunIdA
	move linSourceRunIdB to rptLinSourceRunIdB
	move spaces to rptLinDetail
	evaluate linOperation
		when "SORT"
			string "ORDER " linSortOrder delimited by size
				into rptLinDetail
			end-string
		when "SAMPLE"
			string "SIZE " linSampleSize " SEED " linSampleSeed
					delimited by size
				into rptLinDetail
			end-string
		when "FILTER"
			string "RANGE " linRangeLowDisp " TO " linRangeHighDisp
					delimited by size
				into rptLinDetail
			end-string
	end-evaluate
	move linTimestamp(1:8) to rptLinDate
	move linElementCount to rptLinElementCount
	write inquiryReportLine from inquiryLineageLine
	if inquiryReportFileStatus not = "00"
		display "ERROR: ARRAYYRPT WRITE FAILED, STATUS="
			inquiryReportFileStatus
	end-if.

	crossCheckSources.
	if registryFound and savedRegStatusFlag = "C" and not auditLineFound
		move "REGISTRY COMPLETE BUT NO AUDIT LINE" to rptFlagText
		move "RUN STILL MARKED IN PROGRESS ON REGISTRY" to rptFlagText
		perform writeFlagLine
	end-if
	if registryFound and registryBackedOut and auditLineFound
		move "BACKED-OUT RUN STILL HAS AN AUDIT LINE" to rptFlagText
		perform writeFlagLine
	end-if
	if registryFound and registryBackedOut and masterElementCounter > 0
		move "BACKED-OUT RUN STILL ON ELEMENT MASTER" to rptFlagText
		perform writeFlagLine
	end-if
	if registryFound and savedRegCallingProgram = "ARRDERV"
			and not derivedLineageFound
		move "DERIVED RUN HAS NO LINEAGE RECORD" to rptFlagText
		perform writeFlagLine
	end-if
	if auditLineCounter > 1
		move "MULTIPLE AUDIT LINES, LAST ONE SHOWN" to rptFlagText
		perform writeFlagLine
			move "SOURCES DISAGREE, SEE FLAGS ABOVE" to rptVerdict
		when missingSourceCounter > 0
			move "RUN INCOMPLETE, A SOURCE IS MISSING" to rptVerdict
		when registryFound and registryBackedOut
			move "RUN BACKED OUT, SEE ARRAYBKJ JOURNAL" to rptVerdict
		when other
			move "ALL SOURCES PRESENT AND CONSISTENT" to rptVerdict
	end-evaluate
