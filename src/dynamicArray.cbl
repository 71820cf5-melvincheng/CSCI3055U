		01 checkpointInterval pic 9(5) value 1000.
		01 checkpointIndex pic s9(7).
		01 checkpointBlockFirst pic s9(7).
		01 checkpointBlockCount pic s9(7).
		01 checkpointBlockIndex pic s9(3).
		01 restartHeaderValidFlag pic x.
			88 restartHeaderIsValid value "Y".
			88 isResumingFromCheckpoint value "Y".
		01 statSum pic s9(9).
		01 statIndexOuter pic s9(7).
		01 candidateAcceptableFlag pic x.
			88 candidateIsAcceptable value "Y".
		01 valueSeenIndex pic 9(4).
		01 valueSeenTable.
			05 valueSeenFlag pic x occurs 1999 times.
				88 valueAlreadySeen value "Y".
		01 rangeDomainSize pic 9(5).
		01 seedState pic 9(9).
		01 bandIndex pic s9(3).
		01 bandTarget pic 9(5).
		01 bandSpan pic 9(4).
		01 bandTotalWeight pic 9(5).
		01 bandCumulativeTable.
			05 bandCumulativeWeight pic 9(5) occurs 6 times.
		copy arrayChpParm.
		copy arrayEvtParm.

	linkage section.
				88 overrideRerunOff value "N".
		01 seedValue pic 9(9).
			88 seededModeOn value 1 thru 999999999.
		copy arrayDstParm replacing leading ==dst== by ==dlk==.

procedure division using arraySize, array, runId, returnCode, rangeLow, rangeHigh, callingProgram, arrayStats, arrayOptions, seedValue, distributionBands.
	main.
	perform logProgramStart
	move 0 to returnCode
	if returnCode = 0
		perform validateRange
	end-if
	if returnCode = 0
		perform validateBands
	end-if
	if returnCode = 0
		perform validateNoDuplicatesFeasible
	end-if
		goback
	end-if
	perform checkForRestart
	if noDuplicatesOn
		perform loadValueSeenTable
	end-if
	open extend arrayOutFile
	if arrayOutFileStatus not = "00"
		open output arrayOutFile
		end-if
	end-if.

	validateBands.
	move 0 to bandTotalWeight
	if dlkBandCount not numeric or dlkBandCount > 6
		move 10 to returnCode
		exit paragraph
	end-if
	perform varying bandIndex from 1 by 1 until bandIndex > dlkBandCount
		if dlkBandLow(bandIndex) not numeric
				or dlkBandHigh(bandIndex) not numeric
				or dlkBandWeight(bandIndex) not numeric
				or dlkBandLow(bandIndex) > dlkBandHigh(bandIndex)
				or dlkBandWeight(bandIndex) = 0
			move 10 to returnCode
			exit paragraph
		end-if
		add dlkBandWeight(bandIndex) to bandTotalWeight
		move bandTotalWeight to bandCumulativeWeight(bandIndex)
	end-perform.

	validateNoDuplicatesFeasible.
	if noDuplicatesOn
		evaluate true
			when dlkBandCount > 0
				move 0 to rangeDomainSize
				perform varying bandIndex from 1 by 1
						until bandIndex > dlkBandCount
					compute rangeDomainSize = rangeDomainSize
						+ dlkBandHigh(bandIndex) - dlkBandLow(bandIndex) + 1
				end-perform
			when rangeLow = 0 and rangeHigh = 0
				move 1000 to rangeDomainSize
			when other
				compute rangeDomainSize = rangeHigh - rangeLow + 1
		end-evaluate
		if rangeDomainSize < arraySize
			move 12 to returnCode
		end-if
	move runId to regRunId
	move "P" to regStatusFlag
	move function current-date to regTimestamp
	move regTimestamp to regStartTimestamp
	move callingProgram to regCallingProgram.

	markRegistryFinal.
		compute restartLoadedThrough = rstBlockFirst + rstBlockCount - 1
	end-if.

	loadValueSeenTable.
	move all "N" to valueSeenTable
	perform varying statIndexOuter from 1 by 1 until statIndexOuter >= iteration
		compute valueSeenIndex = elements(statIndexOuter) + 1000
		move "Y" to valueSeenFlag(valueSeenIndex)
	end-perform.

	makeArray.
	perform generateCandidate
	perform writeArrayOutRecord
	generateCandidate.
	move "N" to candidateAcceptableFlag
	perform until candidateIsAcceptable
		perform drawRandomNumber
		if dlkBandCount > 0
			perform drawWeightedValue
		else
			perform scaleToRange
			perform negateIfRequested
		end-if
		move "Y" to candidateAcceptableFlag
		if noDuplicatesOn
			perform checkForDuplicate
		end-if
	end-perform.

	drawRandomNumber.
	if seededModeOn
		perform generateSeededNumber
	else
		call 'randNum' using randNum
	end-if.

	drawWeightedValue.
	compute bandTarget = randNum * bandTotalWeight / 1000
	move 1 to bandIndex
	perform until bandIndex >= dlkBandCount
			or bandTarget < bandCumulativeWeight(bandIndex)
		add 1 to bandIndex
	end-perform
	perform drawRandomNumber
	compute bandSpan = dlkBandHigh(bandIndex) - dlkBandLow(bandIndex) + 1
	compute elements(iteration) =
		dlkBandLow(bandIndex) + function mod(randNum, bandSpan).

	generateSeededNumber.
	compute seedState = function mod(seedState * 75731 + 27077, 100000007)
	compute randNum = function mod(seedState, 1000).
	end-if.

	checkForDuplicate.
	compute valueSeenIndex = elements(iteration) + 1000
	if valueAlreadySeen(valueSeenIndex)
		move "N" to candidateAcceptableFlag
	else
		move "Y" to valueSeenFlag(valueSeenIndex)
	end-if.

	checkpointIfNeeded.
	if function mod(iteration, checkpointInterval) = 0 or iteration = arraySize
	move elements(1) to statsMax
	move 0 to statSum
	move 0 to statsDuplicateCount
	move all "N" to valueSeenTable
	perform varying statIndexOuter from 1 by 1 until statIndexOuter > arraySize
		if elements(statIndexOuter) < statsMin
			move elements(statIndexOuter) to statsMin
			move elements(statIndexOuter) to statsMax
		end-if
		add elements(statIndexOuter) to statSum
		compute valueSeenIndex = elements(statIndexOuter) + 1000
		if valueAlreadySeen(valueSeenIndex)
			add 1 to statsDuplicateCount
		else
			move "Y" to valueSeenFlag(valueSeenIndex)
		end-if
	end-perform
	compute statsMean rounded = statSum / arraySize.
	if arrayAuditFileStatus not = "00"
		open output arrayAuditFile
	end-if
	if arrayAuditFileStatus = "00"
		perform stampAuditChain
	end-if
	write auditLogRecord
	if arrayAuditFileStatus not = "00"
		display "ERROR: ARRAYAUD WRITE FAILED, STATUS=" arrayAuditFileStatus
	end-if
	close arrayAuditFile.

	stampAuditChain.
	move "S" to chpFunction
	move auditLogRecord to chpLineImage
	call 'arrayAuditChain' using chainParameters
	if chpResult = "00"
		move chpSequence to auditChainSequence
		move chpHash to auditChainHash
	else
		display "ERROR: AUDIT CHAIN NOT STAMPED, ARRAYACH STATUS=" chpResult
	end-if.

	logProgramStart.
	move "createArray" to evpProgramId
	move runId to evpRunId
