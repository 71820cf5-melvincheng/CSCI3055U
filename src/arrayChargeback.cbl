identification division.
program-id. ARRCHRG.

environment division.
	input-output section.
	file-control.
		select chargeCardFile assign to "SYSIN"
			organization is line sequential
			file status is chargeCardFileStatus.
		select costCentreFile assign to "ARRAYCCT"
			organization is line sequential
			file status is costCentreFileStatus.
		select rateTableFile assign to "ARRAYRATE"
			organization is line sequential
			file status is rateTableFileStatus.
		select statisticsFile assign to "ARRAYSTS"
			organization is indexed
			access is dynamic
			record key is stsRunId
			file status is statisticsFileStatus.
		select usageLogFile assign to "ARRAYUSG"
			organization is line sequential
			file status is usageLogFileStatus.
		select billingFile assign to "ARRAYBILL"
			organization is sequential
			file status is billingFileStatus.
		select chargeReportFile assign to "ARRAYORPT"
			organization is line sequential
			file status is chargeReportFileStatus.

data division.
	file section.
	fd chargeCardFile.
		01 chargeCard.
			05 chgBillingMonth pic x(6).
	fd costCentreFile.
		copy arrayCctRec.
	fd rateTableFile.
		copy arrayRateRec.
	fd statisticsFile.
		copy arrayStsRec.
	fd usageLogFile.
		copy arrayUsgRec.
	fd billingFile.
		copy arrayBillRec.
	fd chargeReportFile.
		01 chargeReportLine pic x(132).

	local-storage section.
		01 chargeCardFileStatus pic xx.
		01 costCentreFileStatus pic xx.
		01 rateTableFileStatus pic xx.
		01 statisticsFileStatus pic xx.
		01 usageLogFileStatus pic xx.
		01 billingFileStatus pic xx.
		01 chargeReportFileStatus pic xx.
		01 endOfCostCentreFile pic x value "N".
			88 noMoreCostCentres value "Y".
		01 endOfRateTableFile pic x value "N".
			88 noMoreRateLines value "Y".
		01 endOfStatisticsFile pic x value "N".
			88 noMoreStatisticsRecords value "Y".
		01 endOfUsageLogFile pic x value "N".
			88 noMoreUsageLines value "Y".
		01 chargeTimestamp pic x(26).
		01 billingMonth pic x(6).
		01 billingYearNumber pic 9(4).
		01 billingMonthNumber pic 9(2).
		01 lookupCostCentre pic x(6).
		01 departmentFoundFlag pic x.
			88 departmentFound value "Y".
		01 departmentTableMax pic 9(3) value 250.
		01 departmentCount pic 9(3) value 0.
		01 departmentIndex pic s9(4).
		01 foundDepartment pic s9(4).
		01 departmentTable.
			05 departmentEntry occurs 250 times.
				10 depCostCentre pic x(6).
				10 depDepartmentName pic x(30).
				10 depLedgerAccount pic x(10).
				10 depOnTableFlag pic x.
					88 depOnCostCentreTable value "Y".
				10 depRunCount pic 9(7).
				10 depElementCount pic 9(11).
				10 depFailedCount pic 9(7).
				10 depRerunCount pic 9(7).
				10 depRateIndex pic s9(4).
				10 depRateDefaultFlag pic x.
					88 depUsesDefaultRate value "Y".
				10 depRunAmount pic 9(9)v99.
				10 depElementAmount pic 9(9)v99.
				10 depFailedAmount pic 9(9)v99.
				10 depRerunAmount pic 9(9)v99.
				10 depTotalAmount pic 9(9)v99.
		01 rateTableMax pic 9(3) value 500.
		01 rateCount pic 9(3) value 0.
		01 rateIndex pic s9(4).
		01 ownRateIndex pic s9(4).
		01 defaultRateIndex pic s9(4).
		01 rateTable.
			05 rateEntry occurs 500 times.
				10 rtCostCentre pic x(6).
				10 rtEffectiveMonth pic x(6).
				10 rtPerRun pic 9(5)v99.
				10 rtPerThousand pic 9(5)v99.
				10 rtPerFailed pic 9(5)v99.
				10 rtPerRerun pic 9(5)v99.
		01 chargeReturnCode pic 9(2) value 0.
		01 invalidRateCounter pic 9(5) value 0.
		01 statisticsMonthCounter pic 9(7) value 0.
		01 failedAttemptCounter pic 9(7) value 0.
		01 billedRunCounter pic 9(7) value 0.
		01 unbilledRunCounter pic 9(7) value 0.
		01 billedElementCounter pic 9(11) value 0.
		01 billedAmountTotal pic 9(11)v99 value 0.
		01 billingDetailCounter pic 9(7) value 0.
		01 grandRunCount pic 9(7) value 0.
		01 grandElementCount pic 9(11) value 0.
		01 grandFailedCount pic 9(7) value 0.
		01 grandRerunCount pic 9(7) value 0.
		01 grandAmount pic 9(11)v99 value 0.

		01 chargeReportHeader.
			05 filler pic x(28) value "USAGE CHARGEBACK FOR MONTH: ".
			05 rptHdrMonth pic x(6).
			05 filler pic x(4) value spaces.
			05 filler pic x(10) value "RUN DATE: ".
			05 rptHdrRunDate pic x(8).
			05 filler pic x(76) value spaces.

		01 chargeReportDepartment.
			05 filler pic x(13) value "COST CENTRE: ".
			05 rptDeptCostCentre pic x(6).
			05 filler pic x(2) value spaces.
			05 filler pic x(12) value "DEPARTMENT: ".
			05 rptDeptName pic x(30).
			05 filler pic x(2) value spaces.
			05 filler pic x(8) value "LEDGER: ".
			05 rptDeptLedger pic x(10).
			05 filler pic x(2) value spaces.
			05 filler pic x(7) value "RATES: ".
			05 rptDeptRates pic x(30).
			05 filler pic x(10) value spaces.

		01 chargeReportItem.
			05 filler pic x(4) value spaces.
			05 rptItemName pic x(16).
			05 filler pic x(10) value "QUANTITY: ".
			05 rptItemQuantity pic zz,zzz,zzz,zz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(6) value "RATE: ".
			05 rptItemRate pic zz,zz9.99.
			05 filler pic x(1) value spaces.
			05 rptItemBasis pic x(15).
			05 filler pic x(4) value spaces.
			05 filler pic x(8) value "CHARGE: ".
			05 rptItemAmount pic zz,zzz,zzz,zz9.99.
			05 filler pic x(24) value spaces.

		01 chargeReportTotal.
			05 rptTotalLabel pic x(26).
			05 filler pic x(6) value "RUNS: ".
			05 rptTotalRuns pic zzzzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(10) value "ELEMENTS: ".
			05 rptTotalElements pic zzzzzzzzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(8) value "FAILED: ".
			05 rptTotalFailed pic zzzzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(8) value "RERUNS: ".
			05 rptTotalReruns pic zzzzzz9.
			05 filler pic x(2) value spaces.
			05 filler pic x(8) value "CHARGE: ".
			05 rptTotalAmount pic zz,zzz,zzz,zz9.99.
			05 filler pic x(9) value spaces.

		01 chargeReportReconcile.
			05 filler pic x(28) value "ARRAYSTS RECORDS FOR MONTH: ".
			05 rptRecStatistics pic zzzzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(13) value "RUNS BILLED: ".
			05 rptRecBilled pic zzzzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(17) value "RUNS NOT BILLED: ".
			05 rptRecUnbilled pic zzzzzz9.
			05 filler pic x(4) value spaces.
			05 rptRecResult pic x(20).
			05 filler pic x(21) value spaces.

		01 chargeReportBilling.
			05 filler pic x(14) value "BILLING FILE: ".
			05 filler pic x(9) value "DETAILS: ".
			05 rptBillDetails pic zzzzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(6) value "RUNS: ".
			05 rptBillRuns pic zzzzzz9.
			05 filler pic x(4) value spaces.
			05 filler pic x(8) value "AMOUNT: ".
			05 rptBillAmount pic zz,zzz,zzz,zz9.99.
			05 filler pic x(4) value spaces.
			05 filler pic x(20) value "INVALID RATE LINES: ".
			05 rptBillInvalidRates pic zzzz9.
			05 filler pic x(27) value spaces.

		copy arrayEvtParm.

procedure division.
	main.
	perform logProgramStart
	move function current-date to chargeTimestamp
	perform readChargeCard
	if return-code not = 0
		perform logProgramEnd
		goback
	end-if
	perform loadCostCentreTable
	if return-code = 16
		perform logProgramEnd
		goback
	end-if
	perform loadRateTable
	if return-code = 16
		perform logProgramEnd
		goback
	end-if
	perform collectStatistics
	if return-code = 16
		perform logProgramEnd
		goback
	end-if
	perform collectFailedAttempts
	if return-code = 16
		perform logProgramEnd
		goback
	end-if
	open output chargeReportFile
	if chargeReportFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYORPT, STATUS="
			chargeReportFileStatus
		move chargeReportFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYORPT" to evpText
		perform logErrorEvent
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	open output billingFile
	if billingFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYBILL, STATUS=" billingFileStatus
		move billingFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYBILL" to evpText
		perform logErrorEvent
		close chargeReportFile
		move 16 to return-code
		perform logProgramEnd
		goback
	end-if
	perform writeReportHeader
	perform writeBillingHeader
	perform varying departmentIndex from 1 by 1
			until departmentIndex > departmentCount
		if depRunCount(departmentIndex) > 0
				or depFailedCount(departmentIndex) > 0
			perform chargeDepartment
		end-if
	end-perform
	perform writeBillingTrailer
	perform writeReportTotals
	close billingFile
	close chargeReportFile
	if return-code not = 16
		move chargeReturnCode to return-code
	end-if
	perform logProgramEnd
	goback.

	readChargeCard.
	open input chargeCardFile
	if chargeCardFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN SYSIN, STATUS=" chargeCardFileStatus
		move chargeCardFileStatus to evpFileStatus
		move "UNABLE TO OPEN SYSIN" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	move spaces to billingMonth
	read chargeCardFile
		at end continue
		not at end move chgBillingMonth to billingMonth
	end-read
	close chargeCardFile
	if billingMonth = spaces
		move chargeTimestamp(1:4) to billingYearNumber
		move chargeTimestamp(5:2) to billingMonthNumber
		if billingMonthNumber = 1
			subtract 1 from billingYearNumber
			move 12 to billingMonthNumber
		else
			subtract 1 from billingMonthNumber
		end-if
		move billingYearNumber to billingMonth(1:4)
		move billingMonthNumber to billingMonth(5:2)
	end-if
	if billingMonth not numeric or billingMonth(5:2) < "01"
			or billingMonth(5:2) > "12"
		display "ERROR: BILLING MONTH NOT NUMERIC YYYYMM: " billingMonth
		move 16 to return-code
	end-if.

	loadCostCentreTable.
	open input costCentreFile
	if costCentreFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYCCT, STATUS=" costCentreFileStatus
		move costCentreFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYCCT" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	perform until noMoreCostCentres
		read costCentreFile
			at end move "Y" to endOfCostCentreFile
			not at end perform keepCostCentre
		end-read
		if costCentreFileStatus not = "00" and costCentreFileStatus not = "10"
			display "ERROR: ARRAYCCT READ FAILED, STATUS=" costCentreFileStatus
			move 16 to return-code
			move "Y" to endOfCostCentreFile
		end-if
	end-perform
	close costCentreFile.

	keepCostCentre.
	if cctCostCentre = spaces
		exit paragraph
	end-if
	move cctCostCentre to lookupCostCentre
	perform findDepartment
	if departmentFound
		display "WARNING: ARRAYCCT LISTS COST CENTRE " cctCostCentre
			" MORE THAN ONCE, FIRST LINE USED"
		exit paragraph
	end-if
	perform addDepartment
	if departmentFound
		move cctDepartmentName to depDepartmentName(foundDepartment)
		move cctLedgerAccount to depLedgerAccount(foundDepartment)
		move "Y" to depOnTableFlag(foundDepartment)
	end-if.

	findDepartment.
	move "N" to departmentFoundFlag
	perform varying departmentIndex from 1 by 1
			until departmentIndex > departmentCount or departmentFound
		if depCostCentre(departmentIndex) = lookupCostCentre
			move "Y" to departmentFoundFlag
			move departmentIndex to foundDepartment
		end-if
	end-perform.

	addDepartment.
	if departmentCount >= departmentTableMax
		display "ERROR: MORE THAN " departmentTableMax
			" COST CENTRES, " lookupCostCentre " NOT CHARGED"
		if chargeReturnCode < 8
			move 8 to chargeReturnCode
		end-if
		exit paragraph
	end-if
	add 1 to departmentCount
	move departmentCount to foundDepartment
	initialize departmentEntry(foundDepartment)
	move lookupCostCentre to depCostCentre(foundDepartment)
	move "N" to depOnTableFlag(foundDepartment)
	move 0 to depRateIndex(foundDepartment)
	move "Y" to departmentFoundFlag.

	loadRateTable.
	open input rateTableFile
	if rateTableFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYRATE, STATUS=" rateTableFileStatus
		move rateTableFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYRATE" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	perform until noMoreRateLines
		read rateTableFile
			at end move "Y" to endOfRateTableFile
			not at end perform keepRateLine
		end-read
		if rateTableFileStatus not = "00" and rateTableFileStatus not = "10"
			display "ERROR: ARRAYRATE READ FAILED, STATUS=" rateTableFileStatus
			move 16 to return-code
			move "Y" to endOfRateTableFile
		end-if
	end-perform
	close rateTableFile.

	keepRateLine.
	if rateCostCentre = spaces or rateEffectiveMonth not numeric
			or ratePerRun not numeric or ratePerThousand not numeric
			or ratePerFailed not numeric or ratePerRerun not numeric
		display "WARNING: ARRAYRATE LINE INVALID, IGNORED: " rateTableRecord
		add 1 to invalidRateCounter
		if chargeReturnCode < 4
			move 4 to chargeReturnCode
		end-if
		exit paragraph
	end-if
	if rateCount >= rateTableMax
		display "ERROR: MORE THAN " rateTableMax " ARRAYRATE LINES"
		add 1 to invalidRateCounter
		if chargeReturnCode < 8
			move 8 to chargeReturnCode
		end-if
		exit paragraph
	end-if
	add 1 to rateCount
	move rateCostCentre to rtCostCentre(rateCount)
	move rateEffectiveMonth to rtEffectiveMonth(rateCount)
	move ratePerRun to rtPerRun(rateCount)
	move ratePerThousand to rtPerThousand(rateCount)
	move ratePerFailed to rtPerFailed(rateCount)
	move ratePerRerun to rtPerRerun(rateCount).

	collectStatistics.
	open input statisticsFile
	if statisticsFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYSTS, STATUS=" statisticsFileStatus
		move statisticsFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYSTS" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	move low-values to stsRunId
	start statisticsFile key >= stsRunId
		invalid key
			move "Y" to endOfStatisticsFile
	end-start
	perform until noMoreStatisticsRecords
		read statisticsFile next
			at end move "Y" to endOfStatisticsFile
			not at end perform countStatisticsRecord
		end-read
		if statisticsFileStatus not = "00" and statisticsFileStatus not = "10"
			display "ERROR: ARRAYSTS READ FAILED, STATUS=" statisticsFileStatus
			move 16 to return-code
			move "Y" to endOfStatisticsFile
		end-if
	end-perform
	close statisticsFile.

	countStatisticsRecord.
	if stsRunDate(1:6) not = billingMonth
		exit paragraph
	end-if
	add 1 to statisticsMonthCounter
	move stsCostCentre to lookupCostCentre
	perform findDepartment
	if not departmentFound
		perform addDepartment
	end-if
	if not departmentFound
		exit paragraph
	end-if
	add 1 to depRunCount(foundDepartment)
	if stsArraySize numeric and stsArraySize > 0
		add stsArraySize to depElementCount(foundDepartment)
	end-if
	if stsRerunFlag = "Y"
		add 1 to depRerunCount(foundDepartment)
	end-if.

	collectFailedAttempts.
	open input usageLogFile
	if usageLogFileStatus = "35"
		display "WARNING: NO ARRAYUSG ATTEMPT LOG, NO FAILED ATTEMPTS CHARGED"
		if chargeReturnCode < 4
			move 4 to chargeReturnCode
		end-if
		exit paragraph
	end-if
	if usageLogFileStatus not = "00"
		display "ERROR: UNABLE TO OPEN ARRAYUSG, STATUS=" usageLogFileStatus
		move usageLogFileStatus to evpFileStatus
		move "UNABLE TO OPEN ARRAYUSG" to evpText
		perform logErrorEvent
		move 16 to return-code
		exit paragraph
	end-if
	perform until noMoreUsageLines
		read usageLogFile
			at end move "Y" to endOfUsageLogFile
			not at end perform countUsageLine
		end-read
		if usageLogFileStatus not = "00" and usageLogFileStatus not = "10"
			display "ERROR: ARRAYUSG READ FAILED, STATUS=" usageLogFileStatus
			move 16 to return-code
			move "Y" to endOfUsageLogFile
		end-if
	end-perform
	close usageLogFile.

	countUsageLine.
	if usgTimestamp(1:6) not = billingMonth or not usgFailed
		exit paragraph
	end-if
	add 1 to failedAttemptCounter
	move usgCostCentre to lookupCostCentre
	perform findDepartment
	if not departmentFound
		perform addDepartment
	end-if
	if departmentFound
		add 1 to depFailedCount(foundDepartment)
	end-if.

	chargeDepartment.
	move departmentIndex to foundDepartment
	perform findDepartmentRate
	if depOnCostCentreTable(foundDepartment)
		perform computeDepartmentCharges
		add depRunCount(foundDepartment) to billedRunCounter
		add depElementCount(foundDepartment) to billedElementCounter
		add depTotalAmount(foundDepartment) to billedAmountTotal
		perform writeBillingDetail
	else
		add depRunCount(foundDepartment) to unbilledRunCounter
		if chargeReturnCode < 4
			move 4 to chargeReturnCode
		end-if
	end-if
	perform writeDepartmentBlock
	add depRunCount(foundDepartment) to grandRunCount
	add depElementCount(foundDepartment) to grandElementCount
	add depFailedCount(foundDepartment) to grandFailedCount
	add depRerunCount(foundDepartment) to grandRerunCount
	add depTotalAmount(foundDepartment) to grandAmount.

	findDepartmentRate.
	move 0 to ownRateIndex
	move 0 to defaultRateIndex
	perform varying rateIndex from 1 by 1 until rateIndex > rateCount
		if rtEffectiveMonth(rateIndex) <= billingMonth
			if rtCostCentre(rateIndex) = depCostCentre(foundDepartment)
				if ownRateIndex = 0 or rtEffectiveMonth(rateIndex)
						>= rtEffectiveMonth(ownRateIndex)
					move rateIndex to ownRateIndex
				end-if
			end-if
			if rtCostCentre(rateIndex) = "******"
				if defaultRateIndex = 0 or rtEffectiveMonth(rateIndex)
						>= rtEffectiveMonth(defaultRateIndex)
					move rateIndex to defaultRateIndex
				end-if
			end-if
		end-if
	end-perform
	if ownRateIndex > 0
		move ownRateIndex to depRateIndex(foundDepartment)
		move "N" to depRateDefaultFlag(foundDepartment)
	else
		move defaultRateIndex to depRateIndex(foundDepartment)
		move "Y" to depRateDefaultFlag(foundDepartment)
	end-if.

	computeDepartmentCharges.
	move depRateIndex(foundDepartment) to rateIndex
	if rateIndex = 0
		move 0 to depRunAmount(foundDepartment)
		move 0 to depElementAmount(foundDepartment)
		move 0 to depFailedAmount(foundDepartment)
		move 0 to depRerunAmount(foundDepartment)
		move 0 to depTotalAmount(foundDepartment)
		if chargeReturnCode < 4
			move 4 to chargeReturnCode
		end-if
		exit paragraph
	end-if
	compute depRunAmount(foundDepartment) =
		depRunCount(foundDepartment) * rtPerRun(rateIndex)
	compute depElementAmount(foundDepartment) rounded =
		depElementCount(foundDepartment) * rtPerThousand(rateIndex) / 1000
	compute depFailedAmount(foundDepartment) =
		depFailedCount(foundDepartment) * rtPerFailed(rateIndex)
	compute depRerunAmount(foundDepartment) =
		depRerunCount(foundDepartment) * rtPerRerun(rateIndex)
	compute depTotalAmount(foundDepartment) =
		depRunAmount(foundDepartment) + depElementAmount(foundDepartment)
		+ depFailedAmount(foundDepartment) + depRerunAmount(foundDepartment).

	writeReportHeader.
	move billingMonth to rptHdrMonth
	move chargeTimestamp(1:8) to rptHdrRunDate
	write chargeReportLine from chargeReportHeader
	if chargeReportFileStatus not = "00"
		display "ERROR: ARRAYORPT WRITE FAILED, STATUS="
			chargeReportFileStatus
	end-if.

	writeDepartmentBlock.
	move depCostCentre(foundDepartment) to rptDeptCostCentre
	if rptDeptCostCentre = spaces
		move "NONE" to rptDeptCostCentre
	end-if
	move depDepartmentName(foundDepartment) to rptDeptName
	move depLedgerAccount(foundDepartment) to rptDeptLedger
	move depRateIndex(foundDepartment) to rateIndex
	move spaces to rptDeptRates
	evaluate true
		when not depOnCostCentreTable(foundDepartment)
			move "NOT ON ARRAYCCT - NOT BILLED" to rptDeptName
			move "NOT APPLIED" to rptDeptRates
		when rateIndex = 0
			move "NONE ON ARRAYRATE - NO CHARGE" to rptDeptRates
		when depUsesDefaultRate(foundDepartment)
			string "DEFAULT FROM " rtEffectiveMonth(rateIndex)
				delimited by size into rptDeptRates
			end-string
		when other
			string "OWN FROM " rtEffectiveMonth(rateIndex)
				delimited by size into rptDeptRates
			end-string
	end-evaluate
	write chargeReportLine from chargeReportDepartment
	if chargeReportFileStatus not = "00"
		display "ERROR: ARRAYORPT WRITE FAILED, STATUS="
			chargeReportFileStatus
	end-if
	if rateIndex = 0 or not depOnCostCentreTable(foundDepartment)
		move 0 to rateIndex
	end-if
	move "RUNS" to rptItemName
	move depRunCount(foundDepartment) to rptItemQuantity
	move "PER RUN" to rptItemBasis
	move depRunAmount(foundDepartment) to rptItemAmount
	if rateIndex > 0
		move rtPerRun(rateIndex) to rptItemRate
	else
		move 0 to rptItemRate
	end-if
	perform writeReportItem
	move "ELEMENTS" to rptItemName
	move depElementCount(foundDepartment) to rptItemQuantity
	move "PER THOUSAND" to rptItemBasis
	move depElementAmount(foundDepartment) to rptItemAmount
	if rateIndex > 0
		move rtPerThousand(rateIndex) to rptItemRate
	else
		move 0 to rptItemRate
	end-if
	perform writeReportItem
	move "FAILED ATTEMPTS" to rptItemName
	move depFailedCount(foundDepartment) to rptItemQuantity
	move "PER ATTEMPT" to rptItemBasis
	move depFailedAmount(foundDepartment) to rptItemAmount
	if rateIndex > 0
		move rtPerFailed(rateIndex) to rptItemRate
	else
		move 0 to rptItemRate
	end-if
	perform writeReportItem
	move "RERUNS" to rptItemName
	move depRerunCount(foundDepartment) to rptItemQuantity
	move "PER RERUN" to rptItemBasis
	move depRerunAmount(foundDepartment) to rptItemAmount
	if rateIndex > 0
		move rtPerRerun(rateIndex) to rptItemRate
	else
		move 0 to rptItemRate
	end-if
	perform writeReportItem
	move "    DEPARTMENT SUBTOTAL" to rptTotalLabel
	move depRunCount(foundDepartment) to rptTotalRuns
	move depElementCount(foundDepartment) to rptTotalElements
	move depFailedCount(foundDepartment) to rptTotalFailed
	move depRerunCount(foundDepartment) to rptTotalReruns
	move depTotalAmount(foundDepartment) to rptTotalAmount
	write chargeReportLine from chargeReportTotal
	if chargeReportFileStatus not = "00"
		display "ERROR: ARRAYORPT WRITE FAILED, STATUS="
			chargeReportFileStatus
	end-if.

	writeReportItem.
	write chargeReportLine from chargeReportItem
	if chargeReportFileStatus not = "00"
		display "ERROR: ARRAYORPT WRITE FAILED, STATUS="
			chargeReportFileStatus
	end-if.

	writeReportTotals.
	move "GRAND TOTAL" to rptTotalLabel
	move grandRunCount to rptTotalRuns
	move grandElementCount to rptTotalElements
	move grandFailedCount to rptTotalFailed
	move grandRerunCount to rptTotalReruns
	move grandAmount to rptTotalAmount
	write chargeReportLine from chargeReportTotal
	if chargeReportFileStatus not = "00"
		display "ERROR: ARRAYORPT WRITE FAILED, STATUS="
			chargeReportFileStatus
	end-if
	move statisticsMonthCounter to rptRecStatistics
	move billedRunCounter to rptRecBilled
	move unbilledRunCounter to rptRecUnbilled
	if billedRunCounter + unbilledRunCounter = statisticsMonthCounter
		move "IN BALANCE" to rptRecResult
	else
		move "OUT OF BALANCE" to rptRecResult
		if chargeReturnCode < 8
			move 8 to chargeReturnCode
		end-if
	end-if
	write chargeReportLine from chargeReportReconcile
	if chargeReportFileStatus not = "00"
		display "ERROR: ARRAYORPT WRITE FAILED, STATUS="
			chargeReportFileStatus
	end-if
	move billingDetailCounter to rptBillDetails
	move billedRunCounter to rptBillRuns
	move billedAmountTotal to rptBillAmount
	move invalidRateCounter to rptBillInvalidRates
	write chargeReportLine from chargeReportBilling
	if chargeReportFileStatus not = "00"
		display "ERROR: ARRAYORPT WRITE FAILED, STATUS="
			chargeReportFileStatus
	end-if.

	writeBillingHeader.
	move spaces to billingRecord
	move "H" to billRecordType
	move billingMonth to billMonth
	move chargeTimestamp to billCreatedTimestamp
	move "ARRAYGEN" to billSourceSystem
	write billingRecord
	if billingFileStatus not = "00"
		display "ERROR: ARRAYBILL WRITE FAILED, STATUS=" billingFileStatus
		move 16 to return-code
	end-if.

	writeBillingDetail.
	move spaces to billingRecord
	move "D" to billRecordType
	move billingMonth to billMonth
	move depCostCentre(foundDepartment) to billCostCentre
	move depLedgerAccount(foundDepartment) to billLedgerAccount
	move depRunCount(foundDepartment) to billRunCount
	move depElementCount(foundDepartment) to billElementCount
	move depFailedCount(foundDepartment) to billFailedCount
	move depRerunCount(foundDepartment) to billRerunCount
	move depTotalAmount(foundDepartment) to billChargeAmount
	write billingRecord
	if billingFileStatus not = "00"
		display "ERROR: ARRAYBILL WRITE FAILED, STATUS=" billingFileStatus
		move 16 to return-code
	end-if
	add 1 to billingDetailCounter.

	writeBillingTrailer.
	move spaces to billingRecord
	move "T" to billRecordType
	move billingMonth to billMonth
	move billingDetailCounter to billDetailCount
	move billedRunCounter to billTotalRuns
	move billedElementCounter to billTotalElements
	move billedAmountTotal to billTotalAmount
	write billingRecord
	if billingFileStatus not = "00"
		display "ERROR: ARRAYBILL WRITE FAILED, STATUS=" billingFileStatus
		move 16 to return-code
	end-if.

	logProgramStart.
	move "ARRCHRG" to evpProgramId
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
