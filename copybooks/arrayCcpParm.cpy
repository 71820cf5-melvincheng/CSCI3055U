*> Caller-side parameter block for the shared arrayCostCentreCheck
*> routine.  Move the request's cost-centre code to ccpCostCentre and
*> CALL 'arrayCostCentreCheck' USING costCentreParameters before the
*> request is run.  The routine sets ccpResultFlag to "Y" when the
*> code is an active cost centre on ARRAYCCT (ccpDepartmentName and
*> ccpLedgerAccount then come from the table) or "R" when the request
*> must be refused; ccpResultText says why, ready for the batch report
*> or SYSOUT.
    01 costCentreParameters.
        05 ccpCostCentre     pic x(6).
        05 ccpResultFlag     pic x.
            88 ccpAccepted value "Y".
            88 ccpRefused  value "R".
        05 ccpResultText     pic x(40).
        05 ccpDepartmentName pic x(30).
        05 ccpLedgerAccount  pic x(10).
