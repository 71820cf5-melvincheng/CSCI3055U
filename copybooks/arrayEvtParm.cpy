*> USING eventParameters; the routine stamps the timestamp itself and
*> never fails the caller.  evpEventType is START, END or ERROR;
*> evpSeverity "I", "W" or "E"; evpFileStatus and evpCondCode may be
*> spaces/zero when they do not apply.  On an END event the routine
*> hands evpCondCode back as its own return code, so the caller's
*> RETURN-CODE still holds the program's condition code when the
*> logProgramEnd call is the last thing it does before GOBACK.
    01 eventParameters.
        05 evpProgramId  pic x(18).
        05 evpRunId      pic x(8).
