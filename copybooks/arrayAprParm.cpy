*> Caller-side parameter block for the shared arrayApprovalCheck
*> routine.  Fill apvRequestId, apvArraySize and apvOverrideFlag from
*> the request and CALL 'arrayApprovalCheck' USING approvalParameters
*> before calling createArray.  The routine sets apvResultFlag to
*> "N" when the request needs no approval, "Y" when a live approval
*> on ARRAYAPR covers it, or "R" when it must be refused; apvResultText
*> then says why, ready for the batch report or SYSOUT.
    01 approvalParameters.
        05 apvRequestId    pic x(8).
        05 apvArraySize    pic s9(5).
        05 apvOverrideFlag pic x.
        05 apvResultFlag   pic x.
            88 apvNotRequired value "N".
            88 apvGranted     value "Y".
            88 apvRefused     value "R".
        05 apvResultText   pic x(40).
