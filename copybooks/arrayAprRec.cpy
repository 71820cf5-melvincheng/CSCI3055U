*> Dual-control approval master record (keyed on aprRequestId): one
*> record per ARRAYCTL/ARRADHOC request-id that needs a second
*> person's sign-off before createArray may run it -- any request with
*> ctrlOverrideFlag "Y" and any request whose arraySize exceeds the
*> size threshold.  ARRAPRVM maintains it: the requester raises the
*> record ("P" pending) and a different user records the decision,
*> "A" approved (with an expiry date) or "D" denied.  aprOverrideFlag
*> "Y" means the approval covers a rerun override; aprApprovedSize is
*> the largest arraySize it covers (zero when only the override was
*> approved).  The drivers check it through arrayApprovalCheck (see
*> arrayAprParm.cpy); an approval is live only while it is "A" and
*> today is on or before aprExpiryDate.
*> The record keyed "*CONTROL" is not a request: its aprControlData
*> view carries the size threshold above which a request needs
*> approval (10000 when the record is absent).  A threshold change
*> is under dual control too: an ARRAPRVM "T" card only proposes it,
*> recording the new value in aprPendingThreshold and the proposer in
*> aprThresholdSetBy, and aprSizeThreshold stays in force until a
*> "C" card from a different user-id confirms it.  A zero or
*> non-numeric aprPendingThreshold means no change is pending.
    01 approvalMasterRecord.
        05 aprRequestId              pic x(8).
            88 aprControlRecordKey   value "*CONTROL".
        05 aprApprovalData.
            10 aprStatusFlag         pic x.
            10 aprOverrideFlag       pic x.
            10 aprApprovedSize       pic 9(5).
            10 aprRequestedBy        pic x(8).
            10 aprRequestedTimestamp pic x(26).
            10 aprDecidedBy          pic x(8).
            10 aprDecisionTimestamp  pic x(26).
            10 aprExpiryDate         pic x(8).
            10 aprReasonText         pic x(30).
        05 aprControlData redefines aprApprovalData.
            10 aprSizeThreshold      pic 9(5).
            10 aprThresholdSetBy     pic x(8).
            10 aprThresholdTimestamp pic x(26).
            10 aprPendingThreshold   pic 9(5).
            10 aprConfirmedBy        pic x(8).
            10 aprConfirmedTimestamp pic x(26).
            10 filler                pic x(35).
