*>****************************************************************
*> Copybook: APRREC
*> Purpose:  One decision on a change held on the maintenance
*>           suspense file (see susrec), read from APRFILE by
*>           network_maintenance. An "A" record approves the held
*>           item with the same held date and the same action,
*>           network and edge - the first twenty bytes of the
*>           transaction image - and the change is applied that
*>           night; an "R" record refuses it and it is dropped.
*>           aprUserId is whoever decided, and must not be the
*>           user id that submitted the change - the whole point
*>           is a second pair of eyes. Matching on the held
*>           identity, the way a cancel matches a scheduled
*>           change (see pndtxn), means the approver names the
*>           change as the suspense report shows it.
*> 261015 OS   added for second-person approval of large changes
*>****************************************************************
01 approvalRecord.
    02 aprDecision pic x(01).
        88 aprDecisionApprove value "A".
        88 aprDecisionRefuse value "R".
    02 aprHeldDate pic 9(08).
    02 aprTransactionKey pic x(20).
    02 aprUserId pic x(08).
