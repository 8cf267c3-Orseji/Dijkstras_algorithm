*>****************************************************************
*> Copybook: SUSREC
*> Purpose:  One network change held on the maintenance suspense
*>           file (SUSFILE) for second-person approval - a TXNFILE
*>           transaction network_maintenance judged too large to
*>           apply on one planner's say-so: a DELETE of a link
*>           whose loss would sever sites from its network (the
*>           link criticality report's single point of failure),
*>           or a CHANGE moving distance, time or cost by more
*>           than the MNTPARM percentage (see mntparm).
*>           susTransactionImage is byte-for-byte the nettxn
*>           record as submitted, user id and all, so the change
*>           applied on approval is exactly the change that was
*>           asked for. susHeldDate is the night it was held -
*>           with the first twenty image bytes it is what an
*>           approval names (see aprrec) - and susHoldReason why:
*>           "S" single point of failure, "D"/"T"/"C" a distance/
*>           time/cost move over the threshold. An item nobody
*>           approves expires after the MNTPARM number of days.
*> 261015 OS   added for second-person approval of large changes
*>****************************************************************
01 suspenseRecord.
    02 susRecordType pic x(01).
        88 susRecordIsHeld value "H".
    02 susHeldDate pic 9(08).
    02 susHoldReason pic x(01).
        88 susHeldSinglePoint value "S".
        88 susHeldDistanceMove value "D".
        88 susHeldTimeMove value "T".
        88 susHeldCostMove value "C".
    02 susTransactionImage pic x(60).
