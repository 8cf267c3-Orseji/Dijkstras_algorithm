*>****************************************************************
*> Copybook: SECEXC
*> Purpose:  One line of the security exceptions extract (SECEXT)
*>           - a maintenance transaction refused because its user
*>           id is not on the authorised-user file (see authusr)
*>           or lacks the right it needs. network_maintenance,
*>           node_maintenance and pending_release each extend the
*>           one night's file with a "D" record per refusal and
*>           close their share with a "T" trailer naming the step
*>           and its count, so security_exception_report can
*>           balance every writer before it prints the listing
*>           the control desk hands to audit. secRightNeeded is
*>           the right that was asked for: "E" edge maintenance,
*>           "S" site maintenance, "H" scheduling, "C" cancelling.
*>           secTransactionKey is the action, network and edge of
*>           a network change (the first twenty nettxn bytes), or
*>           the action and site code of a node change.
*> 261015 OS   added for the authorised-user file
*>****************************************************************
01 securityExceptionRecord.
    02 secRecordType pic x(01).
        88 secRecordIsDetail value "D".
        88 secRecordIsTrailer value "T".
    02 secDataBody.
        03 secRunDate pic 9(08).
        03 secSourceStep pic x(08).
        03 secUserId pic x(08).
        03 secRightNeeded pic x(01).
            88 secNeededEdgeRight value "E".
            88 secNeededSiteRight value "S".
            88 secNeededScheduleRight value "H".
            88 secNeededCancelRight value "C".
        03 secNetworkId pic x(04).
        03 secTransactionKey pic x(20).
        03 secReason pic x(40).
    02 secControlBody redefines secDataBody.
        03 secCtlSourceStep pic x(08).
        03 secCtlRecordCount pic 9(06).
        03 secCtlRunDate pic 9(08).
        03 filler pic x(67).
