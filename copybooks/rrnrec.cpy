*>****************************************************************
*> Copybook: RRNREC
*> Purpose:  One re-route notice, written to RRNFILE by the
*>           disruption re-route run (see parmrec
*>           parmDisruptionFlag) for every answered request on
*>           the current RSPFILE whose path crosses a link or
*>           site declared down on OVRFILE - the request id and
*>           the answer the order system is holding (the "old"
*>           fields, exactly as RSPFILE gave them), then the
*>           answer against the network without the failed links
*>           and sites (the "new" fields). rrnRecordType "R" is
*>           a re-route; "N" means no route is available with the
*>           outages in force - the new fields are zeros/spaces
*>           and rrnNoRouteReason says why, in the words
*>           rspNotFoundReason uses. Requests the outages do not
*>           touch get no notice: their RSPFILE answer stands.
*>           Paths use the five-byte-slot layout pathext and
*>           rsprec use. The file ends with a "T" trailer
*>           carrying the notice count and run date for the order
*>           system to balance against, as EXTFILE does.
*> 261015 OS   added for the disruption re-route notices
*>****************************************************************
01 rerouteNoticeRecord.
    02 rrnRecordType pic x(01).
        88 rrnNoticeRerouted value "R".
        88 rrnNoticeNoRoute value "N".
        88 rrnNoticeTrailer value "T".
    02 rrnDataBody.
        03 rrnRequestId pic x(08).
        03 rrnOriginNode pic x(05).
        03 rrnDestNode pic x(05).
        03 rrnMetricCode pic x(01).
        03 rrnNetworkId pic x(04).
        03 rrnOldTotalDistance pic 9(06).
        03 rrnOldTotalTime pic 9(06).
        03 rrnOldTotalCost pic 9(06).
        03 rrnOldPathNodeCount pic 9(02).
        03 rrnOldPathNodes pic x(250).
        03 rrnNewTotalDistance pic 9(06).
        03 rrnNewTotalTime pic 9(06).
        03 rrnNewTotalCost pic 9(06).
        03 rrnNewPathNodeCount pic 9(02).
        03 rrnNewPathNodes pic x(250).
        03 rrnNewOvernightStop pic x(05).
        03 rrnNewFeasibleFlag pic x(01).
        03 rrnNoRouteReason pic x(60).
    02 rrnControlBody redefines rrnDataBody.
        03 rrnCtlRecordCount pic 9(06).
        03 rrnCtlRunDate pic 9(08).
        03 filler pic x(615).
