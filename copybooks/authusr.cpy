*>****************************************************************
*> Copybook: AUTHUSR
*> Purpose:  One user id on the authorised-user file (AUTHFILE) -
*>           who may change the network, the node master and the
*>           scheduled-change queue, and what they may do. Each
*>           right byte is "Y" for granted, anything else refused:
*>           ausEdgeRight to ADD/CHANGE/DELETE links and network
*>           sites on TXNFILE (and to approve or refuse a held
*>           change, see aprrec), ausSiteRight to maintain the
*>           node master from NODTXN, ausScheduleRight to queue a
*>           change on SCHFILE, ausCancelRight to cancel one.
*>           ausNetworkId lists the networks (see netrec) the
*>           edge, scheduling and cancelling rights apply to -
*>           "****" in any slot means every network, spaces are
*>           unused slots. Site maintenance is not per network;
*>           the node master is shared by all of them. A user id
*>           not on the file may change nothing - network_
*>           maintenance, node_maintenance and pending_release
*>           reject the transaction and log it on SECEXT (see
*>           secexc) for the security exceptions listing.
*> 261015 OS   added for the authorised-user file
*>****************************************************************
01 authorisedUserRecord.
    02 ausUserId pic x(08).
    02 ausEdgeRight pic x(01).
        88 ausMayMaintainEdges value "Y".
    02 ausSiteRight pic x(01).
        88 ausMayMaintainSites value "Y".
    02 ausScheduleRight pic x(01).
        88 ausMaySchedule value "Y".
    02 ausCancelRight pic x(01).
        88 ausMayCancel value "Y".
    02 ausNetworkList.
        03 ausNetworkId pic x(04) occurs 8.
