*>****************************************************************
*> Copybook: CNDREC
*> Purpose:  One candidate new link for the planning evaluation
*>           (see candidate_link_report), read from CNDFILE - a
*>           lane planning is thinking of opening between two
*>           sites, with the measures it would carry. Nothing on
*>           this file is ever applied to NETFILE: the link
*>           exists only inside the evaluation, one candidate at
*>           a time, against tonight's network. cndCandidateId is
*>           planning's own reference for the idea. The measures
*>           follow netrec: distance, transit time and carriage
*>           cost, each greater than zero; cndDirectionFlag "O"
*>           is a one-way lane from cndFromNode to cndToNode,
*>           space or "B" two-way; cndCapacity is the units the
*>           lane could carry, zero for uncapped, tested the way
*>           link_loading_report tests a live link. Both sites
*>           must be on the node master; one of them may be a
*>           site not yet on any network, but not both.
*> 261015 OS   added for the candidate link evaluation
*>****************************************************************
01 candidateLinkRecord.
    02 cndCandidateId pic x(08).
    02 cndNetworkId pic x(04).
    02 cndFromNode pic x(05).
    02 cndToNode pic x(05).
    02 cndDistance pic 9(06).
    02 cndTime pic 9(06).
    02 cndCost pic 9(06).
    02 cndDirectionFlag pic x(01).
    02 cndCapacity pic 9(06).
    02 cndDescription pic x(30).
