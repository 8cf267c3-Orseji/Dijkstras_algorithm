*>****************************************************************
*> Copybook: SLABRCH
*> Purpose:  One line of the SLA breach extract (SLAEXT) that
*>           account management picks up each morning - one "D"
*>           record per run path or answered routing request
*>           whose transit time exceeds the committed maximum
*>           for its region pair (see slastd). sbrSource says
*>           which: "P" a "P" path on EXTFILE (sbrRequestId
*>           spaces), "R" an answered request on RSPFILE.
*>           sbrOverrunTime is sbrActualTime less
*>           sbrCommittedTime. The file closes with a "T"
*>           trailer carrying the breach count and the run date,
*>           for the account systems to balance against before
*>           trusting the file complete.
*> 261015 OS   added for the nightly SLA breach report
*>****************************************************************
01 slaBreachRecord.
    02 sbrRecordType pic x(01).
        88 sbrRecordIsDetail value "D".
        88 sbrRecordIsTrailer value "T".
    02 sbrDataBody.
        03 sbrRunDate pic 9(08).
        03 sbrSource pic x(01).
            88 sbrSourceIsPath value "P".
            88 sbrSourceIsRequest value "R".
        03 sbrRequestId pic x(08).
        03 sbrNetworkId pic x(04).
        03 sbrOriginNode pic x(05).
        03 sbrDestNode pic x(05).
        03 sbrOriginRegion pic x(03).
        03 sbrDestRegion pic x(03).
        03 sbrCommittedTime pic 9(06).
        03 sbrActualTime pic 9(06).
        03 sbrOverrunTime pic 9(06).
        03 sbrAccountTeam pic x(20).
    02 sbrControlBody redefines sbrDataBody.
        03 sbrCtlRecordCount pic 9(06).
        03 sbrCtlRunDate pic 9(08).
        03 filler pic x(61).
