*>             meaning), so the order system stops committing to
*>             routes a crew cannot legally run in one shift.
*>             Appended at the end, same reasoning as above.
*> 261015 OS   added rspNetworkDate - the date of the network the
*>             answer was computed against: the request's ship
*>             date when it carried a future one (see reqrec),
*>             the run date otherwise. rspChangeWarnFlag "Y"
*>             means a change queued on PNDFILE after that date
*>             would alter the answer (a different route, totals
*>             or found flag) - rspChangeWarnDate is the first
*>             effective date that does - so the order desk knows
*>             to re-ask if the load slips. Space/zeros when no
*>             later change affects it. Appended at the end, same
*>             reasoning as above.
*> 261015 OS   added rspVehicleClass - the vehicle class the
*>             answer was computed for, echoed from the request
*>             (space: no class restriction) - and
*>             rspNotFoundReason, which says in words why a "N"
*>             answer found no route, so the order desk can act
*>             on it: most usefully, that a route exists but no
*>             link on it takes the requested class. Spaces on a
*>             found answer. Appended at the end, same reasoning.
*>****************************************************************
01 routingResponseRecord.
    02 rspRequestId pic x(08).
    02 rspTotalCost pic 9(06).
    02 rspOvernightStop pic x(05).
    02 rspFeasibleFlag pic x(01).
    02 rspNetworkDate pic 9(08).
    02 rspChangeWarnFlag pic x(01).
    02 rspChangeWarnDate pic 9(08).
    02 rspVehicleClass pic x(01).
    02 rspNotFoundReason pic x(60).
