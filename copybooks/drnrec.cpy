*>****************************************************************
*> Copybook: DRNREC
*> Purpose:  One multi-drop delivery run, read from DRNFILE by the
*>           run sequencing program (see delivery_run_sequence) -
*>           a vehicle leaving drnDepotNode to drop at every site
*>           in drnDropSite (up to twelve, space-filled after the
*>           last) in whatever order is cheapest in
*>           drnMetricCode ("D" distance, "T" transit time, "C"
*>           carriage cost, space taken as "D"), each leg priced
*>           off the stored answer on PATHKSDS (see pathksd).
*>           drnReturnFlag "Y" brings the vehicle back to the
*>           depot after the last drop, "N" or space ends the run
*>           there. drnShiftLimit is the single-shift transit-time
*>           limit the whole run is checked against, in the units
*>           netEdgeTime carries; zeros take PARMFILE's
*>           parmShiftLimit, or 480. drnRunId is dispatch's own
*>           reference for the run.
*> 261015 OS   added for the delivery run sequencing
*>****************************************************************
01 deliveryRunRecord.
    02 drnRunId pic x(08).
    02 drnDepotNode pic x(05).
    02 drnMetricCode pic x(01).
    02 drnReturnFlag pic x(01).
    02 drnShiftLimit pic 9(04).
    02 drnDropSite pic x(05) occurs 12.
