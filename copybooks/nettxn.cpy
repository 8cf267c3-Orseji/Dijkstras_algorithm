*>             so every transaction file written before the
*>             field existed still reads unchanged - spaces (or
*>             zero) mean uncapped.
*> 261015 OS   added txnVehicleClasses - sets netVehicleClasses
*>             (see netrec) on ADD/CHANGE, both directions
*>             together. On an ADD spaces mean the link takes
*>             every class. On a CHANGE spaces leave the link's
*>             classes as they are - a planner re-timing a link
*>             must not quietly lift a low-bridge restriction -
*>             and "*" lifts the restriction, every class again.
*>             Appended at the end, same reasoning as above.
*>****************************************************************
01 edgeTransactionRecord.
    02 txnAction pic x(06).
    02 txnDirectionFlag pic x(01).
    02 txnUserId pic x(08).
    02 txnEdgeCapacity pic 9(06).
    02 txnVehicleClasses pic x(04).
