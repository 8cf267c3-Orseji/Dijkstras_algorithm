*>             fields existed still reads as the plain shortest-
*>             path question it always was. The rsprec answer
*>             flags which constraints were in force.
*> 261015 OS   added reqShipDate - the date the load ships, for
*>             an order booked days ahead. The answer is computed
*>             against tonight's network with every queued
*>             PNDFILE change effective on or before that date
*>             applied (see pndtxn), so a load shipping after a
*>             planned closure is not quoted a route that will be
*>             gone on the day. Spaces, zeros or a date not after
*>             the run date mean "ships now" - tonight's network,
*>             as ever. Appended at the end so every request file
*>             written before the field existed reads unchanged.
*> 261015 OS   added reqVehicleClass - the class of vehicle the
*>             load goes on (see netrec netVehicleClasses: V van,
*>             R rigid, A articulated). The answer only uses
*>             links that take that class. Space means no class
*>             restriction, as every request was answered before
*>             the field existed. Appended at the end.
*>****************************************************************
01 routingRequestRecord.
    02 reqRequestId pic x(08).
    02 reqAvoidList.
        03 reqAvoidOcr occurs 3.
            04 reqAvoidNodeVal pic x(05).
    02 reqShipDate pic 9(08).
    02 reqVehicleClass pic x(01).
