*>             re-weighted link gets its distance, time and cost
*>             replaced together, so the override behaves the
*>             same whichever metric the run minimises.
*> 261015 OS   added ovrAction "X" - the site in ovrFromNode is
*>             closed (a yard shut for the day): every link
*>             touching it is suppressed, both directions, as if
*>             each had its own "S". ovrToNode and the measures
*>             are ignored. This is how the declared outages reach
*>             the disruption re-route run (see parmrec
*>             parmDisruptionFlag) - a failed link is an "S", a
*>             failed site an "X".
*>****************************************************************
01 edgeOverrideRecord.
    02 ovrAction pic x(01).
        88 ovrActionSuppress value "S".
        88 ovrActionReweight value "W".
        88 ovrActionCloseSite value "X".
    02 ovrFromNode pic x(05).
    02 ovrToNode pic x(05).
    02 ovrNewDistance pic s9(06) sign is leading separate.
