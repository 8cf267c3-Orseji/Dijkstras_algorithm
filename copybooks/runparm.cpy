*>****************************************************************
*> Copybook: RUNPARM
*> Purpose:  The operator's run card for the nightly posting
*>           steps (PNDREL, PATHHIST, CHGBACK - see runctl),
*>           read from RUNPARM. The business date is the night
*>           being posted; zeros, or no card at all, mean
*>           PNDREL's run date - PNDREL, first of the night,
*>           takes the clock, and DIJKSTR and CHGBACK the date
*>           of PNDREL's latest event on runctl (PATHHIST the
*>           date DIJKSTR stamped on the extract it is
*>           appending), so one night is one business date
*>           however late it runs. The rerun override "Y" is the
*>           operator's say-so to post a date the run-control
*>           file already shows posted, or partly posted: the
*>           step backs the earlier posting out and posts the
*>           date afresh in its place. Anything else leaves an
*>           already-posted date refused, which is the point.
*> 261015 OS   added for business-date run control
*>****************************************************************
01 runParmRecord.
    02 rprBusinessDate pic 9(08).
    02 rprRerunOverride pic x(01).
        88 rprRerunAuthorised value "Y".
