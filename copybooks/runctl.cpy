*>****************************************************************
*> Copybook: RUNCTL
*> Purpose:  One event on the business-date run-control file
*>           (RUNCTL) - the record of which nightly posting steps
*>           have posted which business date, so a resubmitted
*>           night cannot append its route history, bill its
*>           chargeback or release its pending changes a second
*>           time. PNDREL, PATHHIST and CHGBACK each read the
*>           file before they touch anything and extend it as
*>           they go: an "S" event when the step starts posting
*>           the date, a "B" event once an earlier posting of
*>           the date has been backed out (an operator rerun,
*>           see runparm), and a "C" event when the posting is
*>           complete. The latest event for a date and step is
*>           its state - "C" posted, "S" or "B" only partly
*>           posted, none not posted at all - and the run-status
*>           report (see run_status_report) lists the missing
*>           and partial nights off the same events, and
*>           DIJKSTR and CHGBACK take the night's business date
*>           from PNDREL's latest event when RUNPARM names none.
*>           rctRecordCount/rctAmount are what the event posted
*>           or backed out - records appended, changes released,
*>           buckets and carriage cost billed.
*> 261015 OS   added for business-date run control
*>****************************************************************
01 runControlRecord.
    02 rctBusinessDate pic 9(08).
    02 rctStepName pic x(08).
        88 rctStepIsPendingRelease value "PNDREL".
        88 rctStepIsPathHistory value "PATHHIST".
        88 rctStepIsChargeback value "CHGBACK".
    02 rctEvent pic x(01).
        88 rctEventStarted value "S".
        88 rctEventBackedOut value "B".
        88 rctEventCompleted value "C".
    02 rctRerunFlag pic x(01).
        88 rctPostedUnderRerun value "Y".
    02 rctPostedDate pic 9(08).
    02 rctRecordCount pic 9(08).
    02 rctAmount pic 9(12).
    02 filler pic x(04).
