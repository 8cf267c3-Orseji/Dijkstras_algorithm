*>****************************************************************
*> Copybook: MTHCARD
*> Purpose:  The control card each step of the month-end close
*>           (see month_end_close, jcl/mthend.jcl) reads from
*>           MTHCARD, saying which part of the close the step
*>           is: BALANCE balances CHGMTD to the month's nightly
*>           chargeback trailers and prints the billing summary,
*>           ARCHIVE rolls HISTFILE into the route history
*>           archive, RESEED starts CHGMTD afresh for the new
*>           month. The close month (yyyymm) is only needed on
*>           BALANCE - zeros there mean the month before the run
*>           date, and zeros on the later steps mean the month
*>           BALANCE opened on the control file (see mthctl).
*>           The retention is how many months of route history,
*>           the closing one included, the archive keeps; zeros
*>           take the built-in default.
*> 261015 OS   added for the month-end close
*>****************************************************************
01 monthEndCardRecord.
    02 mecPhase pic x(08).
        88 mecPhaseBalance value "BALANCE".
        88 mecPhaseArchive value "ARCHIVE".
        88 mecPhaseReseed value "RESEED".
    02 mecCloseMonth pic 9(06).
    02 mecRetentionMonths pic 9(03).
