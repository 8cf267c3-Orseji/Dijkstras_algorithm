*>****************************************************************
*> Copybook: MTHCTL
*> Purpose:  The month-end close control record (MTHCTL) - one
*>           record, rewritten by every step of the close (see
*>           month_end_close), naming the month being closed and
*>           which parts of the close are done for it. It is
*>           what makes the close restartable from the step that
*>           failed: each step refuses to run ahead of the part
*>           before it, and refuses to run a part already done
*>           for the month rather than do it twice. A month is
*>           closed once mctReseeded is set; the next month's
*>           BALANCE will not start while the month on the
*>           record is still open.
*>           mctBilledCost is the CHGMTD total BALANCE agreed to
*>           the nightly trailers - RESEED checks CHGMTD has not
*>           moved since before it throws the month away.
*> 261015 OS   added for the month-end close
*>****************************************************************
01 monthEndControlRecord.
    02 mctCloseMonth pic 9(06).
    02 mctBalancedFlag pic x(01).
        88 mctBalanced value "Y".
    02 mctArchivedFlag pic x(01).
        88 mctArchived value "Y".
    02 mctReseededFlag pic x(01).
        88 mctReseeded value "Y".
    02 mctNightCount pic 9(03).
    02 mctBilledCost pic 9(12).
    02 mctArchivedCount pic 9(08).
    02 mctPurgedCount pic 9(08).
    02 mctLastStepDate pic 9(08).
