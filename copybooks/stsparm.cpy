*>****************************************************************
*> Copybook: STSPARM
*> Purpose:  Run-time selection for the run-status report (see
*>           run_status_report), read from STSPARM - the
*>           business dates to report from and to. Zeros in the
*>           to-date mean the night before the run date (the
*>           report runs the morning after); zeros in the
*>           from-date mean thirty nights before the to-date.
*>           The report covers a year at most.
*> 261015 OS   added for the business-date run-status report
*>****************************************************************
01 runStatusParmRecord.
    02 rsmFromDate pic 9(08).
    02 rsmToDate pic 9(08).
