*>****************************************************************
*> Copybook: MNTPARM
*> Purpose:  Run-time limits for network maintenance (see
*>           network_maintenance), read from MNTPARM. The change
*>           threshold is the whole percentage by which a CHANGE
*>           may move a link's distance, transit time or carriage
*>           cost before it is held for second-person approval
*>           instead of applied; the expiry is how many days a
*>           held change waits for that approval before it is
*>           dropped. Zeros, or no MNTPARM at all, take the
*>           built-in defaults.
*> 261015 OS   added for second-person approval of large changes
*>****************************************************************
01 maintParmRecord.
    02 mpChangeThresholdPct pic 9(03).
    02 mpSuspenseExpiryDays pic 9(03).
