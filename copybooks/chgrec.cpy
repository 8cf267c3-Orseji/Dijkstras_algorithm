*>           trailer still balances, and the step ends RC=4 for
*>           finance to look at the night.
*> 260903 OS   added for the carriage-cost chargeback extract
*> 261015 OS   added chgCtlRunDate - the trailer now says which
*>             night (CHGEXT) or latest night (CHGMTD) it closes,
*>             out of the old filler, so the month-end close can
*>             pick a month's nightly trailers off the chargeback
*>             log (CHGLOG, every night's CHGEXT appended) and
*>             balance CHGMTD to them. Record length unchanged.
*>****************************************************************
01 chargebackRecord.
    02 chgRecordType pic x(01).
    02 chgControlBody redefines chgDataBody.
        03 chgCtlRecordCount pic 9(06).
        03 chgCtlTotalCost pic 9(12).
        03 chgCtlRunDate pic 9(08).
        03 filler pic x(04).
