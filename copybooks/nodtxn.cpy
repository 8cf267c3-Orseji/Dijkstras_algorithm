*> 260903 OS   added ntxOvernightFlag - sets nmstOvernightFlag on
*>             ADD/CHANGE ("Y" facilities, "N" or space none);
*>             anything else is rejected.
*> 261015 OS   added ntxGridEasting/ntxGridNorthing - sets the
*>             site's grid reference (see nodemst) on ADD/CHANGE.
*>             Both are given together, in distance units to one
*>             decimal place with the point implied. On an ADD
*>             spaces leave the grid reference unrecorded; on a
*>             CHANGE spaces keep the one on file, the same
*>             blank-means-keep rule nettxn's vehicle classes
*>             follow. Appended after ntxUserId so every
*>             transaction file written before the fields existed
*>             still reads unchanged.
*>****************************************************************
01 nodeTransactionRecord.
    02 ntxAction pic x(06).
    02 ntxRegion pic x(03).
    02 ntxOvernightFlag pic x(01).
    02 ntxUserId pic x(08).
    02 ntxGridReference.
        03 ntxGridEasting pic 9(05)v9.
        03 ntxGridNorthing pic 9(05)v9.
