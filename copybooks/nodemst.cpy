*>             inside the single-shift transit limit as each long
*>             route's planned overnight stop - see the driver-
*>             hours annotation on RPTFILE/EXTFILE/RSPFILE.
*> 261015 OS   added nmstGridEasting/nmstGridNorthing - the
*>             site's grid reference, in the same units as
*>             netEdgeDistance to one decimal place, so a link's
*>             keyed distance can be checked against the
*>             straight line between its two sites (see the
*>             plausibility check in network_maintenance and the
*>             nightly run). Spaces, including every record
*>             written before the fields existed, mean the grid
*>             reference is not yet recorded and the site's links
*>             are not checked against it. Appended at the end so
*>             every existing record reads unchanged.
*>****************************************************************
01 nodeMasterRecord.
    02 nmstSiteCode pic x(05).
    02 nmstSiteName pic x(30).
    02 nmstRegion pic x(03).
    02 nmstOvernightFlag pic x(01).
    02 nmstGridReference.
        03 nmstGridEasting pic 9(05)v9.
        03 nmstGridNorthing pic 9(05)v9.
