*>            anything else rejected), and the images print it,
*>            so the driver-hours annotation in the nightly run
*>            has a maintained flag to plan stops from.
*> 261015 OS  Authorised users - every transaction's user id must
*>            be on AUTHFILE (see authusr) with the site
*>            maintenance right. A refusal is rejected on NODRPT
*>            with the reason and logged on SECEXT (see secexc)
*>            for the security exceptions listing.
*> 261015 OS  Grid reference (nmstGridReference, see nodemst) -
*>            ADD/CHANGE now set it from the transaction (both
*>            figures numeric, or both spaces - unrecorded on an
*>            ADD, unchanged on a CHANGE), and the images print
*>            it, so link distances can be checked against the
*>            straight line between their sites.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. node_maintenance.
    select nodeReportFile assign to "NODRPT"
        organization is line sequential
        file status is nodeReportFileStatus.
    select authorisedUserFile assign to "AUTHFILE"
        organization is line sequential
        file status is authorisedUserFileStatus.
    select securityExtractFile assign to "SECEXT"
        organization is line sequential
        file status is securityExtractFileStatus.

DATA DIVISION.
FILE SECTION.
    copy "nodemst.cpy".

FD  nodeOutFile.
01 nodeOutRecord pic x(51).

FD  nodeTransactionFile.
    copy "nodtxn.cpy".
FD  nodeReportFile.
01 nodeReportRecord pic x(132).

FD  authorisedUserFile.
    copy "authusr.cpy".

FD  securityExtractFile.
    copy "secexc.cpy".

WORKING-STORAGE SECTION.

*> the whole master held live in the table below - 50 sites,
        03 siteNameVal pic x(30).
        03 siteRegionVal pic x(3).
        03 siteOvernightVal pic x(1).
        03 siteGridVal.
            04 siteEastingVal pic 9(5)v9.
            04 siteNorthingVal pic 9(5)v9.
        03 siteDeletedSwitch pic 9(1).
            88 siteDeleted value 1, false 0.
01 siteCount pic 9(6) value 0.
01 maintLoadFailedSwitch pic 9(1).
    88 maintLoadFailed value 1, false 0.

*> the authorised-user file held whole - who may change what,
*> and on which networks (see authusr).
01 authorisedUserFileStatus pic x(2).
01 securityExtractFileStatus pic x(2).
01 authUserTable.
    02 authUserOcr occurs 100.
        03 authUserIdVal pic x(8).
        03 authEdgeVal pic x(1).
        03 authSiteVal pic x(1).
        03 authScheduleVal pic x(1).
        03 authCancelVal pic x(1).
        03 authNetworkVal pic x(4) occurs 8.
01 authUserCount pic 9(6) value 0.
01 authUserIdx pic 9(6).
01 authUserFoundPos pic 9(6).
01 authNetworkIdx pic 9(6).
01 authCheckUserId pic x(8).
01 authCheckNetworkId pic x(4).
01 authCheckRight pic x(1).
01 authRightGranted pic x(1).
01 authNetworkAllowedSwitch pic 9(1).
    88 authNetworkAllowed value 1, false 0.
01 securityTransactionKey pic x(20).
01 securityExceptionCount pic 9(6) value 0.

01 masterImageTitle pic x(30).
01 reportLine pic x(132).
01 runDateYYYYMMDD pic 9(8).
01 runDateDisplay pic x(10).
01 maintCountDisplay pic zzzzz9.
01 gridEastingDisplay pic zzzz9.9.
01 gridNorthingDisplay pic zzzz9.9.

PROCEDURE DIVISION.

    if not maintLoadFailed
        perform loadWiredNodes
    end-if
    if not maintLoadFailed
        perform loadAuthorisedUsers
    end-if
    if maintLoadFailed
        move 16 to return-code
        perform terminateProgram
    end-if
    perform openSecurityExtract
    move "NODE MASTER BEFORE CHANGES" to masterImageTitle
    perform printMasterImage
    perform applyNodeTransactionFile
    perform closeSecurityExtract
    move "NODE MASTER AFTER CHANGES" to masterImageTitle
    perform printMasterImage
    perform writeNewMasterFile
                    move nmstRegion to siteRegionVal(siteCount)
                    move nmstOvernightFlag
                        to siteOvernightVal(siteCount)
                    move nmstGridReference to siteGridVal(siteCount)
                    set siteDeleted(siteCount) to false
            end-read
        end-perform
    end-perform
exit section.

*>----------------------------------------------------------
*> AUTHFILE into the table. The file is required - with no
*> list of who may change what, nobody may change anything,
*> and the step stops rather than apply tonight's work
*> unchecked.
loadAuthorisedUsers section.
*>----------------------------------------------------------
    move 0 to authUserCount
    open input authorisedUserFile
    if authorisedUserFileStatus not = "00"
        display "NODE MAINTENANCE ERROR: AUTHFILE COULD NOT BE OPENED - FILE STATUS "
            authorisedUserFileStatus
        set maintLoadFailed to true
        exit section
    end-if
    perform until authorisedUserFileStatus = "10"
        read authorisedUserFile
            at end
                move "10" to authorisedUserFileStatus
            not at end
                if authUserCount >= 100
                    display "NODE MAINTENANCE ERROR: AUTHFILE HOLDS MORE THAN 100 USER IDS"
                    set maintLoadFailed to true
                    move "10" to authorisedUserFileStatus
                else
                    add 1 to authUserCount
                    move ausUserId to authUserIdVal(authUserCount)
                    move ausEdgeRight to authEdgeVal(authUserCount)
                    move ausSiteRight to authSiteVal(authUserCount)
                    move ausScheduleRight
                        to authScheduleVal(authUserCount)
                    move ausCancelRight to authCancelVal(authUserCount)
                    perform varying authNetworkIdx from 1 by 1
                            until authNetworkIdx > 8
                        move ausNetworkId(authNetworkIdx)
                            to authNetworkVal(authUserCount, authNetworkIdx)
                    end-perform
                end-if
        end-read
    end-perform
    close authorisedUserFile
exit section.

*>----------------------------------------------------------
*> Whether authCheckUserId holds right authCheckRight ("E"
*> edge, "S" site, "H" scheduling, "C" cancelling) on network
*> authCheckNetworkId - rejectReason stays spaces if it does,
*> and carries the reason if not. Site maintenance is checked
*> without a network, the node master being shared.
checkUserAuthority section.
*>----------------------------------------------------------
    move 0 to authUserFoundPos
    perform varying authUserIdx from 1 by 1
            until authUserIdx > authUserCount
        if authUserIdVal(authUserIdx) = authCheckUserId
        and authCheckUserId not = spaces
            move authUserIdx to authUserFoundPos
            exit perform
        end-if
    end-perform
    if authUserFoundPos = 0
        move "USER ID NOT ON AUTHORISED-USER FILE" to rejectReason
        exit section
    end-if

    evaluate authCheckRight
        when "E"
            move authEdgeVal(authUserFoundPos) to authRightGranted
            move "USER HAS NO EDGE MAINTENANCE RIGHT" to rejectReason
        when "S"
            move authSiteVal(authUserFoundPos) to authRightGranted
            move "USER HAS NO SITE MAINTENANCE RIGHT" to rejectReason
        when "H"
            move authScheduleVal(authUserFoundPos) to authRightGranted
            move "USER HAS NO SCHEDULING RIGHT" to rejectReason
        when other
            move authCancelVal(authUserFoundPos) to authRightGranted
            move "USER HAS NO CANCELLING RIGHT" to rejectReason
    end-evaluate
    if authRightGranted not = "Y"
        exit section
    end-if
    move spaces to rejectReason
    if authCheckRight = "S"
        exit section
    end-if

    set authNetworkAllowed to false
    perform varying authNetworkIdx from 1 by 1
            until authNetworkIdx > 8
        if authNetworkVal(authUserFoundPos, authNetworkIdx) = "****"
        or (authNetworkVal(authUserFoundPos, authNetworkIdx)
                = authCheckNetworkId
            and authCheckNetworkId not = spaces)
            set authNetworkAllowed to true
            exit perform
        end-if
    end-perform
    if not authNetworkAllowed
        string "USER NOT AUTHORISED FOR NETWORK "
               authCheckNetworkId delimited by size into rejectReason
    end-if
exit section.

*>----------------------------------------------------------
*> SECEXT is the one night's file all three maintenance steps
*> extend in turn; the first of them to run finds it absent
*> (file status 35) and opens it fresh instead.
openSecurityExtract section.
*>----------------------------------------------------------
    open extend securityExtractFile
    if securityExtractFileStatus = "35"
        open output securityExtractFile
    end-if
    if securityExtractFileStatus not = "00"
        display "NODE MAINTENANCE ERROR: SECEXT COULD NOT BE OPENED - FILE STATUS "
            securityExtractFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
exit section.

*>----------------------------------------------------------
*> One refusal onto SECEXT - the user, right and network from
*> the authority check just made, the reason it failed, and
*> securityTransactionKey to say what was asked for.
writeSecurityException section.
*>----------------------------------------------------------
    move spaces to securityExceptionRecord
    move "D" to secRecordType
    move runDateYYYYMMDD to secRunDate
    move "NODMAINT" to secSourceStep
    move authCheckUserId to secUserId
    move authCheckRight to secRightNeeded
    move authCheckNetworkId to secNetworkId
    move securityTransactionKey to secTransactionKey
    move rejectReason to secReason
    write securityExceptionRecord
    add 1 to securityExceptionCount
exit section.

*>----------------------------------------------------------
*> This step's share of SECEXT closes with its own trailer, so
*> the listing can tell a step that refused nothing from one
*> that never ran.
closeSecurityExtract section.
*>----------------------------------------------------------
    move spaces to securityExceptionRecord
    move "T" to secRecordType
    move "NODMAINT" to secCtlSourceStep
    move securityExceptionCount to secCtlRecordCount
    move runDateYYYYMMDD to secCtlRunDate
    write securityExceptionRecord
    close securityExtractFile
exit section.

*>----------------------------------------------------------
printMasterImage section.
*>----------------------------------------------------------
    move masterImageTitle to reportLine
    write nodeReportRecord from reportLine
    move "SITE   NAME                            RGN  OVN   EASTING  NORTHING"
        to reportLine
    write nodeReportRecord from reportLine
    move "-----  ------------------------------  ---  ---  --------  --------"
        to reportLine
    write nodeReportRecord from reportLine
    perform varying siteIdx from 1 by 1 until siteIdx > siteCount
        if not siteDeleted(siteIdx)
            move spaces to reportLine
            if siteGridVal(siteIdx) = spaces
                string siteCodeVal(siteIdx) "  " siteNameVal(siteIdx)
                       "  " siteRegionVal(siteIdx) "   "
                       siteOvernightVal(siteIdx)
                       "    (NO GRID REFERENCE)"
                    delimited by size into reportLine
            else
                move siteEastingVal(siteIdx) to gridEastingDisplay
                move siteNorthingVal(siteIdx) to gridNorthingDisplay
                string siteCodeVal(siteIdx) "  " siteNameVal(siteIdx)
                       "  " siteRegionVal(siteIdx) "   "
                       siteOvernightVal(siteIdx) "   "
                       gridEastingDisplay "   " gridNorthingDisplay
                    delimited by size into reportLine
            end-if
            write nodeReportRecord from reportLine
        end-if
    end-perform
        move "SITE CODE MISSING" to rejectReason
    end-if

    if rejectReason = spaces
        move ntxUserId to authCheckUserId
        move spaces to authCheckNetworkId
        move "S" to authCheckRight
        perform checkUserAuthority
        if rejectReason not = spaces
            move spaces to securityTransactionKey
            string ntxAction ntxSiteCode delimited by size
                into securityTransactionKey
            perform writeSecurityException
        end-if
    end-if

    *> the overnight flag is tri-state on the file but only ever
    *> written as "Y" or "N" - reject anything else before it can
    *> reach the master the nightly run plans stops from.
        move "INVALID OVERNIGHT FLAG" to rejectReason
    end-if

    *> a grid reference is both figures or neither - half of one
    *> would check links against a point that is not the site.
    if rejectReason = spaces
    and not ntxActionDelete
    and ntxGridReference not = spaces
    and (ntxGridEasting not numeric
         or ntxGridNorthing not numeric)
        move "INVALID GRID REFERENCE" to rejectReason
    end-if

    evaluate true
        when rejectReason not = spaces
            continue
        else
            move "N" to siteOvernightVal(siteCount)
        end-if
        move ntxGridReference to siteGridVal(siteCount)
        set siteDeleted(siteCount) to false
        set transactionAccepted to true
    end-if
        else
            move "N" to siteOvernightVal(siteFoundPos)
        end-if
        if ntxGridReference not = spaces
            move ntxGridReference to siteGridVal(siteFoundPos)
        end-if
        set transactionAccepted to true
    end-if
exit section.
            move siteNameVal(siteIdx) to nmstSiteName
            move siteRegionVal(siteIdx) to nmstRegion
            move siteOvernightVal(siteIdx) to nmstOvernightFlag
            move siteGridVal(siteIdx) to nmstGridReference
            write nodeOutRecord from nodeMasterRecord
            add 1 to nodeOutRecordCount
        end-if
        delimited by size into reportLine
    write nodeReportRecord from reportLine

    move securityExceptionCount to maintCountDisplay
    move spaces to reportLine
    string "SECURITY EXCEPTIONS:   " maintCountDisplay
        delimited by size into reportLine
    write nodeReportRecord from reportLine

    move nodeOutRecordCount to maintCountDisplay
    move spaces to reportLine
    string "SITES WRITTEN:         " maintCountDisplay
