*>            directions together like the measures; records and
*>            transactions from before the field existed read as
*>            uncapped (zero).
*> 261015 OS  Vehicle classes (netVehicleClasses, see netrec) -
*>            ADD/CHANGE carry them through txnVehicleClasses,
*>            both directions together; a CHANGE with no classes
*>            leaves the link's restriction alone and "*" lifts
*>            it. The images and transaction lines show them.
*> 261015 OS  Second-person approval - a DELETE of a link whose
*>            loss would sever sites from its network, or a
*>            CHANGE moving distance, time or cost by more than
*>            the MNTPARM percentage, is held on the suspense
*>            file (SUSIN/SUSOUT, see susrec) instead of applied.
*>            An approval on APRFILE (see aprrec) from a
*>            different user id releases it into the same night's
*>            apply with both user ids on CHGRPT; a refusal drops
*>            it, and an item nobody decides expires after the
*>            MNTPARM number of days. SUSRPT ages what is held.
*> 261015 OS  Authorised users - every transaction's user id must
*>            be on AUTHFILE (see authusr) with the edge
*>            maintenance right for its network, and so must the
*>            user id deciding a held change. A refusal is
*>            rejected on CHGRPT with the reason and logged on
*>            SECEXT (see secexc) for the security exceptions
*>            listing.
*> 261015 OS  Edge plausibility - an ADD or CHANGE of a link is
*>            tested against the straight line between the two
*>            sites' grid references on NODEFILE (see nodemst). A
*>            distance shorter than that line is rejected; an
*>            absurd detour or average speed is only warned. Both
*>            are listed on the new PLSRPT.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. network_maintenance.
    select nodeMasterFile assign to "NODEFILE"
        organization is line sequential
        file status is nodeMasterFileStatus.
    select maintParmFile assign to "MNTPARM"
        organization is line sequential
        file status is maintParmFileStatus.
    select suspenseInFile assign to "SUSIN"
        organization is line sequential
        file status is suspenseInFileStatus.
    select suspenseOutFile assign to "SUSOUT"
        organization is line sequential
        file status is suspenseOutFileStatus.
    select approvalFile assign to "APRFILE"
        organization is line sequential
        file status is approvalFileStatus.
    select suspenseReportFile assign to "SUSRPT"
        organization is line sequential
        file status is suspenseReportFileStatus.
    select authorisedUserFile assign to "AUTHFILE"
        organization is line sequential
        file status is authorisedUserFileStatus.
    select securityExtractFile assign to "SECEXT"
        organization is line sequential
        file status is securityExtractFileStatus.
    select plausibilityReportFile assign to "PLSRPT"
        organization is line sequential
        file status is plausibilityReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD  netInFile.
01 netInRecord pic x(47).

FD  netOutFile.
01 netOutRecord pic x(47).

FD  transactionFile.
01 transactionInRecord pic x(60).

FD  changeReportFile.
01 changeReportRecord pic x(132).
FD  nodeMasterFile.
    copy "nodemst.cpy".

FD  maintParmFile.
    copy "mntparm.cpy".

FD  suspenseInFile.
    copy "susrec.cpy".

FD  suspenseOutFile.
01 suspenseOutRecord pic x(70).

FD  approvalFile.
    copy "aprrec.cpy".

FD  suspenseReportFile.
01 suspenseReportRecord pic x(132).

FD  authorisedUserFile.
    copy "authusr.cpy".

FD  securityExtractFile.
    copy "secexc.cpy".

FD  plausibilityReportFile.
01 plausibilityReportRecord pic x(132).

WORKING-STORAGE SECTION.

*> NETIN records are read into the same netEdgeRecord layout the
*> dijkstras_algorithm does not expect.
    copy "netrec.cpy".

*> TXNFILE records, and held changes coming back off the
*> suspense file, are worked through the one nettxn layout -
*> an approved change is applied by exactly the code that
*> would have applied it the night it was submitted.
    copy "nettxn.cpy".

01 netInFileStatus pic x(2).
01 netOutFileStatus pic x(2).
01 transactionFileStatus pic x(2).
        03 maintDirVal pic x(1).
            88 maintEdgeOneWay value "O".
        03 maintCapVal pic 9(6).
        03 maintClassVal pic x(4).
        03 maintDeletedSwitch pic 9(1).
            88 maintEdgeDeleted value 1, false 0.
01 maintEdgeCount pic 9(6) value 0.
01 netOutRecordCount pic 9(6) value 0.

01 txnCapacityValue pic 9(6).
01 txnClassValue pic x(4).
01 classSlotIdx pic 9(1).
01 rejectReason pic x(40).
01 transactionAcceptedSwitch pic 9(1).
    88 transactionAccepted value 1, false 0.
01 nodeMasterTable.
    02 nodeMasterOcr occurs 50.
        03 nodeMasterCode pic x(5).
        03 nodeMasterGrid.
            04 nodeMasterEasting pic 9(5)v9.
            04 nodeMasterNorthing pic 9(5)v9.
01 nodeMasterCount pic 9(6) value 0.
01 nodeMasterIdx pic 9(6).
01 siteOnMasterSwitch pic 9(1).
01 distinctNodeCount pic 9(6) value 0.
01 distinctNodeIdx pic 9(6).

*> second-person approval - the MNTPARM limits, with the
*> built-in defaults that zeros or an absent MNTPARM fall back
*> to: a move of half the old figure is not a correction one
*> planner should make alone, and a fortnight is long enough
*> for anyone to find a second pair of eyes.
01 maintParmFileStatus pic x(2).
01 changeThresholdPct pic 9(3).
01 suspenseExpiryDays pic 9(3).
01 defaultThresholdPct pic 9(3) value 50.
01 defaultExpiryDays pic 9(3) value 14.

01 suspenseInFileStatus pic x(2).
01 suspenseOutFileStatus pic x(2).
01 approvalFileStatus pic x(2).
01 suspenseReportFileStatus pic x(2).

*> every held change - the prior suspense generation first,
*> then tonight's holds in the order they were held. 200 is
*> the same ceiling the pending-change queue works to.
01 suspenseTable.
    02 suspenseOcr occurs 200.
        03 susHeldDateVal pic 9(8).
        03 susReasonVal pic x(1).
        03 susImageVal pic x(60).
        03 susDeciderVal pic x(8).
        03 susStateVal pic x(1).
            88 susEntryHeld value "H".
            88 susEntryApproved value "A".
            88 susEntryRefused value "R".
            88 susEntryExpired value "X".
            88 susEntryReleased value "P".
01 suspenseCount pic 9(6) value 0.
01 suspenseIdx pic 9(6).
01 suspenseScanIdx pic 9(6).
01 suspenseFoundPos pic 9(6).

01 applyingApprovedSwitch pic 9(1) value 0.
    88 applyingApprovedItem value 1, false 0.
01 transactionHeldSwitch pic 9(1).
    88 transactionHeld value 1, false 0.
01 holdReasonCode pic x(1).
01 holdReasonText pic x(40).
01 approverUserId pic x(8).

01 heldTonightCount pic 9(6) value 0.
01 approvalReadCount pic 9(6) value 0.
01 approvalRejectedCount pic 9(6) value 0.
01 approvedCount pic 9(6) value 0.
01 refusedCount pic 9(6) value 0.
01 expiredCount pic 9(6) value 0.
01 approvedReleasedCount pic 9(6) value 0.
01 stillHeldCount pic 9(6) value 0.

*> the large-CHANGE test - the move is compared scaled up by a
*> hundred against the threshold share of the old figure, so
*> no division (and no rounding) decides whether it is held.
01 oldMeasureValue pic s9(6).
01 newMeasureValue pic s9(6).
01 measureMoveValue pic s9(7).
01 measureMoveScaled pic 9(9).
01 measureLimitScaled pic 9(9).

*> the single-point-of-failure test on a DELETE - the link
*> criticality report's severance question asked of the live
*> table: suppress the link, flood its network outward from
*> one end across every other live link (either direction,
*> since a one-way still physically connects its sites), and
*> see whether the other end is still reached.
01 severNodeTable.
    02 severNodeOcr occurs 50.
        03 severNodeVal pic x(5).
01 severNodeCount pic 9(6).
01 severNodeIdx pic 9(6).
01 severLookupNode pic x(5).
01 severExcludePosA pic 9(6).
01 severExcludePosB pic 9(6).
01 severNodeFoundSwitch pic 9(1).
    88 severNodeFound value 1, false 0.
01 severFromReachedSwitch pic 9(1).
    88 severFromReached value 1, false 0.
01 severToReachedSwitch pic 9(1).
    88 severToReached value 1, false 0.
01 severChangedSwitch pic 9(1).
    88 severChanged value 1, false 0.

*> civil day-number arithmetic for suspense aging - the same
*> shifted-month formula pending_release uses.
01 dayNumberDate pic 9(8).
01 dayNumberWork.
    02 dnYear pic 9(6).
    02 dnMonth pic 9(4).
    02 dnDay pic 9(2).
    02 dnTermA pic 9(8).
    02 dnTermB pic 9(8).
    02 dnTermC pic 9(8).
    02 dnTermD pic 9(8).
    02 dnTermE pic 9(8).
01 dayNumberValue pic 9(8).
01 runDayNumber pic 9(8).
01 heldAgeDays pic s9(6).
01 heldDaysLeft pic s9(6).

01 heldDateDisplay pic x(10).
01 heldAgeDisplay pic -(4)9.
01 heldLeftDisplay pic -(4)9.
01 limitDisplay pic zz9.

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

01 plausibilityReportFileStatus pic x(2).

*> the edge plausibility check - a link's keyed distance against
*> the straight line between its two sites' grid references (see
*> nodemst), and the average speed its transit time implies. A
*> distance shorter than the straight line is impossible and
*> blocks the link; one over plausibleDetourFactor times it, or
*> an average over plausibleMaxSpeed distance units an hour, is
*> only unlikely and is listed for review. The half-unit allowance
*> is what a whole-number distance can lose to rounding.
01 plausibleDetourFactor pic 9(2) value 3.
01 plausibleMaxSpeed pic 9(3) value 70.
01 plausibleRoundingAllowance pic 9v9 value 0.5.
01 plsFromEasting pic 9(5)v9.
01 plsFromNorthing pic 9(5)v9.
01 plsToEasting pic 9(5)v9.
01 plsToNorthing pic 9(5)v9.
01 plsGridKnownSwitch pic 9(1).
    88 plsGridKnown value 1, false 0.
01 plsDeltaEasting pic s9(5)v9.
01 plsDeltaNorthing pic s9(5)v9.
01 plsStraightSquared pic 9(11)v99.
01 plsDistanceSquared pic 9(13)v99.
01 plsDetourSquared pic 9(15)v99.
01 plsStraightLine pic 9(6)v99.
01 plsRootIteration pic 9(2).
01 plsSpeedDistance pic 9(9).
01 plsSpeedLimit pic 9(9).
01 plsCheckDistance pic s9(6).
01 plsCheckTime pic s9(6).
01 plsExceptionText pic x(44).
01 plsSeverityText pic x(9).
01 plsBlockedSwitch pic 9(1).
    88 plausibilityBlocked value 1, false 0.
01 plausibilityBlockedCount pic 9(6) value 0.
01 plausibilityWarningCount pic 9(6) value 0.
01 plsDistanceDisplay pic zzzzz9.
01 plsTimeDisplay pic zzzzz9.
01 plsStraightDisplay pic zzzz9.9.
01 plsLimitDisplay pic zz9.

01 networkImageTitle pic x(30).
01 reportLine pic x(132).
01 runDateYYYYMMDD pic 9(8).
PROCEDURE DIVISION.

    perform openChangeReport
    perform openSuspenseReport
    perform openPlausibilityReport
    perform loadCurrentNetwork
    if not maintLoadFailed
        perform loadNodeMaster
    end-if
    if not maintLoadFailed
        perform loadSuspenseFile
    end-if
    if not maintLoadFailed
        perform loadAuthorisedUsers
    end-if
    if maintLoadFailed
        move 16 to return-code
        perform terminateProgram
    end-if
    perform openSecurityExtract
    perform readMaintenanceParameters
    move "NETWORK BEFORE CHANGES" to networkImageTitle
    perform printNetworkImage
    perform expireSuspenseItems
    perform applyApprovalFile
    perform applyTransactionFile
    perform closeSecurityExtract
    move "NETWORK AFTER CHANGES" to networkImageTitle
    perform printNetworkImage
    perform writeNewNetworkFile
    perform writeSuspenseFile
    perform printSuspenseReport
    perform closePlausibilityReport
    perform printMaintenanceTotals
    *> a held change or a refused approval is a warning, the same
    *> as a rejected transaction - somebody has to act on it.
    if transactionRejectedCount > 0
    or heldTonightCount > 0
    or approvalRejectedCount > 0
    or plausibilityWarningCount > 0
        move 4 to return-code
    end-if
    perform terminateProgram.
    write changeReportRecord from reportLine
exit section.

*>----------------------------------------------------------
openSuspenseReport section.
*>----------------------------------------------------------
    open output suspenseReportFile
    if suspenseReportFileStatus not = "00"
        display "NETWORK MAINTENANCE ERROR: SUSRPT COULD NOT BE OPENED - FILE STATUS "
            suspenseReportFileStatus
        move 16 to return-code
        stop run
    end-if
    move spaces to reportLine
    string "NETWORK CHANGES HELD FOR APPROVAL    RUN DATE: "
           runDateDisplay delimited by size into reportLine
    write suspenseReportRecord from reportLine
    move spaces to reportLine
    write suspenseReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> MNTPARM is optional - absent, or carrying zeros, means the
*> built-in change threshold and expiry. CHGRPT states the
*> limits in force, so a held change can be checked against
*> them.
readMaintenanceParameters section.
*>----------------------------------------------------------
    move defaultThresholdPct to changeThresholdPct
    move defaultExpiryDays to suspenseExpiryDays
    open input maintParmFile
    if maintParmFileStatus = "00"
        read maintParmFile
            not at end
                if mpChangeThresholdPct is numeric
                and mpChangeThresholdPct not = 0
                    move mpChangeThresholdPct to changeThresholdPct
                end-if
                if mpSuspenseExpiryDays is numeric
                and mpSuspenseExpiryDays not = 0
                    move mpSuspenseExpiryDays to suspenseExpiryDays
                end-if
        end-read
        close maintParmFile
    end-if

    move changeThresholdPct to limitDisplay
    move spaces to reportLine
    string "HELD FOR APPROVAL: DELETES OF SINGLE-POINT-OF-FAILURE LINKS,"
           " AND CHANGES MOVING A MEASURE MORE THAN " limitDisplay
           " PERCENT"
        delimited by size into reportLine
    write changeReportRecord from reportLine
    move suspenseExpiryDays to limitDisplay
    move spaces to reportLine
    string "HELD CHANGES EXPIRE AFTER " limitDisplay
           " DAYS WITHOUT APPROVAL - SEE SUSRPT"
        delimited by size into reportLine
    write changeReportRecord from reportLine
    move spaces to reportLine
    write changeReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> The current suspense generation into the table. A SUSIN
*> that is absent (the first night anything is ever held) is
*> an empty suspense file, not a failure - the same first-night
*> rule PNDIN follows.
loadSuspenseFile section.
*>----------------------------------------------------------
    move 0 to suspenseCount
    open input suspenseInFile
    if suspenseInFileStatus = "35"
        exit section
    end-if
    if suspenseInFileStatus not = "00"
        display "NETWORK MAINTENANCE ERROR: SUSIN COULD NOT BE OPENED - FILE STATUS "
            suspenseInFileStatus
        set maintLoadFailed to true
        exit section
    end-if
    perform until suspenseInFileStatus = "10"
        read suspenseInFile
            at end
                move "10" to suspenseInFileStatus
            not at end
                if susRecordIsHeld
                    add 1 to suspenseCount
                    move susHeldDate to susHeldDateVal(suspenseCount)
                    move susHoldReason to susReasonVal(suspenseCount)
                    move susTransactionImage
                        to susImageVal(suspenseCount)
                    move spaces to susDeciderVal(suspenseCount)
                    set susEntryHeld(suspenseCount) to true
                else
                    display "NETWORK MAINTENANCE ERROR: SUSIN RECORD OF UNKNOWN TYPE "
                        susRecordType
                    set maintLoadFailed to true
                end-if
        end-read
    end-perform
    close suspenseInFile
exit section.

*>----------------------------------------------------------
*> Drops every held change older than the expiry - one held
*> on the run date is 0 days old, so the expiry is the number
*> of nights it can still be approved after the one it was
*> held on.
expireSuspenseItems section.
*>----------------------------------------------------------
    move runDateYYYYMMDD to dayNumberDate
    perform computeDayNumber
    move dayNumberValue to runDayNumber
    perform varying suspenseIdx from 1 by 1
            until suspenseIdx > suspenseCount
        if susEntryHeld(suspenseIdx)
            perform computeHeldAge
            if heldAgeDays > suspenseExpiryDays
                set susEntryExpired(suspenseIdx) to true
                add 1 to expiredCount
            end-if
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
computeHeldAge section.
*>----------------------------------------------------------
    move susHeldDateVal(suspenseIdx) to dayNumberDate
    perform computeDayNumber
    compute heldAgeDays = runDayNumber - dayNumberValue
    compute heldDaysLeft = suspenseExpiryDays - heldAgeDays
exit section.

*>----------------------------------------------------------
*> Tonight's decisions on held changes, in file order. Each
*> one, taken or rejected, leaves a line on CHGRPT ahead of the
*> transactions. APRFILE is optional - absent means nobody
*> decided anything today.
applyApprovalFile section.
*>----------------------------------------------------------
    move "APPROVALS" to reportLine
    write changeReportRecord from reportLine
    open input approvalFile
    if approvalFileStatus = "35"
        move "  (NONE)" to reportLine
        write changeReportRecord from reportLine
        move spaces to reportLine
        write changeReportRecord from reportLine
        exit section
    end-if
    if approvalFileStatus not = "00"
        display "NETWORK MAINTENANCE ERROR: APRFILE COULD NOT BE OPENED - FILE STATUS "
            approvalFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    perform until approvalFileStatus = "10"
        read approvalFile
            at end
                move "10" to approvalFileStatus
            not at end
                add 1 to approvalReadCount
                perform applyOneApproval
        end-read
    end-perform
    close approvalFile
    if approvalReadCount = 0
        move "  (NONE)" to reportLine
        write changeReportRecord from reportLine
    end-if
    move spaces to reportLine
    write changeReportRecord from reportLine
exit section.

*>----------------------------------------------------------
applyOneApproval section.
*>----------------------------------------------------------
    move spaces to rejectReason
    move spaces to txnUserId
    if aprUserId = spaces
        move "DECIDING USER ID MISSING" to rejectReason
    end-if
    if rejectReason = spaces
    and not aprDecisionApprove
    and not aprDecisionRefuse
        move "UNKNOWN DECISION" to rejectReason
    end-if
    if rejectReason = spaces
        perform findSuspenseMatch
        if suspenseFoundPos = 0
            move "NO HELD CHANGE MATCHES" to rejectReason
        end-if
    end-if
    if rejectReason = spaces
        move susImageVal(suspenseFoundPos) to edgeTransactionRecord
        if txnUserId = aprUserId
            move "DECIDER MUST NOT BE THE SUBMITTER" to rejectReason
        end-if
    end-if
    *> deciding a held change is edge maintenance on its network -
    *> the second pair of eyes must hold the right the first
    *> pair used.
    if rejectReason = spaces
        move aprUserId to authCheckUserId
        move txnNetworkId to authCheckNetworkId
        move "E" to authCheckRight
        perform checkUserAuthority
        if rejectReason not = spaces
            move aprTransactionKey to securityTransactionKey
            perform writeSecurityException
        end-if
    end-if
    if rejectReason = spaces
        move aprUserId to susDeciderVal(suspenseFoundPos)
        if aprDecisionApprove
            set susEntryApproved(suspenseFoundPos) to true
            add 1 to approvedCount
        else
            set susEntryRefused(suspenseFoundPos) to true
            add 1 to refusedCount
        end-if
    else
        add 1 to approvalRejectedCount
    end-if

    move spaces to heldDateDisplay
    string aprHeldDate(1:4) "-" aprHeldDate(5:2) "-"
           aprHeldDate(7:2) delimited by size into heldDateDisplay
    move spaces to reportLine
    evaluate true
        when rejectReason not = spaces
            string "  REJECTED  HELD " heldDateDisplay "  "
                   aprTransactionKey "  DECISION BY " aprUserId
                   "  - " rejectReason
                delimited by size into reportLine
        when aprDecisionApprove
            string "  APPROVED  HELD " heldDateDisplay "  "
                   aprTransactionKey "  BY " txnUserId
                   "  APPROVED BY " aprUserId
                delimited by size into reportLine
        when other
            string "  REFUSED   HELD " heldDateDisplay "  "
                   aprTransactionKey "  BY " txnUserId
                   "  REFUSED BY " aprUserId
                delimited by size into reportLine
    end-evaluate
    write changeReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> A decision matches the change still held with the same held
*> date, action, network and edge - the first twenty image
*> bytes - the way a cancel matches a scheduled change.
findSuspenseMatch section.
*>----------------------------------------------------------
    move 0 to suspenseFoundPos
    perform varying suspenseScanIdx from 1 by 1
            until suspenseScanIdx > suspenseCount
        if susEntryHeld(suspenseScanIdx)
        and susHeldDateVal(suspenseScanIdx) = aprHeldDate
        and susImageVal(suspenseScanIdx)(1:20) = aprTransactionKey
            move suspenseScanIdx to suspenseFoundPos
            exit perform
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
*> Tonight's approved changes, in the order they were held,
*> ahead of anything on TXNFILE - they were submitted first.
*> Each goes through applyOneTransaction like any other, so a
*> change the network has moved on from since it was held is
*> rejected with the usual reason rather than forced through;
*> it is not tested for size again, having been approved.
applyApprovedItems section.
*>----------------------------------------------------------
    perform varying suspenseIdx from 1 by 1
            until suspenseIdx > suspenseCount
        if susEntryApproved(suspenseIdx)
            move susImageVal(suspenseIdx) to edgeTransactionRecord
            move susDeciderVal(suspenseIdx) to approverUserId
            set applyingApprovedItem to true
            perform applyOneTransaction
            set applyingApprovedItem to false
            set susEntryReleased(suspenseIdx) to true
            add 1 to approvedReleasedCount
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
*> Parks the current transaction on the suspense table, held
*> tonight for holdReasonCode.
holdTransaction section.
*>----------------------------------------------------------
    if suspenseCount >= 200
        move "SUSPENSE FILE FULL - CANNOT BE HELD" to rejectReason
        exit section
    end-if
    add 1 to suspenseCount
    move runDateYYYYMMDD to susHeldDateVal(suspenseCount)
    move holdReasonCode to susReasonVal(suspenseCount)
    move edgeTransactionRecord to susImageVal(suspenseCount)
    move spaces to susDeciderVal(suspenseCount)
    set susEntryHeld(suspenseCount) to true
    set transactionHeld to true
    perform describeHoldReason
exit section.

*>----------------------------------------------------------
describeHoldReason section.
*>----------------------------------------------------------
    evaluate holdReasonCode
        when "S"
            move "LINK IS A SINGLE POINT OF FAILURE" to holdReasonText
        when "D"
            move "DISTANCE MOVE OVER THE CHANGE LIMIT"
                to holdReasonText
        when "T"
            move "TRANSIT TIME MOVE OVER THE CHANGE LIMIT"
                to holdReasonText
        when "C"
            move "CARRIAGE COST MOVE OVER THE CHANGE LIMIT"
                to holdReasonText
        when other
            move spaces to holdReasonText
    end-evaluate
exit section.

*>----------------------------------------------------------
*> A CHANGE is large when any one of its three measures moves,
*> either way, by more than the threshold percentage of the
*> figure on file now. The forward record stands for the pair;
*> a pair missing its forward record is judged off the reverse.
testLargeChange section.
*>----------------------------------------------------------
    if forwardEdgePos > 0
        move forwardEdgePos to maintEdgeIdx
    else
        move reverseEdgePos to maintEdgeIdx
    end-if

    move maintDistVal(maintEdgeIdx) to oldMeasureValue
    move txnEdgeDistance to newMeasureValue
    perform testOneMeasureMove
    if measureMoveScaled > measureLimitScaled
        move "D" to holdReasonCode
        perform holdTransaction
        exit section
    end-if

    move maintTimeVal(maintEdgeIdx) to oldMeasureValue
    move txnEdgeTime to newMeasureValue
    perform testOneMeasureMove
    if measureMoveScaled > measureLimitScaled
        move "T" to holdReasonCode
        perform holdTransaction
        exit section
    end-if

    move maintCostVal(maintEdgeIdx) to oldMeasureValue
    move txnEdgeCost to newMeasureValue
    perform testOneMeasureMove
    if measureMoveScaled > measureLimitScaled
        move "C" to holdReasonCode
        perform holdTransaction
    end-if
exit section.

*>----------------------------------------------------------
testOneMeasureMove section.
*>----------------------------------------------------------
    compute measureMoveValue = newMeasureValue - oldMeasureValue
    if measureMoveValue < 0
        compute measureMoveValue = 0 - measureMoveValue
    end-if
    compute measureMoveScaled = measureMoveValue * 100
    if oldMeasureValue > 0
        compute measureLimitScaled = oldMeasureValue
            * changeThresholdPct
    else
        move 0 to measureLimitScaled
    end-if
exit section.

*>----------------------------------------------------------
*> A DELETE is of a single point of failure when, with the
*> records it removes suppressed, its far end can no longer be
*> reached from its near end across the rest of the network.
*> A one-way DELETE removes its own direction only, so an
*> opposite one-way left standing still connects the pair.
testSinglePointOfFailure section.
*>----------------------------------------------------------
    move forwardEdgePos to severExcludePosA
    if forwardEdgePos > 0
    and maintEdgeOneWay(forwardEdgePos)
        move 0 to severExcludePosB
    else
        move reverseEdgePos to severExcludePosB
    end-if

    move 1 to severNodeCount
    move txnFromNode to severNodeVal(1)
    set severChanged to true
    perform until not severChanged
        set severChanged to false
        perform varying maintScanIdx from 1 by 1
                until maintScanIdx > maintEdgeCount
            if not maintEdgeDeleted(maintScanIdx)
            and maintNetVal(maintScanIdx) = txnNetworkId
            and maintToVal(maintScanIdx) not = space
            and maintScanIdx not = severExcludePosA
            and maintScanIdx not = severExcludePosB
                perform floodOneMaintEdge
            end-if
        end-perform
    end-perform

    move txnToNode to severLookupNode
    perform findSeverNode
    if not severNodeFound
        move "S" to holdReasonCode
        perform holdTransaction
    end-if
exit section.

*>----------------------------------------------------------
floodOneMaintEdge section.
*>----------------------------------------------------------
    move maintFromVal(maintScanIdx) to severLookupNode
    perform findSeverNode
    if severNodeFound
        set severFromReached to true
    else
        set severFromReached to false
    end-if
    move maintToVal(maintScanIdx) to severLookupNode
    perform findSeverNode
    if severNodeFound
        set severToReached to true
    else
        set severToReached to false
    end-if
    if severFromReached
    and not severToReached
        add 1 to severNodeCount
        move maintToVal(maintScanIdx) to severNodeVal(severNodeCount)
        set severChanged to true
    end-if
    if severToReached
    and not severFromReached
        add 1 to severNodeCount
        move maintFromVal(maintScanIdx)
            to severNodeVal(severNodeCount)
        set severChanged to true
    end-if
exit section.

*>----------------------------------------------------------
findSeverNode section.
*>----------------------------------------------------------
    set severNodeFound to false
    perform varying severNodeIdx from 1 by 1
            until severNodeIdx > severNodeCount
        if severNodeVal(severNodeIdx) = severLookupNode
            set severNodeFound to true
            exit perform
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
*> The civil day number of dayNumberDate - the shifted-month
*> formula, stepwise so every division truncates in an integer
*> field (see pending_release).
computeDayNumber section.
*>----------------------------------------------------------
    compute dnTermA = dayNumberDate / 100
    compute dnDay = dayNumberDate - (dnTermA * 100)
    compute dnYear = dayNumberDate / 10000
    compute dnMonth = dnTermA - (dnYear * 100)
    if dnMonth <= 2
        subtract 1 from dnYear
        add 12 to dnMonth
    end-if
    compute dnTermA = 365 * dnYear
    compute dnTermB = dnYear / 4
    compute dnTermC = dnYear / 100
    compute dnTermD = dnYear / 400
    compute dnTermE = (153 * (dnMonth + 1)) / 5
    compute dayNumberValue = dnTermA + dnTermB - dnTermC
        + dnTermD + dnTermE + dnDay
exit section.

*>----------------------------------------------------------
*> Reads the current NETFILE generation into maintEdgeTable -
*> every record as it stands, including the blank-toNode records
                            else
                                move 0 to maintCapVal(maintEdgeCount)
                            end-if
                            move netVehicleClasses
                                to maintClassVal(maintEdgeCount)
                            set maintEdgeDeleted(maintEdgeCount)
                                to false
                        when other
                not at end
                    add 1 to nodeMasterCount
                    move nmstSiteCode to nodeMasterCode(nodeMasterCount)
                    move nmstGridReference
                        to nodeMasterGrid(nodeMasterCount)
            end-read
        end-perform
        close nodeMasterFile
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
        display "NETWORK MAINTENANCE ERROR: AUTHFILE COULD NOT BE OPENED - FILE STATUS "
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
                    display "NETWORK MAINTENANCE ERROR: AUTHFILE HOLDS MORE THAN 100 USER IDS"
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
        display "NETWORK MAINTENANCE ERROR: SECEXT COULD NOT BE OPENED - FILE STATUS "
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
    move "NETMAINT" to secSourceStep
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
    move "NETMAINT" to secCtlSourceStep
    move securityExceptionCount to secCtlRecordCount
    move runDateYYYYMMDD to secCtlRunDate
    write securityExceptionRecord
    close securityExtractFile
exit section.

*>----------------------------------------------------------
*> Prints every live table entry - called once before the first
*> transaction for the BEFORE image and once after the last for
*>----------------------------------------------------------
    move networkImageTitle to reportLine
    write changeReportRecord from reportLine
    move "NET   FROM    TO        DIST.    TIME    COST  CLASSES"
        to reportLine
    write changeReportRecord from reportLine
    move "----  -----   -----   -------  ------  ------  -------"
        to reportLine
    write changeReportRecord from reportLine
    perform varying maintEdgeIdx from 1 by 1
                           maintFromVal(maintEdgeIdx) "   "
                           maintToVal(maintEdgeIdx) "  "
                           maintWeightDisplay " " maintTimeDisplay
                           " " maintCostDisplay "  "
                           maintClassVal(maintEdgeIdx) "     (ONE-WAY)"
                        delimited by size into reportLine
                else
                    string maintNetVal(maintEdgeIdx) "  "
                           maintFromVal(maintEdgeIdx) "   "
                           maintToVal(maintEdgeIdx) "  "
                           maintWeightDisplay " " maintTimeDisplay
                           " " maintCostDisplay "  "
                           maintClassVal(maintEdgeIdx)
                        delimited by size into reportLine
                end-if
            end-if
    end-if
    move "TRANSACTIONS" to reportLine
    write changeReportRecord from reportLine
    perform applyApprovedItems
    perform until transactionFileStatus = "10"
        read transactionFile into edgeTransactionRecord
            at end
                move "10" to transactionFileStatus
            not at end
    end-perform
    close transactionFile
    if transactionReadCount = 0
    and approvedReleasedCount = 0
        move "  (NO TRANSACTIONS ON FILE - NETWORK COPIED UNCHANGED)"
            to reportLine
        write changeReportRecord from reportLine
applyOneTransaction section.
*>----------------------------------------------------------
    set transactionAccepted to false
    set transactionHeld to false
    move spaces to rejectReason

    if txnNetworkId = spaces
        move "NETWORK ID MISSING" to rejectReason
    end-if

    if rejectReason = spaces
        move txnUserId to authCheckUserId
        move txnNetworkId to authCheckNetworkId
        move "E" to authCheckRight
        perform checkUserAuthority
        if rejectReason not = spaces
            move edgeTransactionRecord(1:20) to securityTransactionKey
            perform writeSecurityException
        end-if
    end-if

    *> the nightly run's validation treats any direction flag
    *> other than B or O as a bad record, not a quiet default -
    *> so does maintenance, before the flag can reach NETOUT.
            move "UNKNOWN ACTION" to rejectReason
    end-evaluate

    evaluate true
        when transactionHeld
            add 1 to heldTonightCount
        when transactionAccepted
            add 1 to transactionAppliedCount
        when other
            add 1 to transactionRejectedCount
    end-evaluate
    perform writeTransactionReportLine
exit section.

                move "MEASURES MUST BE GREATER THAN ZERO" to rejectReason
            end-if
        end-if
        if rejectReason = spaces
            perform checkTransactionClasses
        end-if
        if rejectReason = spaces
            perform findEdgePosition
            if txnDirectionFlag = "O"
                end-if
            end-if
        end-if
        if rejectReason = spaces
            perform testEdgePlausibility
        end-if
        if rejectReason = spaces
            perform appendForwardRecord
            if txnDirectionFlag not = "O"
                move "MEASURES MUST BE GREATER THAN ZERO" to rejectReason
            end-if
        end-if
        if rejectReason = spaces
            perform checkTransactionClasses
        end-if
        if rejectReason = spaces
            perform findEdgePosition
            if forwardEdgePos = 0
            *> is genuinely not on the network
            move "EDGE NOT ON NETWORK" to rejectReason
        end-if
        if rejectReason = spaces
            perform testEdgePlausibility
        end-if
        if rejectReason = spaces
        and not applyingApprovedItem
            perform testLargeChange
            if transactionHeld
                exit section
            end-if
        end-if
        if rejectReason = spaces
            perform setTransactionCapacity
            if forwardEdgePos > 0
                move txnEdgeTime to maintTimeVal(forwardEdgePos)
                move txnEdgeCost to maintCostVal(forwardEdgePos)
                move txnCapacityValue to maintCapVal(forwardEdgePos)
                move forwardEdgePos to maintEdgeIdx
                perform changeEdgeVehicleClasses
            else
                if forwardEdgePos > 0
                    move txnEdgeDistance to maintDistVal(forwardEdgePos)
                    move txnEdgeCost to maintCostVal(forwardEdgePos)
                    move txnCapacityValue
                        to maintCapVal(forwardEdgePos)
                    move forwardEdgePos to maintEdgeIdx
                    perform changeEdgeVehicleClasses
                else
                    perform appendForwardRecord
                    if txnVehicleClasses = spaces
                        move maintClassVal(reverseEdgePos)
                            to maintClassVal(maintEdgeCount)
                    end-if
                end-if
                if reverseEdgePos > 0
                    move txnEdgeDistance to maintDistVal(reverseEdgePos)
                    move txnEdgeCost to maintCostVal(reverseEdgePos)
                    move txnCapacityValue
                        to maintCapVal(reverseEdgePos)
                    move reverseEdgePos to maintEdgeIdx
                    perform changeEdgeVehicleClasses
                else
                    perform appendReverseRecord
                    if txnVehicleClasses = spaces
                        move maintClassVal(forwardEdgePos)
                            to maintClassVal(maintEdgeCount)
                    end-if
                end-if
            end-if
            set transactionAccepted to true
                *> only the opposite one-way exists - see CHANGE
                move "EDGE NOT ON NETWORK" to rejectReason
            else
                if not applyingApprovedItem
                    perform testSinglePointOfFailure
                end-if
                if not transactionHeld
                and rejectReason = spaces
                    if forwardEdgePos > 0
                    and maintEdgeOneWay(forwardEdgePos)
                        set maintEdgeDeleted(forwardEdgePos) to true
                    else
                        if forwardEdgePos > 0
                            set maintEdgeDeleted(forwardEdgePos)
                                to true
                        end-if
                        if reverseEdgePos > 0
                            set maintEdgeDeleted(reverseEdgePos)
                                to true
                        end-if
                    end-if
                    set transactionAccepted to true
                end-if
            end-if
        end-if
    end-if
    end-if
exit section.

*>----------------------------------------------------------
*> The class list may only hold the class codes V, R and A
*> (any order, spaces between), or a lone "*" on a CHANGE.
checkTransactionClasses section.
*>----------------------------------------------------------
    if txnVehicleClasses = "*"
        if not txnActionChange
            move "INVALID VEHICLE CLASS LIST" to rejectReason
        end-if
        exit section
    end-if
    perform varying classSlotIdx from 1 by 1 until classSlotIdx > 4
        if txnVehicleClasses(classSlotIdx:1) not = space
        and txnVehicleClasses(classSlotIdx:1) not = "V"
        and txnVehicleClasses(classSlotIdx:1) not = "R"
        and txnVehicleClasses(classSlotIdx:1) not = "A"
            move "INVALID VEHICLE CLASS LIST" to rejectReason
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
*> A CHANGE's vehicle classes onto table entry maintEdgeIdx -
*> spaces leave the link's restriction as it stands, "*" lifts
*> it (every class), anything else replaces it.
changeEdgeVehicleClasses section.
*>----------------------------------------------------------
    if txnVehicleClasses = "*"
        move spaces to maintClassVal(maintEdgeIdx)
    else
        if txnVehicleClasses not = spaces
            move txnVehicleClasses to maintClassVal(maintEdgeIdx)
        end-if
    end-if
exit section.

*>----------------------------------------------------------
*> The vehicle classes a newly appended record carries - "*" on
*> a CHANGE that had to append a missing direction means the
*> same as spaces, every class.
setTransactionClasses section.
*>----------------------------------------------------------
    if txnVehicleClasses = "*"
        move spaces to txnClassValue
    else
        move txnVehicleClasses to txnClassValue
    end-if
exit section.

*>----------------------------------------------------------
appendForwardRecord section.
*>----------------------------------------------------------
    end-if
    perform setTransactionCapacity
    move txnCapacityValue to maintCapVal(maintEdgeCount)
    if txnToNode = space
        move spaces to maintClassVal(maintEdgeCount)
    else
        perform setTransactionClasses
        move txnClassValue to maintClassVal(maintEdgeCount)
    end-if
    set maintEdgeDeleted(maintEdgeCount) to false
exit section.

    move "B" to maintDirVal(maintEdgeCount)
    perform setTransactionCapacity
    move txnCapacityValue to maintCapVal(maintEdgeCount)
    perform setTransactionClasses
    move txnClassValue to maintClassVal(maintEdgeCount)
    set maintEdgeDeleted(maintEdgeCount) to false
exit section.

*>----------------------------------------------------------
    move txnEdgeDistance to maintWeightDisplay
    move spaces to reportLine
    if transactionHeld
        string "  HELD      " txnAction " " txnNetworkId " "
               txnFromNode "-" txnToNode " " maintWeightDisplay
               "  BY " txnUserId "  - " holdReasonText
            delimited by size into reportLine
        write changeReportRecord from reportLine
        exit section
    end-if
    if applyingApprovedItem
        if transactionAccepted
            string "  APPLIED   " txnAction " " txnNetworkId " "
                   txnFromNode "-" txnToNode " " maintWeightDisplay
                   "  BY " txnUserId "  APPROVED BY " approverUserId
                delimited by size into reportLine
        else
            string "  REJECTED  " txnAction " " txnNetworkId " "
                   txnFromNode "-" txnToNode " " maintWeightDisplay
                   "  BY " txnUserId "  APPROVED BY " approverUserId
                   "  - " rejectReason
                delimited by size into reportLine
        end-if
        write changeReportRecord from reportLine
        exit section
    end-if
    if transactionAccepted
        if txnDirectionFlag = "O"
            string "  APPLIED   " txnAction " " txnNetworkId " "
            move maintCostVal(maintEdgeIdx) to netEdgeCost
            move maintDirVal(maintEdgeIdx) to netDirectionFlag
            move maintCapVal(maintEdgeIdx) to netEdgeCapacity
            move maintClassVal(maintEdgeIdx) to netVehicleClasses
            write netOutRecord from netEdgeRecord
            add 1 to netOutRecordCount
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
*> The next suspense generation - every change still held,
*> carried items first in their original order, then tonight's.
*> Approved, refused and expired items are not carried; SUSRPT
*> is their record.
writeSuspenseFile section.
*>----------------------------------------------------------
    open output suspenseOutFile
    if suspenseOutFileStatus not = "00"
        display "NETWORK MAINTENANCE ERROR: SUSOUT COULD NOT BE OPENED - FILE STATUS "
            suspenseOutFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    move 0 to stillHeldCount
    perform varying suspenseIdx from 1 by 1
            until suspenseIdx > suspenseCount
        if susEntryHeld(suspenseIdx)
            move spaces to suspenseRecord
            move "H" to susRecordType
            move susHeldDateVal(suspenseIdx) to susHeldDate
            move susReasonVal(suspenseIdx) to susHoldReason
            move susImageVal(suspenseIdx) to susTransactionImage
            write suspenseOutRecord from suspenseRecord
            add 1 to stillHeldCount
        end-if
    end-perform
    close suspenseOutFile
exit section.

*>----------------------------------------------------------
*> SUSRPT - what was decided or expired tonight, then every
*> change still waiting, with its age and the days it has left
*> before it expires, then the counts.
printSuspenseReport section.
*>----------------------------------------------------------
    move suspenseExpiryDays to limitDisplay
    move spaces to reportLine
    string "HELD CHANGES EXPIRE AFTER " limitDisplay
           " DAYS WITHOUT APPROVAL"
        delimited by size into reportLine
    write suspenseReportRecord from reportLine
    move spaces to reportLine
    write suspenseReportRecord from reportLine

    move "DECIDED OR EXPIRED TONIGHT" to reportLine
    write suspenseReportRecord from reportLine
    perform varying suspenseIdx from 1 by 1
            until suspenseIdx > suspenseCount
        if not susEntryHeld(suspenseIdx)
            perform printDecidedSuspenseLine
        end-if
    end-perform
    if approvedCount = 0
    and refusedCount = 0
    and expiredCount = 0
        move "  (NONE)" to reportLine
        write suspenseReportRecord from reportLine
    end-if
    move spaces to reportLine
    write suspenseReportRecord from reportLine

    move "STILL HELD AWAITING APPROVAL" to reportLine
    write suspenseReportRecord from reportLine
    if stillHeldCount = 0
        move "  (NONE)" to reportLine
        write suspenseReportRecord from reportLine
    else
        move "  HELD ON      AGE  LEFT  CHANGE                BY        REASON"
            to reportLine
        write suspenseReportRecord from reportLine
        perform varying suspenseIdx from 1 by 1
                until suspenseIdx > suspenseCount
            if susEntryHeld(suspenseIdx)
                perform printHeldSuspenseLine
            end-if
        end-perform
    end-if
    move spaces to reportLine
    write suspenseReportRecord from reportLine

    move heldTonightCount to maintCountDisplay
    move spaces to reportLine
    string "HELD TONIGHT:          " maintCountDisplay
        delimited by size into reportLine
    write suspenseReportRecord from reportLine

    move approvedCount to maintCountDisplay
    move spaces to reportLine
    string "APPROVED:              " maintCountDisplay
        delimited by size into reportLine
    write suspenseReportRecord from reportLine

    move refusedCount to maintCountDisplay
    move spaces to reportLine
    string "REFUSED:               " maintCountDisplay
        delimited by size into reportLine
    write suspenseReportRecord from reportLine

    move expiredCount to maintCountDisplay
    move spaces to reportLine
    string "EXPIRED:               " maintCountDisplay
        delimited by size into reportLine
    write suspenseReportRecord from reportLine

    move stillHeldCount to maintCountDisplay
    move spaces to reportLine
    string "STILL HELD:            " maintCountDisplay
        delimited by size into reportLine
    write suspenseReportRecord from reportLine
exit section.

*>----------------------------------------------------------
printDecidedSuspenseLine section.
*>----------------------------------------------------------
    perform formatSuspenseEntry
    move spaces to reportLine
    evaluate true
        when susEntryReleased(suspenseIdx)
            string "  APPROVED  HELD " heldDateDisplay "  "
                   susImageVal(suspenseIdx)(1:20) "  BY " txnUserId
                   "  APPROVED BY " susDeciderVal(suspenseIdx)
                   " - APPLIED TONIGHT, SEE CHGRPT"
                delimited by size into reportLine
        when susEntryRefused(suspenseIdx)
            string "  REFUSED   HELD " heldDateDisplay "  "
                   susImageVal(suspenseIdx)(1:20) "  BY " txnUserId
                   "  REFUSED BY " susDeciderVal(suspenseIdx)
                delimited by size into reportLine
        when other
            move suspenseExpiryDays to limitDisplay
            string "  EXPIRED   HELD " heldDateDisplay "  "
                   susImageVal(suspenseIdx)(1:20) "  BY " txnUserId
                   "  NOT APPROVED WITHIN " limitDisplay " DAYS"
                delimited by size into reportLine
    end-evaluate
    write suspenseReportRecord from reportLine
exit section.

*>----------------------------------------------------------
printHeldSuspenseLine section.
*>----------------------------------------------------------
    perform formatSuspenseEntry
    perform computeHeldAge
    move heldAgeDays to heldAgeDisplay
    move heldDaysLeft to heldLeftDisplay
    move susReasonVal(suspenseIdx) to holdReasonCode
    perform describeHoldReason
    move spaces to reportLine
    string "  " heldDateDisplay " " heldAgeDisplay " "
           heldLeftDisplay "  " susImageVal(suspenseIdx)(1:20)
           "  " txnUserId "  " holdReasonText
        delimited by size into reportLine
    write suspenseReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> The held date for printing, and the submitter - the image
*> goes back through the nettxn layout to give up its user id.
formatSuspenseEntry section.
*>----------------------------------------------------------
    move susImageVal(suspenseIdx) to edgeTransactionRecord
    move spaces to heldDateDisplay
    string susHeldDateVal(suspenseIdx)(1:4) "-"
           susHeldDateVal(suspenseIdx)(5:2) "-"
           susHeldDateVal(suspenseIdx)(7:2)
        delimited by size into heldDateDisplay
exit section.

*>----------------------------------------------------------
printMaintenanceTotals section.
*>----------------------------------------------------------
        delimited by size into reportLine
    write changeReportRecord from reportLine

    move heldTonightCount to maintCountDisplay
    move spaces to reportLine
    string "HELD FOR APPROVAL:     " maintCountDisplay
        delimited by size into reportLine
    write changeReportRecord from reportLine

    move approvedReleasedCount to maintCountDisplay
    move spaces to reportLine
    string "APPROVED ITEMS RUN:    " maintCountDisplay
        delimited by size into reportLine
    write changeReportRecord from reportLine

    move approvalRejectedCount to maintCountDisplay
    move spaces to reportLine
    string "APPROVALS REJECTED:    " maintCountDisplay
        delimited by size into reportLine
    write changeReportRecord from reportLine

    move plausibilityWarningCount to maintCountDisplay
    move spaces to reportLine
    string "PLAUSIBILITY WARNINGS: " maintCountDisplay
        delimited by size into reportLine
    write changeReportRecord from reportLine

    move securityExceptionCount to maintCountDisplay
    move spaces to reportLine
    string "SECURITY EXCEPTIONS:   " maintCountDisplay
        delimited by size into reportLine
    write changeReportRecord from reportLine

    move netOutRecordCount to maintCountDisplay
    move spaces to reportLine
    string "RECORDS WRITTEN:       " maintCountDisplay
    write changeReportRecord from reportLine
exit section.

*>----------------------------------------------------------
openPlausibilityReport section.
*>----------------------------------------------------------
    open output plausibilityReportFile
    if plausibilityReportFileStatus not = "00"
        display "NETWORK MAINTENANCE ERROR: PLSRPT COULD NOT BE OPENED - FILE STATUS "
            plausibilityReportFileStatus
        move 16 to return-code
        stop run
    end-if
    move spaces to reportLine
    string "EDGE PLAUSIBILITY EXCEPTIONS         RUN DATE: "
           runDateDisplay delimited by size into reportLine
    write plausibilityReportRecord from reportLine
    move plausibleDetourFactor to plsLimitDisplay
    move spaces to reportLine
    string "BLOCKED: DISTANCE SHORTER THAN THE STRAIGHT LINE BETWEEN"
           " THE SITES.  WARNED: DISTANCE OVER" plsLimitDisplay
           " TIMES IT,"
        delimited by size into reportLine
    write plausibilityReportRecord from reportLine
    move plausibleMaxSpeed to plsLimitDisplay
    move spaces to reportLine
    string "OR AN AVERAGE SPEED OVER " plsLimitDisplay
           " DISTANCE UNITS AN HOUR"
        delimited by size into reportLine
    write plausibilityReportRecord from reportLine
    move spaces to reportLine
    write plausibilityReportRecord from reportLine
    move "           ACTION NET   EDGE           DIST    TIME  STRAIGHT  BY        EXCEPTION"
        to reportLine
    write plausibilityReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> The plausibility check on an ADD or CHANGE of a link, run
*> once the transaction has passed every other test. A block
*> rejects the transaction with the reason; a warning leaves it
*> to apply. Either goes on PLSRPT. A site with no grid
*> reference recorded skips the straight-line tests, never the
*> speed test.
testEdgePlausibility section.
*>----------------------------------------------------------
    set plausibilityBlocked to false
    move txnEdgeDistance to plsCheckDistance
    move txnEdgeTime to plsCheckTime
    set plsGridKnown to false
    move 0 to plsStraightLine
    move txnFromNode to lookupNode
    perform findSiteGridPosition
    if nodeMasterIdx > 0
        move nodeMasterEasting(nodeMasterIdx) to plsFromEasting
        move nodeMasterNorthing(nodeMasterIdx) to plsFromNorthing
        move txnToNode to lookupNode
        perform findSiteGridPosition
        if nodeMasterIdx > 0
            move nodeMasterEasting(nodeMasterIdx) to plsToEasting
            move nodeMasterNorthing(nodeMasterIdx) to plsToNorthing
            set plsGridKnown to true
        end-if
    end-if

    if plsGridKnown
        compute plsDeltaEasting = plsToEasting - plsFromEasting
        compute plsDeltaNorthing = plsToNorthing - plsFromNorthing
        compute plsStraightSquared =
            plsDeltaEasting * plsDeltaEasting
            + plsDeltaNorthing * plsDeltaNorthing
        perform computeStraightLine
        compute plsDistanceSquared =
            (plsCheckDistance + plausibleRoundingAllowance)
            * (plsCheckDistance + plausibleRoundingAllowance)
        if plsDistanceSquared < plsStraightSquared
            set plausibilityBlocked to true
            move "DISTANCE SHORTER THAN STRAIGHT LINE" to rejectReason
            move rejectReason to plsExceptionText
            add 1 to plausibilityBlockedCount
            perform writePlausibilityLine
            exit section
        end-if
        compute plsDistanceSquared = plsCheckDistance * plsCheckDistance
        compute plsDetourSquared = plausibleDetourFactor
            * plausibleDetourFactor * plsStraightSquared
        if plsStraightSquared > 0
        and plsDistanceSquared > plsDetourSquared
            move plausibleDetourFactor to plsLimitDisplay
            move spaces to plsExceptionText
            string "DISTANCE OVER" plsLimitDisplay
                   " TIMES THE STRAIGHT LINE"
                delimited by size into plsExceptionText
            add 1 to plausibilityWarningCount
            perform writePlausibilityLine
        end-if
    end-if

    compute plsSpeedDistance = plsCheckDistance * 60
    compute plsSpeedLimit = plausibleMaxSpeed * plsCheckTime
    if plsSpeedDistance > plsSpeedLimit
        move plausibleMaxSpeed to plsLimitDisplay
        move spaces to plsExceptionText
        string "AVERAGE SPEED OVER " plsLimitDisplay " AN HOUR"
            delimited by size into plsExceptionText
        add 1 to plausibilityWarningCount
        perform writePlausibilityLine
    end-if
exit section.

*>----------------------------------------------------------
*> nodeMasterIdx for lookupNode if the master carries a grid
*> reference for it, otherwise zero.
findSiteGridPosition section.
*>----------------------------------------------------------
    perform varying nodeMasterIdx from 1 by 1
            until nodeMasterIdx > nodeMasterCount
        if nodeMasterCode(nodeMasterIdx) = lookupNode
            exit perform
        end-if
    end-perform
    if nodeMasterIdx > nodeMasterCount
        move 0 to nodeMasterIdx
    else
        if nodeMasterGrid(nodeMasterIdx) = spaces
        or nodeMasterEasting(nodeMasterIdx) not numeric
        or nodeMasterNorthing(nodeMasterIdx) not numeric
            move 0 to nodeMasterIdx
        end-if
    end-if
exit section.

*>----------------------------------------------------------
writePlausibilityLine section.
*>----------------------------------------------------------
    move plsCheckDistance to plsDistanceDisplay
    move plsCheckTime to plsTimeDisplay
    move plsStraightLine to plsStraightDisplay
    if plausibilityBlocked
        move "BLOCKED" to plsSeverityText
    else
        move "WARNING" to plsSeverityText
    end-if
    move spaces to reportLine
    if plsGridKnown
        string "  " plsSeverityText txnAction " " txnNetworkId "  "
               txnFromNode "-" txnToNode "  " plsDistanceDisplay
               "  " plsTimeDisplay "   " plsStraightDisplay "  "
               txnUserId "  " plsExceptionText
            delimited by size into reportLine
    else
        string "  " plsSeverityText txnAction " " txnNetworkId "  "
               txnFromNode "-" txnToNode "  " plsDistanceDisplay
               "  " plsTimeDisplay "       N/A  "
               txnUserId "  " plsExceptionText
            delimited by size into reportLine
    end-if
    write plausibilityReportRecord from reportLine
exit section.

*>----------------------------------------------------------
closePlausibilityReport section.
*>----------------------------------------------------------
    if plausibilityBlockedCount = 0
    and plausibilityWarningCount = 0
        move "  (NONE)" to reportLine
        write plausibilityReportRecord from reportLine
    end-if
    move spaces to reportLine
    write plausibilityReportRecord from reportLine
    move plausibilityBlockedCount to maintCountDisplay
    move spaces to reportLine
    string "LINKS BLOCKED:         " maintCountDisplay
        delimited by size into reportLine
    write plausibilityReportRecord from reportLine
    move plausibilityWarningCount to maintCountDisplay
    move spaces to reportLine
    string "WARNINGS TO REVIEW:    " maintCountDisplay
        delimited by size into reportLine
    write plausibilityReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> plsStraightLine, the square root of plsStraightSquared, by
*> Newton's method. The first guess is the two grid deltas added
*> together - never below the root and never far above it - so
*> twenty rounds settle well inside two decimal places.
computeStraightLine section.
*>----------------------------------------------------------
    if plsStraightSquared = 0
        move 0 to plsStraightLine
        exit section
    end-if
    if plsDeltaEasting < 0
        compute plsStraightLine = 0 - plsDeltaEasting
    else
        move plsDeltaEasting to plsStraightLine
    end-if
    if plsDeltaNorthing < 0
        compute plsStraightLine = plsStraightLine - plsDeltaNorthing
    else
        add plsDeltaNorthing to plsStraightLine
    end-if
    perform varying plsRootIteration from 1 by 1
            until plsRootIteration > 20
        compute plsStraightLine rounded =
            (plsStraightLine + plsStraightSquared / plsStraightLine) / 2
    end-perform
exit section.

*>----------------------------------------------------------
terminateProgram section.
*>----------------------------------------------------------
    close changeReportFile
    close suspenseReportFile
    close plausibilityReportFile
    stop run
exit section.
