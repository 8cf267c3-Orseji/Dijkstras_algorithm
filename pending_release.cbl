*>
*> Modification History
*> 260903 OS  Initial version - see jcl/dijkstr.jcl STEP003.
*> 261015 OS  Transaction image widened to 60 bytes with nettxn's
*>            txnVehicleClasses - PNDIN/PNDOUT/SCHFILE records
*>            are 69 bytes, TXNREL 60.
*> 261015 OS  Authorised users - the user id inside each SCHFILE
*>            image must be on AUTHFILE (see authusr) with the
*>            scheduling right (a schedule) or the cancelling
*>            right (a cancel) for the image's network. A refusal
*>            is rejected on UPCRPT with the reason and logged on
*>            SECEXT (see secexc) for the security exceptions
*>            listing.
*> 261015 OS  Business-date run control - a date the run-control
*>            file (RUNCTL, see runctl.cpy) shows this step has
*>            already released, or partly released, is refused
*>            RC=16 (PNDIN rolls forward unchanged, TXNREL is
*>            empty) unless the operator's RUNPARM card (see
*>            runparm.cpy) carries the rerun override. PNDOUT now
*>            also carries the queue as it stood before the night
*>            ("B" records, see pndtxn.cpy); a rerun of the latest
*>            night released starts again from them, so nothing
*>            is scheduled, cancelled or released twice. The
*>            business date is the run date unless RUNPARM names
*>            one.
*> 261015 OS  PNDIN and AUTHFILE are loaded before the started
*>            event is written, and a step that fails short of
*>            writing PNDOUT rolls PNDIN forward to it as a refusal
*>            does, so the generation the JCL catalogues is never
*>            an empty one. PNDOUT opens with an "N" record
*>            naming the night its "B" image belongs to, and a
*>            rerun of a partly released night starts again from
*>            that image when PNDIN carries it.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. pending_release.
    select upcomingReportFile assign to "UPCRPT"
        organization is line sequential
        file status is upcomingReportFileStatus.
    select authorisedUserFile assign to "AUTHFILE"
        organization is line sequential
        file status is authorisedUserFileStatus.
    select securityExtractFile assign to "SECEXT"
        organization is line sequential
        file status is securityExtractFileStatus.
    select runControlFile assign to "RUNCTL"
        organization is line sequential
        file status is runControlFileStatus.
    select runParmFile assign to "RUNPARM"
        organization is line sequential
        file status is runParmFileStatus.

DATA DIVISION.
FILE SECTION.
    copy "pndtxn.cpy".

FD  pendingOutFile.
01 pendingOutRecord pic x(69).

FD  scheduleFile.
01 scheduleRecord pic x(69).

FD  releasedTxnFile.
01 releasedTxnRecord pic x(60).

FD  upcomingReportFile.
01 upcomingReportRecord pic x(132).

FD  authorisedUserFile.
    copy "authusr.cpy".

FD  securityExtractFile.
    copy "secexc.cpy".

FD  runControlFile.
01 runControlInRecord pic x(50).

FD  runParmFile.
    copy "runparm.cpy".

WORKING-STORAGE SECTION.

*> every pending change held live - a couple of hundred covers
01 pendingTable.
    02 pendingOcr occurs 200.
        03 pndEffDateVal pic 9(8).
        03 pndImageVal pic x(60).
        03 pndCancelledSwitch pic 9(1).
            88 pndEntryCancelled value 1, false 0.
        03 pndReleasedSwitch pic 9(1).
01 pendingIdx pic 9(6).
01 pendingScanIdx pic 9(6).
01 pendingFoundPos pic 9(6).
*> how many of the table's entries came in off PNDIN - the queue
*> as it stood before tonight, written back out as the "B" image.
01 pendingLoadedCount pic 9(6) value 0.
01 loadBackoutImageSwitch pic 9(1).
    88 loadBackoutImage value 1, false 0.

01 pendingInFileStatus pic x(2).
01 pendingOutFileStatus pic x(2).
01 scheduleFileStatus pic x(2).
01 releasedTxnFileStatus pic x(2).
01 upcomingReportFileStatus pic x(2).
01 runControlFileStatus pic x(2).
01 runParmFileStatus pic x(2).

    copy "runctl.cpy".

*> business-date run control - which night this is, whether the
*> operator has authorised releasing it again, the latest event
*> RUNCTL holds for the night against this step, and the night
*> this step last completed, which is the only one whose "B"
*> image PNDIN still carries.
01 runControlStepName pic x(8) value "PNDREL".
01 rerunOverrideSwitch pic 9(1).
    88 rerunAuthorised value 1, false 0.
01 priorPostingState pic x(1) value space.
    88 priorPostingNone value space.
    88 priorPostingComplete value "C".
    88 priorPostingPartial value "S" "B".
01 lastCompletedDate pic 9(8) value 0.
01 runControlEventCode pic x(1).
01 runControlEventCount pic 9(8).
01 runControlEventAmount pic 9(12).
01 refuseReason pic x(80).

01 scheduleReadCount pic 9(6) value 0.
01 scheduleRejectedCount pic 9(6) value 0.

01 rejectReason pic x(40).

*> a request's image seen through the nettxn layout, for the
*> user id and network its authority is checked against.
    copy "nettxn.cpy".

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

*> civil day-number arithmetic for the days-to-effect column -
*> the usual shifted-month formula, done with integer COMPUTEs
*> so February lands where it should across leap years.

PROCEDURE DIVISION.

    accept runDateYYYYMMDD from date yyyymmdd
    perform readRunParm
    perform openUpcomingReport
    move runDateYYYYMMDD to dayNumberDate
    perform computeDayNumber
    move dayNumberValue to runDayNumber

    *> the run-control gate - a night already released is not
    *> released again unless the operator says to, and then only
    *> from the queue as it stood before the earlier release.
    perform loadRunControl
    move spaces to refuseReason
    if not priorPostingNone
    and not rerunAuthorised
        if priorPostingComplete
            string "BUSINESS DATE " runDateDisplay
                   " ALREADY POSTED - RUNPARM RERUN OVERRIDE REQUIRED"
                delimited by size into refuseReason
        else
            string "BUSINESS DATE " runDateDisplay
                   " PARTLY POSTED - RUNPARM RERUN OVERRIDE REQUIRED"
                delimited by size into refuseReason
        end-if
        perform refusePosting
    end-if
    if priorPostingComplete
    and lastCompletedDate not = runDateYYYYMMDD
        string "BUSINESS DATE " runDateDisplay
               " IS NOT THE LAST NIGHT RELEASED - CANNOT BE BACKED OUT"
            delimited by size into refuseReason
        perform refusePosting
    end-if
    *> a completed night catalogued the generation PNDIN now is,
    *> and its "B" image is the queue to start again from. A
    *> partly released night rolled PNDIN forward unchanged, so
    *> its "S" records are still the queue - unless what rolled
    *> forward was that night's own generation (its completed
    *> event never written, or a rerun of it failing part way),
    *> which loadPendingFile knows by the generation's "N" record.
    if priorPostingComplete
        set loadBackoutImage to true
    else
        set loadBackoutImage to false
    end-if
    perform loadPendingFile
    if not releaseLoadFailed
        perform loadAuthorisedUsers
    end-if
    if releaseLoadFailed
        perform abandonRelease
    end-if
    move "S" to runControlEventCode
    move 0 to runControlEventCount
    move 0 to runControlEventAmount
    perform writeRunControlEvent

    move pendingCount to pendingLoadedCount
    if loadBackoutImage
        move "B" to runControlEventCode
        move pendingLoadedCount to runControlEventCount
        perform writeRunControlEvent
        move spaces to reportLine
        string "RERUN - QUEUE RESTORED TO ITS STATE BEFORE THE EARLIER RELEASE OF "
               runDateDisplay delimited by size into reportLine
        write upcomingReportRecord from reportLine
        move spaces to reportLine
        write upcomingReportRecord from reportLine
    end-if
    perform openSecurityExtract
    perform applyScheduleFile
    perform closeSecurityExtract
    perform releaseDueTransactions
    perform writeCarriedForwardFile
    perform printUpcomingChanges
    perform printReleaseTotals
    move "C" to runControlEventCode
    move releasedCount to runControlEventCount
    perform writeRunControlEvent
    if scheduleRejectedCount > 0
        move 4 to return-code
    end-if
        stop run
    end-if

    move spaces to reportLine
    string runDateYYYYMMDD(1:4) "-" runDateYYYYMMDD(5:2) "-"
           runDateYYYYMMDD(7:2) delimited by size into runDateDisplay
    string "SCHEDULED NETWORK CHANGES       BUSINESS DATE: "
           runDateDisplay delimited by size into reportLine
    write upcomingReportRecord from reportLine
    move spaces to reportLine
*> The current pending generation into the table. A PNDIN that
*> is absent (the first night the queue is ever used) is an
*> empty queue, not a failure - same first-night rule EXTPREV
*> follows. The live queue is its "S" records; a rerun loads the
*> "B" image of the queue before the earlier release instead -
*> for a partly released night, only when the generation's "N"
*> record says the image is that night's.
loadPendingFile section.
*>----------------------------------------------------------
    set releaseLoadFailed to false
            at end
                move "10" to pendingInFileStatus
            not at end
                evaluate true
                    when pndRecordIsNight
                        if priorPostingPartial
                        and pndEffectiveDate = runDateYYYYMMDD
                            set loadBackoutImage to true
                        end-if
                    when pndRecordIsSchedule and not loadBackoutImage
                    when pndRecordIsBackout and loadBackoutImage
                        add 1 to pendingCount
                        move pndEffectiveDate
                            to pndEffDateVal(pendingCount)
                        move pndTransactionImage
                            to pndImageVal(pendingCount)
                        set pndEntryCancelled(pendingCount) to false
                        set pndEntryReleased(pendingCount) to false
                    when pndRecordIsSchedule
                    when pndRecordIsBackout
                        continue
                    when other
                        display "PENDING RELEASE ERROR: PNDIN RECORD OF UNKNOWN TYPE "
                            pndRecordType
                        set releaseLoadFailed to true
                end-evaluate
        end-read
    end-perform
    close pendingInFile
    if scheduleFileStatus not = "00"
        display "PENDING RELEASE ERROR: SCHFILE COULD NOT BE OPENED - FILE STATUS "
            scheduleFileStatus
        perform abandonRelease
    end-if
    perform until scheduleFileStatus = "10"
        read scheduleFile into pendingChangeRecord
    or pndEffectiveDate < 20000101
        move "EFFECTIVE DATE INVALID" to rejectReason
    end-if
    if rejectReason = spaces
    and (pndRecordIsSchedule or pndRecordIsCancel)
        move pndTransactionImage to edgeTransactionRecord
        move txnUserId to authCheckUserId
        move txnNetworkId to authCheckNetworkId
        if pndRecordIsSchedule
            move "H" to authCheckRight
        else
            move "C" to authCheckRight
        end-if
        perform checkUserAuthority
        if rejectReason not = spaces
            move pndTransactionImage(1:20) to securityTransactionKey
            perform writeSecurityException
        end-if
    end-if
    if rejectReason = spaces
        evaluate true
            when pndRecordIsSchedule
    if releasedTxnFileStatus not = "00"
        display "PENDING RELEASE ERROR: TXNREL COULD NOT BE OPENED - FILE STATUS "
            releasedTxnFileStatus
        perform abandonRelease
    end-if
    perform varying pendingIdx from 1 by 1
            until pendingIdx > pendingCount
exit section.

*>----------------------------------------------------------
*> The night the generation belongs to ("N") heads it, then the
*> live queue ("S") goes forward, then the queue as it came in
*> off PNDIN, before tonight touched it ("B") - what a rerun of
*> tonight would start again from.
writeCarriedForwardFile section.
*>----------------------------------------------------------
    open output pendingOutFile
        move 16 to return-code
        perform terminateProgram
    end-if
    move spaces to pendingChangeRecord
    move "N" to pndRecordType
    move runDateYYYYMMDD to pndEffectiveDate
    write pendingOutRecord from pendingChangeRecord
    perform varying pendingIdx from 1 by 1
            until pendingIdx > pendingCount
        if not pndEntryCancelled(pendingIdx)
            write pendingOutRecord from pendingChangeRecord
        end-if
    end-perform
    perform varying pendingIdx from 1 by 1
            until pendingIdx > pendingLoadedCount
        move spaces to pendingChangeRecord
        move "B" to pndRecordType
        move pndEffDateVal(pendingIdx) to pndEffectiveDate
        move pndImageVal(pendingIdx) to pndTransactionImage
        write pendingOutRecord from pendingChangeRecord
    end-perform
    close pendingOutFile
exit section.

    write upcomingReportRecord from reportLine
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
        display "PENDING RELEASE ERROR: AUTHFILE COULD NOT BE OPENED - FILE STATUS "
            authorisedUserFileStatus
        set releaseLoadFailed to true
        exit section
    end-if
    perform until authorisedUserFileStatus = "10"
        read authorisedUserFile
            at end
                move "10" to authorisedUserFileStatus
            not at end
                if authUserCount >= 100
                    display "PENDING RELEASE ERROR: AUTHFILE HOLDS MORE THAN 100 USER IDS"
                    set releaseLoadFailed to true
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
        display "PENDING RELEASE ERROR: SECEXT COULD NOT BE OPENED - FILE STATUS "
            securityExtractFileStatus
        perform abandonRelease
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
    move "PNDREL" to secSourceStep
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
    move "PNDREL" to secCtlSourceStep
    move securityExceptionCount to secCtlRecordCount
    move runDateYYYYMMDD to secCtlRunDate
    write securityExceptionRecord
    close securityExtractFile
exit section.

*>----------------------------------------------------------
*> The civil day number of dayNumberDate - the shifted-month
*> formula, stepwise so every division truncates in an integer
        + dnTermD + dnTermE + dnDay
exit section.

*>----------------------------------------------------------
*> RUNPARM is optional - absent, or carrying zeros and no
*> override, means release the run date's night once only.
readRunParm section.
*>----------------------------------------------------------
    set rerunAuthorised to false
    open input runParmFile
    if runParmFileStatus = "00"
        read runParmFile
            not at end
                if rprBusinessDate not numeric
                    display "PENDING RELEASE ERROR: RUNPARM BUSINESS DATE IS NOT NUMERIC"
                    perform abandonRelease
                end-if
                if rprBusinessDate not = 0
                    move rprBusinessDate to runDateYYYYMMDD
                end-if
                if rprRerunAuthorised
                    set rerunAuthorised to true
                end-if
        end-read
        close runParmFile
    end-if
exit section.

*>----------------------------------------------------------
*> The latest event RUNCTL holds for this step and night, and
*> the last night this step completed at all. An absent file is
*> a control file not yet started - nothing has been released
*> under it.
loadRunControl section.
*>----------------------------------------------------------
    move space to priorPostingState
    move 0 to lastCompletedDate
    open input runControlFile
    if runControlFileStatus = "35"
        exit section
    end-if
    if runControlFileStatus not = "00"
        display "PENDING RELEASE ERROR: RUNCTL COULD NOT BE OPENED - FILE STATUS "
            runControlFileStatus
        perform abandonRelease
    end-if
    perform until runControlFileStatus = "10"
        read runControlFile into runControlRecord
            at end
                move "10" to runControlFileStatus
            not at end
                if rctStepName = runControlStepName
                    if rctBusinessDate = runDateYYYYMMDD
                        move rctEvent to priorPostingState
                    end-if
                    if rctEventCompleted
                        move rctBusinessDate to lastCompletedDate
                    end-if
                end-if
        end-read
    end-perform
    close runControlFile
exit section.

*>----------------------------------------------------------
*> One event onto RUNCTL, opened and closed around the write so
*> the event is on file before the work it announces begins.
*> The first event ever written (file status 35) opens it fresh.
writeRunControlEvent section.
*>----------------------------------------------------------
    open extend runControlFile
    if runControlFileStatus = "35"
        open output runControlFile
    end-if
    if runControlFileStatus not = "00"
        display "PENDING RELEASE ERROR: RUNCTL COULD NOT BE OPENED - FILE STATUS "
            runControlFileStatus
        *> short of "C" PNDOUT is not written yet - roll PNDIN
        *> forward rather than leave the generation empty.
        if runControlEventCode not = "C"
            perform abandonRelease
        end-if
        move 16 to return-code
        perform terminateProgram
    end-if
    move spaces to runControlRecord
    move runDateYYYYMMDD to rctBusinessDate
    move runControlStepName to rctStepName
    move runControlEventCode to rctEvent
    if rerunAuthorised
        move "Y" to rctRerunFlag
    else
        move "N" to rctRerunFlag
    end-if
    accept rctPostedDate from date yyyymmdd
    move runControlEventCount to rctRecordCount
    move runControlEventAmount to rctAmount
    write runControlInRecord from runControlRecord
    close runControlFile
exit section.

*>----------------------------------------------------------
*> A refused night releases nothing - TXNREL goes out empty for
*> STEP007 - and PNDIN rolls forward to PNDOUT record for
*> record, so the generation the JCL catalogues behind a refusal
*> is the queue exactly as it was, not an empty one.
refusePosting section.
*>----------------------------------------------------------
    display "PENDING RELEASE ERROR: " refuseReason
    move spaces to reportLine
    string "RUN REFUSED: " refuseReason delimited by size
        into reportLine
    write upcomingReportRecord from reportLine
    perform abandonRelease
exit section.

*>----------------------------------------------------------
*> Ends the step RC=16 releasing nothing, whether refused before
*> it began or failed once it had - TXNREL empty, PNDIN rolled
*> forward as it came in, "N" and "B" records and all, so a
*> rerun finds the queue exactly where this run found it.
abandonRelease section.
*>----------------------------------------------------------
    open output releasedTxnFile
    close releasedTxnFile
    open output pendingOutFile
    if pendingOutFileStatus not = "00"
        display "PENDING RELEASE ERROR: PNDOUT COULD NOT BE OPENED - FILE STATUS "
            pendingOutFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    open input pendingInFile
    if pendingInFileStatus = "00"
        perform until pendingInFileStatus = "10"
            read pendingInFile
                at end
                    move "10" to pendingInFileStatus
                not at end
                    write pendingOutRecord from pendingChangeRecord
            end-read
        end-perform
        close pendingInFile
    end-if
    close pendingOutFile
    move 16 to return-code
    perform terminateProgram
exit section.

*>----------------------------------------------------------
printReleaseTotals section.
*>----------------------------------------------------------
        delimited by size into reportLine
    write upcomingReportRecord from reportLine

    move securityExceptionCount to releaseCountDisplay
    move spaces to reportLine
    string "SECURITY EXCEPTIONS:    " releaseCountDisplay
        delimited by size into reportLine
    write upcomingReportRecord from reportLine

    move releasedCount to releaseCountDisplay
    move spaces to reportLine
    string "RELEASED TONIGHT:       " releaseCountDisplay
