*>
*> Modification History
*> 260903 OS  Initial version - see jcl/dijkstr.jcl STEP050.
*> 261015 OS  The night's CHGEXT records, trailer and all, are
*>            also appended to the chargeback log (CHGLOG), and
*>            both trailers carry the run date - the month-end
*>            close balances CHGMTD to the sum of the month's
*>            nightly trailers off it (see month_end_close).
*> 261015 OS  Business-date run control - a date the run-control
*>            file (RUNCTL, see runctl.cpy) shows this step has
*>            already billed, or partly billed, is refused RC=16
*>            (CHGMTD rolls forward unchanged, CHGEXT is empty)
*>            unless the operator's RUNPARM card (see runparm.cpy)
*>            carries the rerun override. A rerun takes the
*>            date's earlier buckets off CHGLOG (through CHGWRK)
*>            and back out of the month-to-date before billing
*>            the date afresh. The business date is the run date
*>            unless RUNPARM names one.
*> 261015 OS  A step that fails short of writing CHGMTD rolls it
*>            forward unchanged, as a refusal does, so the
*>            generation the JCL catalogues is never an empty
*>            one; CHGWRK is opened before CHGLOG is rewritten.
*>            With no RUNPARM date the business date is the night
*>            STEP003 opened on RUNCTL, not this step's clock, so
*>            a night that crosses midnight is billed under the
*>            date PNDREL and PATHHIST post it under.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. chargeback_extract.
    select mtdOutFile assign to "MTDOUT"
        organization is line sequential
        file status is mtdOutFileStatus.
    select chargebackLogFile assign to "CHGLOG"
        organization is line sequential
        file status is chargebackLogFileStatus.
    select chargebackWorkFile assign to "CHGWRK"
        organization is line sequential
        file status is chargebackWorkFileStatus.
    select runControlFile assign to "RUNCTL"
        organization is line sequential
        file status is runControlFileStatus.
    select runParmFile assign to "RUNPARM"
        organization is line sequential
        file status is runParmFileStatus.

DATA DIVISION.
FILE SECTION.
FD  mtdOutFile.
01 mtdOutRecord pic x(31).

FD  chargebackLogFile.
01 chargebackLogRecord pic x(31).

FD  chargebackWorkFile.
01 chargebackWorkRecord pic x(31).

FD  runControlFile.
01 runControlInRecord pic x(50).

FD  runParmFile.
    copy "runparm.cpy".

WORKING-STORAGE SECTION.

*> records move through the one chargebackRecord layout both
01 chargebackFileStatus pic x(2).
01 mtdInFileStatus pic x(2).
01 mtdOutFileStatus pic x(2).
01 chargebackLogFileStatus pic x(2).
01 chargebackWorkFileStatus pic x(2).
01 runControlFileStatus pic x(2).
01 runParmFileStatus pic x(2).

    copy "runctl.cpy".

*> business-date run control - which night this is, whether the
*> operator has authorised billing it again, and the latest
*> event RUNCTL holds for the night against this step.
01 runControlStepName pic x(8) value "CHGBACK".
01 businessDateDisplay pic x(10).
01 rerunOverrideSwitch pic 9(1).
    88 rerunAuthorised value 1, false 0.
01 businessDateNamedSwitch pic 9(1).
    88 businessDateNamed value 1, false 0.
01 priorPostingState pic x(1) value space.
    88 priorPostingNone value space.
    88 priorPostingComplete value "C".
    88 priorPostingPartial value "S" "B".
01 runControlEventCode pic x(1).
01 runControlEventCount pic 9(8).
01 runControlEventAmount pic 9(12).
01 refuseReason pic x(80).

*> the earlier posting of the night being rerun, as CHGLOG holds
*> it - taken off the month-to-date when CHGMTD is known to carry
*> it, which a completed posting always does and a partial one
*> only if it got as far as cataloguing CHGMTD (its trailer then
*> carries the night's date).
01 backoutTable.
    02 backoutOcr occurs 200.
        03 bkoSystemPrefix pic x(3).
        03 bkoOriginRegion pic x(3).
        03 bkoRequestCount pic 9(6).
        03 bkoCarriageCost pic 9(10).
        03 bkoHeldInMtdSwitch pic 9(1).
            88 bkoHeldInMtd value 1, false 0.
01 backoutCount pic 9(6) value 0.
01 backoutIdx pic 9(6).
01 backoutTotalCost pic 9(12) value 0.
01 backoutFromMtdSwitch pic 9(1).
    88 backoutFromMtd value 1, false 0.
01 mtdTrailerDate pic 9(8) value 0.

*> one bucket per requesting-system prefix and origin region -
*> a handful of systems times a handful of regions; 200 is
01 mtdReadCount pic 9(6) value 0.
01 extractTotalCost pic 9(12) value 0.
01 extractBucketCount pic 9(6) value 0.
01 nightTotalCost pic 9(12) value 0.
01 nightBucketCount pic 9(6) value 0.

01 loadFailedSwitch pic 9(1).
    88 loadFailed value 1, false 0.
PROCEDURE DIVISION.

    accept runDateYYYYMMDD from date yyyymmdd
    perform readRunParm
    if not businessDateNamed
        perform takeNightFromRunControl
    end-if
    move spaces to businessDateDisplay
    string runDateYYYYMMDD(1:4) "-" runDateYYYYMMDD(5:2) "-"
           runDateYYYYMMDD(7:2) delimited by size into businessDateDisplay
    perform loadNodeMaster
    if loadFailed
        perform abandonPosting
    end-if

    *> the run-control gate - a night already billed is not
    *> billed again unless the operator says to, and then only
    *> in place of the earlier billing, never on top of it.
    perform loadRunControl
    if not priorPostingNone
        if not rerunAuthorised
            move spaces to refuseReason
            if priorPostingComplete
                string "BUSINESS DATE " businessDateDisplay
                       " ALREADY POSTED - RUNPARM RERUN OVERRIDE REQUIRED"
                    delimited by size into refuseReason
            else
                string "BUSINESS DATE " businessDateDisplay
                       " PARTLY POSTED - RUNPARM RERUN OVERRIDE REQUIRED"
                    delimited by size into refuseReason
            end-if
            perform refusePosting
        end-if
        perform collectEarlierPosting
        perform checkMonthToDateHoldsPosting
    end-if
    move "S" to runControlEventCode
    move 0 to runControlEventCount
    move 0 to runControlEventAmount
    perform writeRunControlEvent

    perform accumulateNightResponses
    perform writeNightExtract
    move extractBucketCount to nightBucketCount
    move extractTotalCost to nightTotalCost
    if not priorPostingNone
        move "B" to runControlEventCode
        move backoutCount to runControlEventCount
        move backoutTotalCost to runControlEventAmount
        perform writeRunControlEvent
    end-if
    perform rollMonthToDate
    move "C" to runControlEventCode
    move nightBucketCount to runControlEventCount
    move nightTotalCost to runControlEventAmount
    perform writeRunControlEvent
    perform displayChargebackTotals
    if bucketsLumpedCount > 0
        *> the trailer still balances, but finance should look at
    if responseFileStatus not = "00"
        display "CHARGEBACK ERROR: RSPFILE COULD NOT BE OPENED - FILE STATUS "
            responseFileStatus
        perform abandonPosting
    end-if
    perform until responseFileStatus = "10"
        read responseFile

*>----------------------------------------------------------
*> The night's extract - one "D" record per bucket and the "T"
*> trailer the billing batch balances to - written to CHGEXT
*> and appended, record for record, to CHGLOG. On a rerun CHGLOG
*> is first rewritten from CHGWRK, which holds every other
*> night, so the earlier posting leaves the log in the same pass
*> that adds the new one.
writeNightExtract section.
*>----------------------------------------------------------
    *> every file is open before CHGLOG is touched - a rerun
    *> rewrites the log from CHGWRK, and a failure after that
    *> rewrite began would lose every other night on it.
    if not priorPostingNone
        open input chargebackWorkFile
        if chargebackWorkFileStatus not = "00"
            display "CHARGEBACK ERROR: CHGWRK COULD NOT BE OPENED - FILE STATUS "
                chargebackWorkFileStatus
            perform abandonPosting
        end-if
    end-if
    open output chargebackFile
    if chargebackFileStatus not = "00"
        display "CHARGEBACK ERROR: CHGEXT COULD NOT BE OPENED - FILE STATUS "
            chargebackFileStatus
        close chargebackWorkFile
        perform abandonPosting
    end-if
    *> extend keeps every prior night; the very first night
    *> (file status 35) opens the log fresh instead.
    if priorPostingNone
        open extend chargebackLogFile
        if chargebackLogFileStatus = "35"
            open output chargebackLogFile
        end-if
    else
        open output chargebackLogFile
    end-if
    if chargebackLogFileStatus not = "00"
        display "CHARGEBACK ERROR: CHGLOG COULD NOT BE OPENED - FILE STATUS "
            chargebackLogFileStatus
        close chargebackWorkFile
        close chargebackFile
        perform abandonPosting
    end-if
    if not priorPostingNone
        perform until chargebackWorkFileStatus = "10"
            read chargebackWorkFile
                at end
                    move "10" to chargebackWorkFileStatus
                not at end
                    write chargebackLogRecord from chargebackWorkRecord
            end-read
        end-perform
        close chargebackWorkFile
    end-if
    move 0 to extractTotalCost
    move 0 to extractBucketCount
        move bktRequestCount(bucketIdx) to chgRequestCount
        move bktCarriageCost(bucketIdx) to chgCarriageCost
        write chargebackOutRecord from chargebackRecord
        write chargebackLogRecord from chargebackRecord
        add 1 to extractBucketCount
        add bktCarriageCost(bucketIdx) to extractTotalCost
    end-perform
    move "T" to chgRecordType
    move extractBucketCount to chgCtlRecordCount
    move extractTotalCost to chgCtlTotalCost
    move runDateYYYYMMDD to chgCtlRunDate
    write chargebackOutRecord from chargebackRecord
    write chargebackLogRecord from chargebackRecord
    close chargebackFile
    close chargebackLogFile
exit section.

*>----------------------------------------------------------
*> added on top, and the combined set goes out with its own
*> trailer. An MTDIN that is absent or empty is the first night
*> of a fresh accumulation (month-end processing re-seeds the
*> generation after billing), not a failure. A rerun's earlier
*> posting comes back off the combined buckets before they go
*> out; a bucket it empties is dropped, and the trailer keeps
*> the latest night CHGMTD has seen even when an older night is
*> the one being rerun.
rollMonthToDate section.
*>----------------------------------------------------------
    open input mtdInFile
                        move chgCarriageCost to bucketAddCost
                        perform addToBucket
                    end-if
                    if chgRecordIsTrailer
                    and chgCtlRunDate is numeric
                        move chgCtlRunDate to mtdTrailerDate
                    end-if
            end-read
        end-perform
        close mtdInFile
    end-if
    if backoutFromMtd
        perform subtractEarlierPosting
    end-if

    open output mtdOutFile
    if mtdOutFileStatus not = "00"
    move 0 to extractTotalCost
    move 0 to extractBucketCount
    perform varying bucketIdx from 1 by 1 until bucketIdx > bucketCount
        if bktRequestCount(bucketIdx) > 0
        or bktCarriageCost(bucketIdx) > 0
            move spaces to chargebackRecord
            move "D" to chgRecordType
            move runDateYYYYMMDD to chgRunDate
            move bktSystemPrefix(bucketIdx) to chgSystemPrefix
            move bktOriginRegion(bucketIdx) to chgOriginRegion
            move bktRequestCount(bucketIdx) to chgRequestCount
            move bktCarriageCost(bucketIdx) to chgCarriageCost
            write mtdOutRecord from chargebackRecord
            add 1 to extractBucketCount
            add bktCarriageCost(bucketIdx) to extractTotalCost
        end-if
    end-perform
    move spaces to chargebackRecord
    move "T" to chgRecordType
    move extractBucketCount to chgCtlRecordCount
    move extractTotalCost to chgCtlTotalCost
    if mtdTrailerDate > runDateYYYYMMDD
        move mtdTrailerDate to chgCtlRunDate
    else
        move runDateYYYYMMDD to chgCtlRunDate
    end-if
    write mtdOutRecord from chargebackRecord
    close mtdOutFile
exit section.
        move bucketsLumpedCount to chargeCountDisplay
        display "CHARGEBACK: ANSWERS LUMPED TO *** " chargeCountDisplay
    end-if
    display "CHARGEBACK: BUSINESS DATE         " businessDateDisplay
    if not priorPostingNone
        move backoutCount to chargeCountDisplay
        display "CHARGEBACK: BUCKETS BACKED OUT    " chargeCountDisplay
        if not backoutFromMtd
            display "CHARGEBACK: (CHGMTD DID NOT CARRY THE EARLIER POSTING)"
        end-if
    end-if
exit section.

*>----------------------------------------------------------
*> RUNPARM is optional - absent, or carrying zeros and no
*> override, means bill the night STEP003 opened once only.
readRunParm section.
*>----------------------------------------------------------
    set rerunAuthorised to false
    set businessDateNamed to false
    open input runParmFile
    if runParmFileStatus = "00"
        read runParmFile
            not at end
                if rprBusinessDate not numeric
                    display "CHARGEBACK ERROR: RUNPARM BUSINESS DATE IS NOT NUMERIC"
                    perform abandonPosting
                end-if
                if rprBusinessDate not = 0
                    move rprBusinessDate to runDateYYYYMMDD
                    set businessDateNamed to true
                end-if
                if rprRerunAuthorised
                    set rerunAuthorised to true
                end-if
        end-read
        close runParmFile
    end-if
exit section.

*>----------------------------------------------------------
*> With no date on RUNPARM the night is the one PNDREL, the
*> first posting step, opened - its latest event on RUNCTL - so
*> a night that runs past midnight is billed under the date the
*> rest of it posted under. No PNDREL event at all leaves the
*> run date.
takeNightFromRunControl section.
*>----------------------------------------------------------
    open input runControlFile
    if runControlFileStatus = "35"
        exit section
    end-if
    if runControlFileStatus not = "00"
        display "CHARGEBACK ERROR: RUNCTL COULD NOT BE OPENED - FILE STATUS "
            runControlFileStatus
        perform abandonPosting
    end-if
    perform until runControlFileStatus = "10"
        read runControlFile into runControlRecord
            at end
                move "10" to runControlFileStatus
            not at end
                if rctStepIsPendingRelease
                and rctBusinessDate is numeric
                    move rctBusinessDate to runDateYYYYMMDD
                end-if
        end-read
    end-perform
    close runControlFile
exit section.

*>----------------------------------------------------------
*> The latest event RUNCTL holds for this step and night. An
*> absent file is a control file not yet started - nothing has
*> been billed under it.
loadRunControl section.
*>----------------------------------------------------------
    move space to priorPostingState
    open input runControlFile
    if runControlFileStatus = "35"
        exit section
    end-if
    if runControlFileStatus not = "00"
        display "CHARGEBACK ERROR: RUNCTL COULD NOT BE OPENED - FILE STATUS "
            runControlFileStatus
        perform abandonPosting
    end-if
    perform until runControlFileStatus = "10"
        read runControlFile into runControlRecord
            at end
                move "10" to runControlFileStatus
            not at end
                if rctStepName = runControlStepName
                and rctBusinessDate = runDateYYYYMMDD
                    move rctEvent to priorPostingState
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
        display "CHARGEBACK ERROR: RUNCTL COULD NOT BE OPENED - FILE STATUS "
            runControlFileStatus
        *> short of "C" CHGMTD is not written yet - roll it
        *> forward rather than leave the generation empty.
        if runControlEventCode not = "C"
            perform abandonPosting
        end-if
        move 16 to return-code
        stop run
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
*> A refused night bills nothing - CHGEXT goes out empty, with
*> no trailer for the billing batch to balance to - and CHGMTD
*> rolls forward record for record, so the generation the JCL
*> catalogues behind a refusal is the month-to-date as it was,
*> not an empty one.
refusePosting section.
*>----------------------------------------------------------
    display "CHARGEBACK ERROR: " refuseReason
    perform abandonPosting
exit section.

*>----------------------------------------------------------
*> Ends the step RC=16 billing nothing, whether refused before
*> it began or failed once it had - CHGEXT empty, CHGMTD rolled
*> forward as it came in, so a rerun finds no trailer for the
*> night on it and has nothing to take back off. CHGLOG is
*> never open here.
abandonPosting section.
*>----------------------------------------------------------
    open output chargebackFile
    close chargebackFile
    open output mtdOutFile
    if mtdOutFileStatus not = "00"
        display "CHARGEBACK ERROR: MTDOUT COULD NOT BE OPENED - FILE STATUS "
            mtdOutFileStatus
        move 16 to return-code
        stop run
    end-if
    open input mtdInFile
    if mtdInFileStatus = "00"
        perform until mtdInFileStatus = "10"
            read mtdInFile
                at end
                    move "10" to mtdInFileStatus
                not at end
                    write mtdOutRecord from mtdInRecord
            end-read
        end-perform
        close mtdInFile
    end-if
    close mtdOutFile
    move 16 to return-code
    stop run
exit section.

*>----------------------------------------------------------
*> Splits CHGLOG for a rerun: the night's earlier buckets are
*> gathered into the backout table, its trailer is dropped, and
*> every other night goes to CHGWRK for writeNightExtract to
*> rewrite the log from. Nothing on CHGLOG itself changes here.
collectEarlierPosting section.
*>----------------------------------------------------------
    move 0 to backoutCount
    move 0 to backoutTotalCost
    open output chargebackWorkFile
    if chargebackWorkFileStatus not = "00"
        display "CHARGEBACK ERROR: CHGWRK COULD NOT BE OPENED - FILE STATUS "
            chargebackWorkFileStatus
        perform abandonPosting
    end-if
    open input chargebackLogFile
    if chargebackLogFileStatus = "35"
        close chargebackWorkFile
        exit section
    end-if
    if chargebackLogFileStatus not = "00"
        display "CHARGEBACK ERROR: CHGLOG COULD NOT BE OPENED - FILE STATUS "
            chargebackLogFileStatus
        perform abandonPosting
    end-if
    perform until chargebackLogFileStatus = "10"
        read chargebackLogFile into chargebackRecord
            at end
                move "10" to chargebackLogFileStatus
            not at end
                evaluate true
                    when chgRecordIsDetail
                    and chgRunDate = runDateYYYYMMDD
                        perform addToBackout
                    when chgRecordIsTrailer
                    and chgCtlRunDate = runDateYYYYMMDD
                        continue
                    when other
                        write chargebackWorkRecord from chargebackRecord
                end-evaluate
        end-read
    end-perform
    close chargebackLogFile
    close chargebackWorkFile
exit section.

*>----------------------------------------------------------
addToBackout section.
*>----------------------------------------------------------
    perform varying backoutIdx from 1 by 1
            until backoutIdx > backoutCount
        if bkoSystemPrefix(backoutIdx) = chgSystemPrefix
        and bkoOriginRegion(backoutIdx) = chgOriginRegion
            exit perform
        end-if
    end-perform
    if backoutIdx > backoutCount
        if backoutCount >= 200
            move "EARLIER POSTING HOLDS MORE THAN 200 BUCKETS" to refuseReason
            perform refusePosting
        end-if
        add 1 to backoutCount
        move chgSystemPrefix to bkoSystemPrefix(backoutCount)
        move chgOriginRegion to bkoOriginRegion(backoutCount)
        move 0 to bkoRequestCount(backoutCount)
        move 0 to bkoCarriageCost(backoutCount)
        set bkoHeldInMtd(backoutCount) to false
    end-if
    add chgRequestCount to bkoRequestCount(backoutIdx)
    add chgCarriageCost to bkoCarriageCost(backoutIdx)
    add chgCarriageCost to backoutTotalCost
exit section.

*>----------------------------------------------------------
*> Before anything is written: does CHGMTD carry the earlier
*> posting, and hold enough in every bucket to give it back? A
*> completed posting is always in CHGMTD; a partial one only if
*> its CHGMTD generation was catalogued, which its trailer date
*> shows. A bucket that cannot give the posting back means the
*> month-to-date has moved on under it - most likely the month
*> has been closed and re-seeded since - and the rerun is
*> refused rather than bill a negative.
checkMonthToDateHoldsPosting section.
*>----------------------------------------------------------
    move 0 to mtdTrailerDate
    open input mtdInFile
    if mtdInFileStatus = "00"
        perform until mtdInFileStatus = "10"
            read mtdInFile into chargebackRecord
                at end
                    move "10" to mtdInFileStatus
                not at end
                    if chgRecordIsTrailer
                    and chgCtlRunDate is numeric
                        move chgCtlRunDate to mtdTrailerDate
                    end-if
                    if chgRecordIsDetail
                        perform varying backoutIdx from 1 by 1
                                until backoutIdx > backoutCount
                            if bkoSystemPrefix(backoutIdx) = chgSystemPrefix
                            and bkoOriginRegion(backoutIdx) = chgOriginRegion
                            and bkoRequestCount(backoutIdx) <= chgRequestCount
                            and bkoCarriageCost(backoutIdx) <= chgCarriageCost
                                set bkoHeldInMtd(backoutIdx) to true
                            end-if
                        end-perform
                    end-if
            end-read
        end-perform
        close mtdInFile
    end-if
    set backoutFromMtd to false
    if priorPostingComplete
    or mtdTrailerDate = runDateYYYYMMDD
        set backoutFromMtd to true
    end-if
    if backoutFromMtd
        perform varying backoutIdx from 1 by 1
                until backoutIdx > backoutCount
            if not bkoHeldInMtd(backoutIdx)
                move spaces to refuseReason
                string "CHGMTD NO LONGER HOLDS THE " businessDateDisplay
                       " POSTING - MONTH CLOSED SINCE?"
                    delimited by size into refuseReason
                perform refusePosting
            end-if
        end-perform
    end-if
exit section.

*>----------------------------------------------------------
*> Takes the earlier posting back off the combined buckets -
*> every one of them was found whole in CHGMTD before this run
*> wrote anything.
subtractEarlierPosting section.
*>----------------------------------------------------------
    perform varying backoutIdx from 1 by 1
            until backoutIdx > backoutCount
        perform varying bucketScanIdx from 1 by 1
                until bucketScanIdx > bucketCount
            if bktSystemPrefix(bucketScanIdx) = bkoSystemPrefix(backoutIdx)
            and bktOriginRegion(bucketScanIdx) = bkoOriginRegion(backoutIdx)
                subtract bkoRequestCount(backoutIdx)
                    from bktRequestCount(bucketScanIdx)
                subtract bkoCarriageCost(backoutIdx)
                    from bktCarriageCost(bucketScanIdx)
                exit perform
            end-if
        end-perform
    end-perform
exit section.
