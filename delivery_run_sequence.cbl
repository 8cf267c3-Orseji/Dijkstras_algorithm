*>****************************************************************
*> Author: OS
*> Date: 261015
*> Purpose: Multi-drop delivery run sequencing - orders the drops
*>          of each depot run on DRNFILE (see drnrec.cpy) the
*>          cheapest way round in the run's metric, instead of
*>          dispatch ordering them by hand and adding up leg
*>          distances off path_inquiry answers. Every leg is
*>          priced off the stored origin/destination answer on the
*>          keyed path lookup file (PATHKSDS, see pathksd.cpy) that
*>          path_lookup_load populated after the last run - one
*>          keyed read per pair of the run's sites, no scan of
*>          EXTFILE. Each run prints as a sequenced manifest with
*>          leg-by-leg and cumulative distance, time and cost, and
*>          a run whose total transit time breaks the single-shift
*>          limit - the run's own, else PARMFILE's parmShiftLimit
*>          (the one the nightly run checks routes against), or
*>          480 - is flagged. A run with a drop the stored
*>          answers cannot reach in any order is rejected with
*>          the reason.
*> Tectonics: cobc
*>
*> Modification History
*> 261015 OS  Initial version - see jcl/drnseq.jcl.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. delivery_run_sequence.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    select deliveryRunFile assign to "DRNFILE"
        organization is line sequential
        file status is deliveryRunFileStatus.
    select pathLookupFile assign to "PATHKSDS"
        organization is indexed
        access is random
        record key is plkKey
        file status is pathLookupFileStatus.
    select runReportFile assign to "DRNRPT"
        organization is line sequential
        file status is runReportFileStatus.
    select parmFile assign to "PARMFILE"
        organization is line sequential
        file status is parmFileStatus.

DATA DIVISION.
FILE SECTION.
FD  deliveryRunFile.
    copy "drnrec.cpy".

FD  pathLookupFile.
    copy "pathksd.cpy".

FD  runReportFile.
01 runReportRecord pic x(132).

FD  parmFile.
    copy "parmrec.cpy".

WORKING-STORAGE SECTION.

01 deliveryRunFileStatus pic x(2).
01 pathLookupFileStatus pic x(2).
01 runReportFileStatus pic x(2).
01 parmFileStatus pic x(2).

*> the single-shift limit a run with none of its own is held to -
*> PARMFILE's parmShiftLimit, the limit the nightly run annotated
*> the stored routes against, or 480 without one, as there.
01 defaultShiftLimit pic 9(4) value 480.

01 runReadCount pic 9(6) value 0.
01 runSequencedCount pic 9(6) value 0.
01 runRejectedCount pic 9(6) value 0.
01 runOverShiftCount pic 9(6) value 0.

*> the run being planned - the depot in slot 1 and the drops, in
*> the order DRNFILE gave them, in slots 2 on.
01 runSiteTable.
    02 runSiteOcr occurs 13.
        03 runSiteCode pic x(5).
01 runSiteCount pic 9(6).
01 runDropCount pic 9(6).
01 runSiteIdx pic 9(6).
01 runSiteScanIdx pic 9(6).
01 runRejectReason pic x(60).
01 runMetricCode pic x(1).
    88 runMetricIsDistance value "D".
    88 runMetricIsTime value "T".
    88 runMetricIsCost value "C".
01 runMetricName pic x(13).
01 runShiftLimit pic 9(4).
01 runReturnSwitch pic 9(1).
    88 runReturnsToBase value 1, false 0.

*> every leg the run could drive - the stored answer from each
*> of its sites to each other one, found or not, with its three
*> measures and the total in the run's metric.
01 legMatrix.
    02 legFromOcr occurs 13.
        03 legToOcr occurs 13.
            04 legFoundSwitch pic 9(1).
                88 legFound value 1, false 0.
            04 legMetric pic 9(6).
            04 legDist pic 9(6).
            04 legTime pic 9(6).
            04 legCost pic 9(6).
01 legFromIdx pic 9(6).
01 legToIdx pic 9(6).
01 firstMissingFrom pic x(5).
01 firstMissingTo pic x(5).

*> the cheapest order, worked out over every subset of the
*> drops rather than every order of them - seqCost(mask, j) is
*> the cheapest way out of the depot that drops at exactly the
*> drops in mask, finishing at drop j, and seqPrev the drop
*> before j on it. A dozen drops is 4095 subsets; trying every
*> order of twelve would be nearly half a billion.
*> maskBitString(mask) spells the subset out, byte j "1" when
*> drop j is in it, so no arithmetic is needed to test one.
01 sequenceTable.
    02 seqMaskOcr occurs 4095.
        03 seqDropOcr occurs 12.
            04 seqCost pic 9(9).
            04 seqPrev pic 9(2).
01 maskBitTable.
    02 maskBitString pic x(12) occurs 4095.
01 dropBitValue pic 9(4) occurs 12.
01 seqMaskIdx pic 9(6).
01 seqFullMask pic 9(6).
01 seqNextMask pic 9(6).
01 seqDropIdx pic 9(6).
01 seqNextDrop pic 9(6).
01 seqNewCost pic 9(9).
01 seqBestCost pic 9(9).
01 seqBestLast pic 9(6).
01 seqWorkValue pic 9(6).
01 seqBitValue pic 9(1).
*> 999999999 plays the same "not yet reached" role high-value
*> does in the nightly solve.
01 unreachedCost pic 9(9) value 999999999.

*> the chosen order, depot first, as runSiteTable slots.
01 orderTable.
    02 orderSitePos pic 9(2) occurs 14.
01 orderCount pic 9(6).
01 orderIdx pic 9(6).

01 cumDist pic 9(8).
01 cumTime pic 9(8).
01 cumCost pic 9(8).

01 reportLine pic x(132).
01 runDateYYYYMMDD pic 9(8).
01 runDateDisplay pic x(10).
01 storedRunDate pic 9(8).
01 storedRunDateDisplay pic x(10).
01 seqDisplay pic zz9.
01 legDistDisplay pic zzzzz9.
01 legTimeDisplay pic zzzzz9.
01 legCostDisplay pic zzzzz9.
01 cumDistDisplay pic zzzzzzz9.
01 cumTimeDisplay pic zzzzzzz9.
01 cumCostDisplay pic zzzzzzz9.
01 limitDisplay pic zzz9.
01 dropCountDisplay pic z9.
01 runCountDisplay pic zzzzz9.

PROCEDURE DIVISION.

    open output runReportFile
    if runReportFileStatus not = "00"
        display "DELIVERY RUN ERROR: DRNRPT COULD NOT BE OPENED - FILE STATUS "
            runReportFileStatus
        move 16 to return-code
        stop run
    end-if
    open input deliveryRunFile
    if deliveryRunFileStatus not = "00"
        display "DELIVERY RUN ERROR: DRNFILE COULD NOT BE OPENED - FILE STATUS "
            deliveryRunFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    open input pathLookupFile
    if pathLookupFileStatus not = "00"
        display "DELIVERY RUN ERROR: PATHKSDS COULD NOT BE OPENED - FILE STATUS "
            pathLookupFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    perform readRunParameters

    accept runDateYYYYMMDD from date yyyymmdd
    move spaces to runDateDisplay
    string runDateYYYYMMDD(1:4) "-" runDateYYYYMMDD(5:2) "-"
           runDateYYYYMMDD(7:2) delimited by size into runDateDisplay
    move spaces to reportLine
    string "DELIVERY RUN SEQUENCING              RUN DATE: "
           runDateDisplay delimited by size into reportLine
    write runReportRecord from reportLine
    move "DROPS ORDERED THE CHEAPEST WAY ROUND IN EACH RUN'S METRIC, EVERY LEG PRICED OFF THE STORED ROUTE ON PATHKSDS"
        to reportLine
    write runReportRecord from reportLine
    perform buildMaskBitTable

    perform until deliveryRunFileStatus = "10"
        read deliveryRunFile
            at end
                move "10" to deliveryRunFileStatus
            not at end
                add 1 to runReadCount
                perform planOneRun
        end-read
    end-perform

    close deliveryRunFile
    close pathLookupFile
    perform writeRunTotals
    if runRejectedCount > 0
    or runOverShiftCount > 0
        *> a rejected run still has to be planned by hand, and an
        *> over-limit one needs a second crew or a split - either
        *> way dispatch must look, so the warning RC.
        move 4 to return-code
    end-if
    perform terminateProgram.

*>----------------------------------------------------------
*> Spells out every subset of twelve drops once, for the whole
*> job - maskBitString(mask) byte j is mask's binary digit for
*> drop j, lowest first, worked out by halving.
buildMaskBitTable section.
*>----------------------------------------------------------
    move 1 to dropBitValue(1)
    perform varying seqDropIdx from 2 by 1 until seqDropIdx > 12
        compute dropBitValue(seqDropIdx) =
            dropBitValue(seqDropIdx - 1) * 2
    end-perform
    perform varying seqMaskIdx from 1 by 1 until seqMaskIdx > 4095
        move seqMaskIdx to seqWorkValue
        perform varying seqDropIdx from 1 by 1 until seqDropIdx > 12
            divide seqWorkValue by 2 giving seqWorkValue
                remainder seqBitValue
            move seqBitValue
                to maskBitString(seqMaskIdx)(seqDropIdx:1)
        end-perform
    end-perform
exit section.

*>----------------------------------------------------------
*> One DRNFILE run - checked, priced leg by leg, sequenced and
*> printed, or rejected with the reason.
planOneRun section.
*>----------------------------------------------------------
    move spaces to runRejectReason
    perform validateRun
    if runRejectReason = spaces
        perform loadLegMatrix
    end-if
    if runRejectReason = spaces
        perform sequenceDrops
    end-if
    if runRejectReason not = spaces
        add 1 to runRejectedCount
        move spaces to reportLine
        write runReportRecord from reportLine
        move spaces to reportLine
        string "RUN " drnRunId "  DEPOT " drnDepotNode
               "  ** REJECTED - " runRejectReason
            delimited by size into reportLine
        write runReportRecord from reportLine
        exit section
    end-if
    add 1 to runSequencedCount
    perform writeRunManifest
exit section.

*>----------------------------------------------------------
*> The run's own fields - metric, return flag, limit - and its
*> sites: the depot, then the drops with any blank slots closed
*> up. A drop listed twice, or at the depot itself, is not
*> guessed at.
validateRun section.
*>----------------------------------------------------------
    evaluate drnMetricCode
        when "T"
            move "T" to runMetricCode
            move "TRANSIT TIME" to runMetricName
        when "C"
            move "C" to runMetricCode
            move "CARRIAGE COST" to runMetricName
        when "D"
        when space
            move "D" to runMetricCode
            move "DISTANCE" to runMetricName
        when other
            move "METRIC MUST BE D, T OR C" to runRejectReason
            exit section
    end-evaluate
    evaluate drnReturnFlag
        when "Y"
            set runReturnsToBase to true
        when "N"
        when space
            set runReturnsToBase to false
        when other
            move "RETURN FLAG MUST BE Y OR N" to runRejectReason
            exit section
    end-evaluate
    if drnShiftLimit is numeric
    and drnShiftLimit > 0
        move drnShiftLimit to runShiftLimit
    else
        move defaultShiftLimit to runShiftLimit
    end-if
    if drnDepotNode = spaces
        move "NO STARTING DEPOT" to runRejectReason
        exit section
    end-if

    move 1 to runSiteCount
    move drnDepotNode to runSiteCode(1)
    perform varying runSiteIdx from 1 by 1 until runSiteIdx > 12
        if drnDropSite(runSiteIdx) not = spaces
            if drnDropSite(runSiteIdx) = drnDepotNode
                string "DROP " drnDropSite(runSiteIdx)
                       " IS THE STARTING DEPOT"
                    delimited by size into runRejectReason
                exit section
            end-if
            perform varying runSiteScanIdx from 2 by 1
                    until runSiteScanIdx > runSiteCount
                if runSiteCode(runSiteScanIdx) = drnDropSite(runSiteIdx)
                    string "DROP " drnDropSite(runSiteIdx)
                           " IS LISTED MORE THAN ONCE"
                        delimited by size into runRejectReason
                    exit section
                end-if
            end-perform
            add 1 to runSiteCount
            move drnDropSite(runSiteIdx) to runSiteCode(runSiteCount)
        end-if
    end-perform
    compute runDropCount = runSiteCount - 1
    if runDropCount = 0
        move "NO DROP SITES" to runRejectReason
    end-if
exit section.

*>----------------------------------------------------------
*> One keyed read of the primary answer for every ordered pair
*> of the run's sites. A pair with no answer on file is simply a
*> leg the run cannot drive - whether the run can still be
*> sequenced without it is sequenceDrops' question - but the
*> first one is kept as the reason should it not.
loadLegMatrix section.
*>----------------------------------------------------------
    move spaces to firstMissingFrom
    move spaces to firstMissingTo
    move 0 to storedRunDate
    perform varying legFromIdx from 1 by 1
            until legFromIdx > runSiteCount
        perform varying legToIdx from 1 by 1
                until legToIdx > runSiteCount
            set legFound(legFromIdx, legToIdx) to false
            if legFromIdx not = legToIdx
            and (legToIdx > 1 or runReturnsToBase)
                perform readStoredLeg
            end-if
        end-perform
    end-perform
exit section.

*>----------------------------------------------------------
readStoredLeg section.
*>----------------------------------------------------------
    move runSiteCode(legFromIdx) to plkOriginNode
    move runSiteCode(legToIdx) to plkDestNode
    move "P" to plkRecordType
    read pathLookupFile
        invalid key
            if firstMissingFrom = spaces
                move runSiteCode(legFromIdx) to firstMissingFrom
                move runSiteCode(legToIdx) to firstMissingTo
            end-if
        not invalid key
            set legFound(legFromIdx, legToIdx) to true
            move plkTotalDistance to legDist(legFromIdx, legToIdx)
            move plkTotalTime to legTime(legFromIdx, legToIdx)
            move plkTotalCost to legCost(legFromIdx, legToIdx)
            evaluate true
                when runMetricIsTime
                    move plkTotalTime to legMetric(legFromIdx, legToIdx)
                when runMetricIsCost
                    move plkTotalCost to legMetric(legFromIdx, legToIdx)
                when other
                    move plkTotalDistance
                        to legMetric(legFromIdx, legToIdx)
            end-evaluate
            *> the oldest run any leg was priced from is the one
            *> the manifest owns up to.
            if storedRunDate = 0
            or plkRunDate < storedRunDate
                move plkRunDate to storedRunDate
            end-if
    end-read
exit section.

*>----------------------------------------------------------
*> The cheapest order - every subset of the drops in rising
*> order, each extended by one more drop from each drop it can
*> end at, then the best finish (plus the leg home when the
*> vehicle returns) walked back into orderTable. Ties keep the
*> first found, so the same run always sequences the same way.
sequenceDrops section.
*>----------------------------------------------------------
    compute seqFullMask = dropBitValue(runDropCount) * 2 - 1
    perform varying seqMaskIdx from 1 by 1
            until seqMaskIdx > seqFullMask
        perform varying seqDropIdx from 1 by 1
                until seqDropIdx > runDropCount
            move unreachedCost to seqCost(seqMaskIdx, seqDropIdx)
            move 0 to seqPrev(seqMaskIdx, seqDropIdx)
        end-perform
    end-perform
    perform varying seqDropIdx from 1 by 1
            until seqDropIdx > runDropCount
        if legFound(1, seqDropIdx + 1)
            move dropBitValue(seqDropIdx) to seqNextMask
            move legMetric(1, seqDropIdx + 1)
                to seqCost(seqNextMask, seqDropIdx)
        end-if
    end-perform

    perform varying seqMaskIdx from 1 by 1
            until seqMaskIdx >= seqFullMask
        perform varying seqDropIdx from 1 by 1
                until seqDropIdx > runDropCount
            if maskBitString(seqMaskIdx)(seqDropIdx:1) = "1"
            and seqCost(seqMaskIdx, seqDropIdx) not = unreachedCost
                perform extendSequence
            end-if
        end-perform
    end-perform

    move unreachedCost to seqBestCost
    move 0 to seqBestLast
    perform varying seqDropIdx from 1 by 1
            until seqDropIdx > runDropCount
        if seqCost(seqFullMask, seqDropIdx) not = unreachedCost
            move seqCost(seqFullMask, seqDropIdx) to seqNewCost
            if runReturnsToBase
                if legFound(seqDropIdx + 1, 1)
                    add legMetric(seqDropIdx + 1, 1) to seqNewCost
                else
                    move unreachedCost to seqNewCost
                end-if
            end-if
            if seqNewCost < seqBestCost
                move seqNewCost to seqBestCost
                move seqDropIdx to seqBestLast
            end-if
        end-if
    end-perform
    if seqBestLast = 0
        string "NO ROUTE ON FILE FROM " firstMissingFrom
               " TO " firstMissingTo
            delimited by size into runRejectReason
        exit section
    end-if

    *> walked back from the last drop, then turned round.
    move runDropCount to orderIdx
    move seqFullMask to seqMaskIdx
    move seqBestLast to seqDropIdx
    perform until orderIdx = 0
        compute orderSitePos(orderIdx + 1) = seqDropIdx + 1
        move seqPrev(seqMaskIdx, seqDropIdx) to seqNextDrop
        subtract dropBitValue(seqDropIdx) from seqMaskIdx
        move seqNextDrop to seqDropIdx
        subtract 1 from orderIdx
    end-perform
    move 1 to orderSitePos(1)
    compute orderCount = runDropCount + 1
    if runReturnsToBase
        add 1 to orderCount
        move 1 to orderSitePos(orderCount)
    end-if
exit section.

*>----------------------------------------------------------
*> From the cheapest way to the subset seqMaskIdx ending at
*> seqDropIdx, one leg on to every drop not yet in it.
extendSequence section.
*>----------------------------------------------------------
    perform varying seqNextDrop from 1 by 1
            until seqNextDrop > runDropCount
        if maskBitString(seqMaskIdx)(seqNextDrop:1) = "0"
        and legFound(seqDropIdx + 1, seqNextDrop + 1)
            compute seqNewCost = seqCost(seqMaskIdx, seqDropIdx)
                + legMetric(seqDropIdx + 1, seqNextDrop + 1)
            compute seqNextMask = seqMaskIdx + dropBitValue(seqNextDrop)
            if seqNewCost < seqCost(seqNextMask, seqNextDrop)
                move seqNewCost to seqCost(seqNextMask, seqNextDrop)
                move seqDropIdx to seqPrev(seqNextMask, seqNextDrop)
            end-if
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
*> The sequenced manifest - one line per leg in drop order with
*> the leg's measures and the run's so far, the leg home last
*> when the vehicle returns, then the shift-limit check on the
*> run's total transit time.
writeRunManifest section.
*>----------------------------------------------------------
    move spaces to reportLine
    write runReportRecord from reportLine
    move runDropCount to dropCountDisplay
    move runShiftLimit to limitDisplay
    move spaces to storedRunDateDisplay
    string storedRunDate(1:4) "-" storedRunDate(5:2) "-"
           storedRunDate(7:2) delimited by size into storedRunDateDisplay
    move spaces to reportLine
    if runReturnsToBase
        string "RUN " drnRunId "  DEPOT " drnDepotNode
               "  DROPS " dropCountDisplay
               "  METRIC " runMetricName
               "  RETURNS TO DEPOT  SHIFT LIMIT " limitDisplay
               "  ROUTES OF RUN " storedRunDateDisplay
            delimited by size into reportLine
    else
        string "RUN " drnRunId "  DEPOT " drnDepotNode
               "  DROPS " dropCountDisplay
               "  METRIC " runMetricName
               "  ENDS AT LAST DROP  SHIFT LIMIT " limitDisplay
               "  ROUTES OF RUN " storedRunDateDisplay
            delimited by size into reportLine
    end-if
    write runReportRecord from reportLine
    move "  SEQ  FROM   TO     LEG DIST  LEG TIME  LEG COST   CUM DIST   CUM TIME   CUM COST"
        to reportLine
    write runReportRecord from reportLine

    move 0 to cumDist
    move 0 to cumTime
    move 0 to cumCost
    perform varying orderIdx from 2 by 1 until orderIdx > orderCount
        move orderSitePos(orderIdx - 1) to legFromIdx
        move orderSitePos(orderIdx) to legToIdx
        add legDist(legFromIdx, legToIdx) to cumDist
        add legTime(legFromIdx, legToIdx) to cumTime
        add legCost(legFromIdx, legToIdx) to cumCost
        compute seqWorkValue = orderIdx - 1
        move seqWorkValue to seqDisplay
        move legDist(legFromIdx, legToIdx) to legDistDisplay
        move legTime(legFromIdx, legToIdx) to legTimeDisplay
        move legCost(legFromIdx, legToIdx) to legCostDisplay
        move cumDist to cumDistDisplay
        move cumTime to cumTimeDisplay
        move cumCost to cumCostDisplay
        move spaces to reportLine
        if legToIdx = 1
            string "  RTN  " runSiteCode(legFromIdx)
                   "  " runSiteCode(legToIdx)
                   "    " legDistDisplay "    " legTimeDisplay
                   "    " legCostDisplay
                   "   " cumDistDisplay "   " cumTimeDisplay
                   "   " cumCostDisplay
                delimited by size into reportLine
        else
            string "  " seqDisplay "  " runSiteCode(legFromIdx)
                   "  " runSiteCode(legToIdx)
                   "    " legDistDisplay "    " legTimeDisplay
                   "    " legCostDisplay
                   "   " cumDistDisplay "   " cumTimeDisplay
                   "   " cumCostDisplay
                delimited by size into reportLine
        end-if
        write runReportRecord from reportLine
    end-perform

    if cumTime > runShiftLimit
        add 1 to runOverShiftCount
        move cumTime to cumTimeDisplay
        move spaces to reportLine
        string "  ** RUN BREAKS THE SINGLE-SHIFT LIMIT - TOTAL TIME"
               cumTimeDisplay " AGAINST A LIMIT OF " limitDisplay " **"
            delimited by size into reportLine
        write runReportRecord from reportLine
    end-if
exit section.

*>----------------------------------------------------------
writeRunTotals section.
*>----------------------------------------------------------
    move spaces to reportLine
    write runReportRecord from reportLine
    move runReadCount to runCountDisplay
    move spaces to reportLine
    string "RUNS READ:           " runCountDisplay
        delimited by size into reportLine
    write runReportRecord from reportLine
    move runSequencedCount to runCountDisplay
    move spaces to reportLine
    string "RUNS SEQUENCED:      " runCountDisplay
        delimited by size into reportLine
    write runReportRecord from reportLine
    move runOverShiftCount to runCountDisplay
    move spaces to reportLine
    string "RUNS OVER SHIFT:     " runCountDisplay
        delimited by size into reportLine
    write runReportRecord from reportLine
    move runRejectedCount to runCountDisplay
    move spaces to reportLine
    string "RUNS REJECTED:       " runCountDisplay
        delimited by size into reportLine
    write runReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> PARMFILE is optional here as it is for the nightly run -
*> absent, or carrying zeros, the limit stays 480. Only the
*> shift limit is taken; each run names its own metric.
readRunParameters section.
*>----------------------------------------------------------
    open input parmFile
    if parmFileStatus = "00"
        read parmFile
            not at end
                if parmShiftLimit is numeric
                and parmShiftLimit not = 0
                    move parmShiftLimit to defaultShiftLimit
                end-if
        end-read
        close parmFile
    end-if
exit section.

*>----------------------------------------------------------
terminateProgram section.
*>----------------------------------------------------------
    close runReportFile
    stop run
exit section.
