*>****************************************************************
*> Author: OS
*> Date: 261015
*> Purpose: Month-end close control - the checklist operations
*>          used to work through by hand at month-end, as the
*>          steps of one job (see jcl/mthend.jcl), each step
*>          running this program with a control card (see
*>          mthcard.cpy) saying which part of the close it is:
*>            BALANCE - balances the month-to-date chargeback
*>                      accumulation (CHGMTD) to the sum of the
*>                      month's nightly CHGEXT trailers, off the
*>                      chargeback log (CHGLOG) every night's
*>                      CHGBACK appends to, and prints the
*>                      month's billing summary. A month that
*>                      does not balance is refused, RC=16, and
*>                      nothing behind this step runs.
*>            ARCHIVE - rolls the month's route history
*>                      (HISTFILE) into the next generation of
*>                      the route history archive, dated with a
*>                      trailer, dropping archived runs older
*>                      than the retention period on the way.
*>            RESEED  - starts CHGMTD afresh for the new month
*>                      with an empty, zero-trailer generation.
*>          Which parts are done for which month is kept on the
*>          control record (see mthctl.cpy), so the job restarts
*>          from the step that failed: a step will not run ahead
*>          of the part before it, nor do a part twice.
*> Tectonics: cobc
*>
*> Modification History
*> 261015 OS  Initial version - see jcl/mthend.jcl.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. month_end_close.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    select monthEndCardFile assign to "MTHCARD"
        organization is line sequential
        file status is monthEndCardFileStatus.
    select monthEndControlFile assign to "MTHCTL"
        organization is line sequential
        file status is monthEndControlFileStatus.
    select mtdInFile assign to "MTDIN"
        organization is line sequential
        file status is mtdInFileStatus.
    select mtdOutFile assign to "MTDOUT"
        organization is line sequential
        file status is mtdOutFileStatus.
    select chargebackLogFile assign to "CHGLOG"
        organization is line sequential
        file status is chargebackLogFileStatus.
    select pathHistoryFile assign to "HISTFILE"
        organization is line sequential
        file status is pathHistoryFileStatus.
    select archiveInFile assign to "ARCIN"
        organization is line sequential
        file status is archiveInFileStatus.
    select archiveOutFile assign to "ARCOUT"
        organization is line sequential
        file status is archiveOutFileStatus.
    select monthEndReportFile assign to "MTHRPT"
        organization is line sequential
        file status is monthEndReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD  monthEndCardFile.
    copy "mthcard.cpy".

FD  monthEndControlFile.
01 monthEndControlFileRecord pic x(48).

FD  mtdInFile.
01 mtdInRecord pic x(31).

FD  mtdOutFile.
01 mtdOutRecord pic x(31).

FD  chargebackLogFile.
01 chargebackLogRecord pic x(31).

FD  pathHistoryFile.
01 pathHistoryRecord pic x(300).

FD  archiveInFile.
01 archiveInRecord pic x(300).

FD  archiveOutFile.
01 archiveOutRecord pic x(300).

FD  monthEndReportFile.
01 monthEndReportRecord pic x(132).

WORKING-STORAGE SECTION.

*> CHGMTD and CHGLOG records are read into the one chgrec layout
*> chargeback_extract writes them through; route history and
*> archive records likewise through pathext.
    copy "chgrec.cpy".
    copy "pathext.cpy".
    copy "mthctl.cpy".

01 monthEndCardFileStatus pic x(2).
01 monthEndControlFileStatus pic x(2).
01 mtdInFileStatus pic x(2).
01 mtdOutFileStatus pic x(2).
01 chargebackLogFileStatus pic x(2).
01 pathHistoryFileStatus pic x(2).
01 archiveInFileStatus pic x(2).
01 archiveOutFileStatus pic x(2).
01 monthEndReportFileStatus pic x(2).

01 controlPresentSwitch pic 9(1).
    88 controlPresent value 1, false 0.

*> a year of route history, the closing month included, when
*> the control card carries zeros.
01 defaultRetentionMonths pic 9(3) value 12.
01 retentionMonths pic 9(3).

*> the month being closed, and the calendar arithmetic on it -
*> no date intrinsics, the same as computeDayNumber elsewhere.
01 closeMonthValue pic 9(6) value 0.
01 closeMonthParts redefines closeMonthValue.
    02 closeYearPart pic 9(4).
    02 closeMonthPart pic 9(2).
01 monthEndDate pic 9(8).
01 monthDayTable.
    02 filler pic x(24) value "312831303130313130313031".
01 monthDayEntries redefines monthDayTable.
    02 monthDayCount pic 9(2) occurs 12.
01 monthLastDay pic 9(2).
01 leapQuotient pic 9(4).
01 leapRemainder4 pic 9(4).
01 leapRemainder100 pic 9(4).
01 leapRemainder400 pic 9(4).
01 closeMonthIndex pic 9(6).
01 retentionCutoffIndex pic s9(6).
01 recordMonthIndex pic 9(6).
01 recordDateValue pic 9(8).
01 recordDateParts redefines recordDateValue.
    02 recordYearPart pic 9(4).
    02 recordMonthPart pic 9(2).
    02 recordDayPart pic 9(2).
01 cutoffMonthValue pic 9(6).
01 cutoffMonthParts redefines cutoffMonthValue.
    02 cutoffYearPart pic 9(4).
    02 cutoffMonthPart pic 9(2).

*> CHGMTD's buckets, in file order, for the billing summary -
*> the same 200 chargeback_extract itself can hold.
01 bucketTable.
    02 bucketOcr occurs 200.
        03 bktSystemPrefix pic x(3).
        03 bktOriginRegion pic x(3).
        03 bktRequestCount pic 9(6).
        03 bktCarriageCost pic 9(10).
        03 bktPrintedSwitch pic 9(1).
            88 bktPrinted value 1, false 0.
01 bucketCount pic 9(6) value 0.
01 bucketIdx pic 9(6).
01 bucketScanIdx pic 9(6).
01 bucketPrefix pic x(3).

01 mtdTrailerSeenSwitch pic 9(1).
    88 mtdTrailerSeen value 1, false 0.
01 mtdTrailerCount pic 9(6).
01 mtdTrailerCost pic 9(12).
01 mtdDetailCost pic 9(12).
01 mtdLatestDate pic 9(8).
01 mtdDetailOverflow pic 9(6).

01 nightTrailerCount pic 9(3).
01 nightTrailerCost pic 9(12).
01 nightFirstDate pic 9(8).
01 nightLastDate pic 9(8).
01 logSegmentCost pic 9(12).
01 logUnbalancedCount pic 9(6).

01 prefixRequestTotal pic 9(8).
01 prefixCostTotal pic 9(12).
01 grandRequestTotal pic 9(8).
01 grandCostTotal pic 9(12).
01 balanceDifference pic s9(12).

01 historyRecordCount pic 9(8).
01 historyLateCount pic 9(8).
01 archiveInRecordCount pic 9(8).
01 archiveInTrailerSeenSwitch pic 9(1).
    88 archiveInTrailerSeen value 1, false 0.
01 archiveInTrailerCount pic 9(8).
01 archiveKeptCount pic 9(8).
01 archivePurgedCount pic 9(8).
01 archiveWrittenCount pic 9(8).

01 refusalReason pic x(80).

01 reportLine pic x(132).
01 runDateYYYYMMDD pic 9(8).
01 runDateParts redefines runDateYYYYMMDD.
    02 runYearPart pic 9(4).
    02 runMonthPart pic 9(2).
    02 runDayPart pic 9(2).
01 runDateDisplay pic x(10).
01 closeMonthDisplay pic x(7).
01 dateDisplay pic x(10).
01 secondDateDisplay pic x(10).
01 countDisplay pic zzzzz9.
01 bigCountDisplay pic zzzzzzz9.
01 nightDisplay pic zz9.
01 costDisplay pic zzz,zzz,zzz,zz9.
01 differenceDisplay pic -zz,zzz,zzz,zz9.

PROCEDURE DIVISION.

    accept runDateYYYYMMDD from date yyyymmdd
    perform openMonthEndReport
    perform readMonthEndCard
    perform readMonthEndControl
    evaluate true
        when mecPhaseBalance
            perform balanceMonthPhase
        when mecPhaseArchive
            perform archiveHistoryPhase
        when mecPhaseReseed
            perform reseedMonthToDatePhase
        when other
            move spaces to refusalReason
            string "UNKNOWN STEP ON MTHCARD - " mecPhase
                delimited by size into refusalReason
            perform refuseClose
    end-evaluate
    perform terminateProgram.

*>----------------------------------------------------------
openMonthEndReport section.
*>----------------------------------------------------------
    open output monthEndReportFile
    if monthEndReportFileStatus not = "00"
        display "MONTH END ERROR: MTHRPT COULD NOT BE OPENED - FILE STATUS "
            monthEndReportFileStatus
        move 16 to return-code
        stop run
    end-if
    string runDateYYYYMMDD(1:4) "-" runDateYYYYMMDD(5:2) "-"
           runDateYYYYMMDD(7:2) delimited by size into runDateDisplay
exit section.

*>----------------------------------------------------------
*> The card is required - a step that does not know which part
*> of the close it is must not guess.
readMonthEndCard section.
*>----------------------------------------------------------
    open input monthEndCardFile
    if monthEndCardFileStatus not = "00"
        display "MONTH END ERROR: MTHCARD COULD NOT BE OPENED - FILE STATUS "
            monthEndCardFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    read monthEndCardFile
        at end
            display "MONTH END ERROR: MTHCARD IS EMPTY"
            move 16 to return-code
            perform terminateProgram
    end-read
    close monthEndCardFile
    if mecCloseMonth not numeric
        move 0 to mecCloseMonth
    end-if
    if mecRetentionMonths not numeric
    or mecRetentionMonths = 0
        move defaultRetentionMonths to retentionMonths
    else
        move mecRetentionMonths to retentionMonths
    end-if
exit section.

*>----------------------------------------------------------
*> MTHCTL is allocated once, empty, when the job is installed
*> - an empty or absent control file is simply a close that has
*> never run.
readMonthEndControl section.
*>----------------------------------------------------------
    set controlPresent to false
    move 0 to mctCloseMonth
    open input monthEndControlFile
    if monthEndControlFileStatus = "00"
        read monthEndControlFile into monthEndControlRecord
            not at end
                set controlPresent to true
        end-read
        close monthEndControlFile
    end-if
    if controlPresent
    and mctCloseMonth not numeric
        move 0 to mctCloseMonth
    end-if
exit section.

*>----------------------------------------------------------
writeMonthEndControl section.
*>----------------------------------------------------------
    move runDateYYYYMMDD to mctLastStepDate
    open output monthEndControlFile
    if monthEndControlFileStatus not = "00"
        display "MONTH END ERROR: MTHCTL COULD NOT BE OPENED - FILE STATUS "
            monthEndControlFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    write monthEndControlFileRecord from monthEndControlRecord
    close monthEndControlFile
exit section.

*>----------------------------------------------------------
*> The later steps close the month BALANCE opened - a card
*> naming some other month is a mistake, not a new close.
checkLaterStepMonth section.
*>----------------------------------------------------------
    if not controlPresent
    or mctCloseMonth = 0
        move "NO MONTH-END CLOSE HAS BEEN STARTED - RUN THE BALANCE STEP FIRST"
            to refusalReason
        perform refuseClose
    end-if
    if mecCloseMonth not = 0
    and mecCloseMonth not = mctCloseMonth
        move spaces to refusalReason
        string "MTHCARD NAMES " mecCloseMonth
               " BUT THE CLOSE IN PROGRESS IS FOR " mctCloseMonth
            delimited by size into refusalReason
        perform refuseClose
    end-if
    move mctCloseMonth to closeMonthValue
    perform computeMonthEndDate
exit section.

*>----------------------------------------------------------
*> monthEndDate (yyyymmdd of the last day) and closeMonthIndex
*> (a running month count, for retention) for closeMonthValue.
computeMonthEndDate section.
*>----------------------------------------------------------
    move monthDayCount(closeMonthPart) to monthLastDay
    if closeMonthPart = 2
        divide closeYearPart by 4 giving leapQuotient
            remainder leapRemainder4
        divide closeYearPart by 100 giving leapQuotient
            remainder leapRemainder100
        divide closeYearPart by 400 giving leapQuotient
            remainder leapRemainder400
        if leapRemainder400 = 0
        or (leapRemainder4 = 0 and leapRemainder100 not = 0)
            move 29 to monthLastDay
        end-if
    end-if
    compute monthEndDate = closeMonthValue * 100 + monthLastDay
    compute closeMonthIndex = closeYearPart * 12 + closeMonthPart - 1
    string closeMonthValue(1:4) "-" closeMonthValue(5:2)
        delimited by size into closeMonthDisplay
exit section.

*>----------------------------------------------------------
writeStepHeading section.
*>----------------------------------------------------------
    move spaces to reportLine
    string "MONTH-END CLOSE FOR " closeMonthDisplay
           "                RUN DATE: " runDateDisplay
        delimited by size into reportLine
    write monthEndReportRecord from reportLine
    move spaces to reportLine
    evaluate true
        when mecPhaseBalance
            move "STEP: BALANCE - CHARGEBACK BILLING SUMMARY" to reportLine
        when mecPhaseArchive
            move "STEP: ARCHIVE - ROUTE HISTORY" to reportLine
        when mecPhaseReseed
            move "STEP: RESEED - MONTH-TO-DATE CHARGEBACK" to reportLine
    end-evaluate
    write monthEndReportRecord from reportLine
    move spaces to reportLine
    write monthEndReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> BALANCE - opens the close for the month (or re-runs it, on
*> a restart), prints the billing summary off CHGMTD and
*> balances CHGMTD to the month's nightly trailers. Nothing is
*> written but the report and the control record, so this step
*> can always be run again.
balanceMonthPhase section.
*>----------------------------------------------------------
    if mecCloseMonth = 0
        if runMonthPart = 1
            compute closeYearPart = runYearPart - 1
            move 12 to closeMonthPart
        else
            move runYearPart to closeYearPart
            compute closeMonthPart = runMonthPart - 1
        end-if
    else
        move mecCloseMonth to closeMonthValue
    end-if
    if closeMonthPart < 1
    or closeMonthPart > 12
        move spaces to refusalReason
        string "MTHCARD CLOSE MONTH " mecCloseMonth " IS NOT A MONTH"
            delimited by size into refusalReason
        perform refuseClose
    end-if
    perform computeMonthEndDate
    perform writeStepHeading

    if controlPresent
    and mctCloseMonth > 0
        if mctCloseMonth = closeMonthValue
        and mctReseeded
            move spaces to refusalReason
            string "MONTH " closeMonthDisplay " IS ALREADY CLOSED"
                delimited by size into refusalReason
            perform refuseClose
        end-if
        if mctCloseMonth not = closeMonthValue
        and not mctReseeded
            move spaces to refusalReason
            string "THE CLOSE OF " mctCloseMonth
                   " IS NOT COMPLETE - RESTART IT FIRST"
                delimited by size into refusalReason
            perform refuseClose
        end-if
        if closeMonthValue < mctCloseMonth
            move spaces to refusalReason
            string "MONTH " closeMonthDisplay
                   " IS BEFORE THE LAST MONTH CLOSED, " mctCloseMonth
                delimited by size into refusalReason
            perform refuseClose
        end-if
    end-if
    if not controlPresent
    or mctCloseMonth not = closeMonthValue
        move closeMonthValue to mctCloseMonth
        move "N" to mctBalancedFlag
        move "N" to mctArchivedFlag
        move "N" to mctReseededFlag
        move 0 to mctNightCount
        move 0 to mctBilledCost
        move 0 to mctArchivedCount
        move 0 to mctPurgedCount
        set controlPresent to true
    end-if

    perform loadMonthToDate
    perform sumNightlyTrailers
    perform printBillingSummary
    perform printBalancing

    move spaces to refusalReason
    evaluate true
        when not mtdTrailerSeen
            move "CHGMTD HAS NO TRAILER" to refusalReason
        when mtdDetailOverflow > 0
            move "CHGMTD HOLDS MORE BUCKETS THAN THE SUMMARY CAN PRINT"
                to refusalReason
        when mtdTrailerCount not = bucketCount
        or mtdTrailerCost not = mtdDetailCost
            move "CHGMTD DOES NOT BALANCE TO ITS OWN TRAILER"
                to refusalReason
        when mtdLatestDate > monthEndDate
            move spaces to refusalReason
            string "CHGMTD ALREADY HOLDS A NIGHT AFTER MONTH END ("
                   mtdLatestDate ")"
                delimited by size into refusalReason
        when logUnbalancedCount > 0
            move "A NIGHT ON CHGLOG DOES NOT BALANCE TO ITS OWN TRAILER"
                to refusalReason
        when mtdTrailerCost not = nightTrailerCost
            move "CHGMTD DOES NOT AGREE WITH THE MONTH'S NIGHTLY TRAILERS"
                to refusalReason
    end-evaluate
    if refusalReason not = spaces
        move "N" to mctBalancedFlag
        perform writeMonthEndControl
        perform refuseClose
    end-if

    move "Y" to mctBalancedFlag
    move nightTrailerCount to mctNightCount
    move mtdTrailerCost to mctBilledCost
    perform writeMonthEndControl
    move spaces to reportLine
    string "MONTH " closeMonthDisplay " BALANCED - BILL FROM THIS SUMMARY"
        delimited by size into reportLine
    write monthEndReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> CHGMTD(0) into bucketTable, its trailer captured, the
*> latest posting date noted - every bucket carries the date of
*> the last night that rolled into it.
loadMonthToDate section.
*>----------------------------------------------------------
    move 0 to bucketCount
    move 0 to mtdDetailCost
    move 0 to mtdLatestDate
    move 0 to mtdDetailOverflow
    move 0 to mtdTrailerCount
    move 0 to mtdTrailerCost
    set mtdTrailerSeen to false
    open input mtdInFile
    if mtdInFileStatus not = "00"
        display "MONTH END ERROR: MTDIN COULD NOT BE OPENED - FILE STATUS "
            mtdInFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    perform until mtdInFileStatus = "10"
        read mtdInFile into chargebackRecord
            at end
                move "10" to mtdInFileStatus
            not at end
                if chgRecordIsTrailer
                    set mtdTrailerSeen to true
                    move chgCtlRecordCount to mtdTrailerCount
                    move chgCtlTotalCost to mtdTrailerCost
                    if chgCtlRunDate numeric
                    and chgCtlRunDate > mtdLatestDate
                        move chgCtlRunDate to mtdLatestDate
                    end-if
                else
                    add chgCarriageCost to mtdDetailCost
                    if chgRunDate > mtdLatestDate
                        move chgRunDate to mtdLatestDate
                    end-if
                    if bucketCount < 200
                        add 1 to bucketCount
                        move chgSystemPrefix
                            to bktSystemPrefix(bucketCount)
                        move chgOriginRegion
                            to bktOriginRegion(bucketCount)
                        move chgRequestCount
                            to bktRequestCount(bucketCount)
                        move chgCarriageCost
                            to bktCarriageCost(bucketCount)
                        set bktPrinted(bucketCount) to false
                    else
                        add 1 to mtdDetailOverflow
                    end-if
                end-if
        end-read
    end-perform
    close mtdInFile
exit section.

*>----------------------------------------------------------
*> Sums the trailers of the closing month's nights off CHGLOG,
*> checking each night's buckets add up to its own trailer on
*> the way. A log that is absent is a month with no nights.
sumNightlyTrailers section.
*>----------------------------------------------------------
    move 0 to nightTrailerCount
    move 0 to nightTrailerCost
    move 0 to nightFirstDate
    move 0 to nightLastDate
    move 0 to logSegmentCost
    move 0 to logUnbalancedCount
    open input chargebackLogFile
    if chargebackLogFileStatus = "35"
        exit section
    end-if
    if chargebackLogFileStatus not = "00"
        display "MONTH END ERROR: CHGLOG COULD NOT BE OPENED - FILE STATUS "
            chargebackLogFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    perform until chargebackLogFileStatus = "10"
        read chargebackLogFile into chargebackRecord
            at end
                move "10" to chargebackLogFileStatus
            not at end
                if chgRecordIsTrailer
                    if chgCtlRunDate numeric
                    and chgCtlRunDate(1:6) = closeMonthValue
                        add 1 to nightTrailerCount
                        add chgCtlTotalCost to nightTrailerCost
                        if nightFirstDate = 0
                            move chgCtlRunDate to nightFirstDate
                        end-if
                        move chgCtlRunDate to nightLastDate
                        if logSegmentCost not = chgCtlTotalCost
                            add 1 to logUnbalancedCount
                        end-if
                    end-if
                    move 0 to logSegmentCost
                else
                    add chgCarriageCost to logSegmentCost
                end-if
        end-read
    end-perform
    close chargebackLogFile
exit section.

*>----------------------------------------------------------
*> One line per CHGMTD bucket, grouped under its requesting
*> system in the order the systems first appear, with a total
*> per system and for the month - re-scanning for the next
*> unprinted bucket rather than sorting, the same selection
*> link_loading_report prints with.
printBillingSummary section.
*>----------------------------------------------------------
    move "SYSTEM  REGION      REQUESTS      CARRIAGE COST" to reportLine
    write monthEndReportRecord from reportLine
    move "------  ------  ------------  -----------------" to reportLine
    write monthEndReportRecord from reportLine
    move 0 to grandRequestTotal
    move 0 to grandCostTotal
    perform varying bucketIdx from 1 by 1 until bucketIdx > bucketCount
        if not bktPrinted(bucketIdx)
            move bktSystemPrefix(bucketIdx) to bucketPrefix
            move 0 to prefixRequestTotal
            move 0 to prefixCostTotal
            perform varying bucketScanIdx from bucketIdx by 1
                    until bucketScanIdx > bucketCount
                if bktSystemPrefix(bucketScanIdx) = bucketPrefix
                    set bktPrinted(bucketScanIdx) to true
                    add bktRequestCount(bucketScanIdx)
                        to prefixRequestTotal
                    add bktCarriageCost(bucketScanIdx)
                        to prefixCostTotal
                    move bktRequestCount(bucketScanIdx)
                        to bigCountDisplay
                    move bktCarriageCost(bucketScanIdx) to costDisplay
                    move spaces to reportLine
                    string bucketPrefix "     "
                           bktOriginRegion(bucketScanIdx) "        "
                           bigCountDisplay "    " costDisplay
                        delimited by size into reportLine
                    write monthEndReportRecord from reportLine
                end-if
            end-perform
            move prefixRequestTotal to bigCountDisplay
            move prefixCostTotal to costDisplay
            move spaces to reportLine
            string bucketPrefix "     TOTAL       " bigCountDisplay
                   "    " costDisplay
                delimited by size into reportLine
            write monthEndReportRecord from reportLine
            move spaces to reportLine
            write monthEndReportRecord from reportLine
            add prefixRequestTotal to grandRequestTotal
            add prefixCostTotal to grandCostTotal
        end-if
    end-perform
    if bucketCount = 0
        move "  (NO CHARGEBACK THIS MONTH)" to reportLine
        write monthEndReportRecord from reportLine
        move spaces to reportLine
        write monthEndReportRecord from reportLine
    end-if
    move grandRequestTotal to bigCountDisplay
    move grandCostTotal to costDisplay
    move spaces to reportLine
    string "MONTH TOTAL             " bigCountDisplay "    " costDisplay
        delimited by size into reportLine
    write monthEndReportRecord from reportLine
    move spaces to reportLine
    write monthEndReportRecord from reportLine
exit section.

*>----------------------------------------------------------
printBalancing section.
*>----------------------------------------------------------
    move "BALANCING" to reportLine
    write monthEndReportRecord from reportLine
    move bucketCount to countDisplay
    move mtdTrailerCount to bigCountDisplay
    move spaces to reportLine
    string "CHGMTD BUCKETS:               " countDisplay
           "   TRAILER SAYS " bigCountDisplay
        delimited by size into reportLine
    write monthEndReportRecord from reportLine
    move mtdTrailerCost to costDisplay
    move spaces to reportLine
    string "CHGMTD TRAILER TOTAL COST: " costDisplay
        delimited by size into reportLine
    write monthEndReportRecord from reportLine
    move nightTrailerCount to nightDisplay
    move spaces to reportLine
    if nightTrailerCount = 0
        string "NIGHTLY CHGEXT TRAILERS:         " nightDisplay
               " NIGHTS"
            delimited by size into reportLine
    else
        move spaces to dateDisplay
        string nightFirstDate(1:4) "-" nightFirstDate(5:2) "-"
               nightFirstDate(7:2) delimited by size into dateDisplay
        move spaces to secondDateDisplay
        string nightLastDate(1:4) "-" nightLastDate(5:2) "-"
               nightLastDate(7:2) delimited by size into secondDateDisplay
        string "NIGHTLY CHGEXT TRAILERS:         " nightDisplay
               " NIGHTS, " dateDisplay " TO " secondDateDisplay
            delimited by size into reportLine
    end-if
    write monthEndReportRecord from reportLine
    move nightTrailerCost to costDisplay
    move spaces to reportLine
    string "NIGHTLY TRAILER TOTAL COST:" costDisplay
        delimited by size into reportLine
    write monthEndReportRecord from reportLine
    compute balanceDifference = mtdTrailerCost - nightTrailerCost
    move balanceDifference to differenceDisplay
    move spaces to reportLine
    string "DIFFERENCE:                " differenceDisplay
        delimited by size into reportLine
    write monthEndReportRecord from reportLine
    move spaces to reportLine
    write monthEndReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> ARCHIVE - writes the next archive generation: the prior
*> generation's runs still inside the retention period, then
*> every run on HISTFILE, then a trailer carrying the record
*> count and the month-end date the generation closes. Both
*> inputs are checked before the new generation is opened, so
*> a refusal leaves nothing half-written behind it.
archiveHistoryPhase section.
*>----------------------------------------------------------
    perform checkLaterStepMonth
    perform writeStepHeading
    if not mctBalanced
        move spaces to refusalReason
        string "MONTH " closeMonthDisplay
               " HAS NOT BALANCED - RUN THE BALANCE STEP FIRST"
            delimited by size into refusalReason
        perform refuseClose
    end-if
    if mctArchived
        move spaces to refusalReason
        string "ROUTE HISTORY FOR " closeMonthDisplay
               " IS ALREADY ARCHIVED - RESTART FROM THE NEXT STEP"
            delimited by size into refusalReason
        perform refuseClose
    end-if
    compute retentionCutoffIndex = closeMonthIndex - retentionMonths + 1

    perform scanRouteHistory
    if historyLateCount > 0
        move historyLateCount to bigCountDisplay
        move spaces to refusalReason
        string "HISTFILE HOLDS" bigCountDisplay
               " RUNS AFTER MONTH END - CLOSE THE MONTH BEFORE ITS"
               " NEXT NIGHT"
            delimited by size into refusalReason
        perform refuseClose
    end-if
    perform scanPriorArchive
    if archiveInRecordCount > 0
    and (not archiveInTrailerSeen
        or archiveInTrailerCount not = archiveInRecordCount)
        move "THE PRIOR ARCHIVE GENERATION DOES NOT BALANCE TO ITS TRAILER"
            to refusalReason
        perform refuseClose
    end-if

    open output archiveOutFile
    if archiveOutFileStatus not = "00"
        display "MONTH END ERROR: ARCOUT COULD NOT BE OPENED - FILE STATUS "
            archiveOutFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    move 0 to archiveKeptCount
    move 0 to archivePurgedCount
    move 0 to archiveWrittenCount
    perform copyPriorArchive
    perform copyRouteHistory
    move spaces to pathExtractRecord
    move "T" to pextRecordType
    move archiveWrittenCount to pextCtlRecordCount
    move monthEndDate to pextCtlRunDate
    write archiveOutRecord from pathExtractRecord
    close archiveOutFile

    move "Y" to mctArchivedFlag
    move historyRecordCount to mctArchivedCount
    move archivePurgedCount to mctPurgedCount
    perform writeMonthEndControl
    perform printArchiveTotals
exit section.

*>----------------------------------------------------------
*> Counts HISTFILE's runs, and any dated after the month being
*> closed - those belong to next month's archive, and archiving
*> them now would lose them when HISTFILE is emptied.
scanRouteHistory section.
*>----------------------------------------------------------
    move 0 to historyRecordCount
    move 0 to historyLateCount
    open input pathHistoryFile
    if pathHistoryFileStatus = "35"
        exit section
    end-if
    if pathHistoryFileStatus not = "00"
        display "MONTH END ERROR: HISTFILE COULD NOT BE OPENED - FILE STATUS "
            pathHistoryFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    perform until pathHistoryFileStatus = "10"
        read pathHistoryFile into pathExtractRecord
            at end
                move "10" to pathHistoryFileStatus
            not at end
                if pextRecordType = "P"
                    add 1 to historyRecordCount
                    if pextRunDate > monthEndDate
                        add 1 to historyLateCount
                    end-if
                end-if
        end-read
    end-perform
    close pathHistoryFile
exit section.

*>----------------------------------------------------------
*> Balances the prior archive generation to its trailer. An
*> archive that is absent or empty is the first close there
*> has been.
scanPriorArchive section.
*>----------------------------------------------------------
    move 0 to archiveInRecordCount
    move 0 to archiveInTrailerCount
    set archiveInTrailerSeen to false
    open input archiveInFile
    if archiveInFileStatus = "35"
        exit section
    end-if
    if archiveInFileStatus not = "00"
        display "MONTH END ERROR: ARCIN COULD NOT BE OPENED - FILE STATUS "
            archiveInFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    perform until archiveInFileStatus = "10"
        read archiveInFile into pathExtractRecord
            at end
                move "10" to archiveInFileStatus
            not at end
                if pextRecordType = "T"
                    set archiveInTrailerSeen to true
                    move pextCtlRecordCount to archiveInTrailerCount
                else
                    add 1 to archiveInRecordCount
                end-if
        end-read
    end-perform
    close archiveInFile
exit section.

*>----------------------------------------------------------
copyPriorArchive section.
*>----------------------------------------------------------
    open input archiveInFile
    if archiveInFileStatus not = "00"
        exit section
    end-if
    perform until archiveInFileStatus = "10"
        read archiveInFile into pathExtractRecord
            at end
                move "10" to archiveInFileStatus
            not at end
                if pextRecordType not = "T"
                    move pextRunDate to recordDateValue
                    compute recordMonthIndex =
                        recordYearPart * 12 + recordMonthPart - 1
                    if recordMonthIndex < retentionCutoffIndex
                        add 1 to archivePurgedCount
                    else
                        write archiveOutRecord from pathExtractRecord
                        add 1 to archiveKeptCount
                        add 1 to archiveWrittenCount
                    end-if
                end-if
        end-read
    end-perform
    close archiveInFile
exit section.

*>----------------------------------------------------------
copyRouteHistory section.
*>----------------------------------------------------------
    open input pathHistoryFile
    if pathHistoryFileStatus not = "00"
        exit section
    end-if
    perform until pathHistoryFileStatus = "10"
        read pathHistoryFile into pathExtractRecord
            at end
                move "10" to pathHistoryFileStatus
            not at end
                if pextRecordType = "P"
                    write archiveOutRecord from pathExtractRecord
                    add 1 to archiveWrittenCount
                end-if
        end-read
    end-perform
    close pathHistoryFile
exit section.

*>----------------------------------------------------------
printArchiveTotals section.
*>----------------------------------------------------------
    divide retentionCutoffIndex by 12 giving cutoffYearPart
        remainder cutoffMonthPart
    add 1 to cutoffMonthPart
    move historyRecordCount to bigCountDisplay
    move spaces to reportLine
    string "RUNS ARCHIVED FROM HISTFILE:      " bigCountDisplay
        delimited by size into reportLine
    write monthEndReportRecord from reportLine
    move archiveKeptCount to bigCountDisplay
    move spaces to reportLine
    string "PRIOR ARCHIVE RUNS KEPT:          " bigCountDisplay
        delimited by size into reportLine
    write monthEndReportRecord from reportLine
    move archivePurgedCount to bigCountDisplay
    move spaces to reportLine
    string "PRIOR ARCHIVE RUNS PURGED:        " bigCountDisplay
           "   (DATED BEFORE " cutoffMonthValue(1:4) "-"
           cutoffMonthValue(5:2) ")"
        delimited by size into reportLine
    write monthEndReportRecord from reportLine
    move archiveWrittenCount to bigCountDisplay
    move spaces to dateDisplay
    string monthEndDate(1:4) "-" monthEndDate(5:2) "-"
           monthEndDate(7:2) delimited by size into dateDisplay
    move spaces to reportLine
    string "ARCHIVE GENERATION RUNS:          " bigCountDisplay
           "   DATED " dateDisplay
        delimited by size into reportLine
    write monthEndReportRecord from reportLine
    move spaces to reportLine
    write monthEndReportRecord from reportLine
    move spaces to reportLine
    string "ROUTE HISTORY FOR " closeMonthDisplay
           " ARCHIVED - HISTFILE CAN BE EMPTIED"
        delimited by size into reportLine
    write monthEndReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> RESEED - writes the empty CHGMTD generation the new month
*> accumulates on, once CHGMTD is confirmed to be exactly what
*> BALANCE agreed - a night that has posted since would
*> otherwise be thrown away unbilled.
reseedMonthToDatePhase section.
*>----------------------------------------------------------
    perform checkLaterStepMonth
    perform writeStepHeading
    if not mctArchived
        move spaces to refusalReason
        string "ROUTE HISTORY FOR " closeMonthDisplay
               " IS NOT ARCHIVED - RUN THE ARCHIVE STEP FIRST"
            delimited by size into refusalReason
        perform refuseClose
    end-if
    if mctReseeded
        move spaces to refusalReason
        string "CHGMTD IS ALREADY RESEEDED - MONTH " closeMonthDisplay
               " IS CLOSED"
            delimited by size into refusalReason
        perform refuseClose
    end-if
    perform loadMonthToDate
    if not mtdTrailerSeen
    or mtdTrailerCost not = mctBilledCost
    or mtdLatestDate > monthEndDate
        move "CHGMTD HAS MOVED SINCE IT WAS BALANCED - RUN THE BALANCE STEP AGAIN"
            to refusalReason
        perform refuseClose
    end-if

    open output mtdOutFile
    if mtdOutFileStatus not = "00"
        display "MONTH END ERROR: MTDOUT COULD NOT BE OPENED - FILE STATUS "
            mtdOutFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    move spaces to chargebackRecord
    move "T" to chgRecordType
    move 0 to chgCtlRecordCount
    move 0 to chgCtlTotalCost
    move monthEndDate to chgCtlRunDate
    write mtdOutRecord from chargebackRecord
    close mtdOutFile

    move "Y" to mctReseededFlag
    perform writeMonthEndControl
    move mctBilledCost to costDisplay
    move spaces to reportLine
    string "CHGMTD RESEEDED - BILLED FOR THE MONTH: " costDisplay
        delimited by size into reportLine
    write monthEndReportRecord from reportLine
    move spaces to reportLine
    string "MONTH " closeMonthDisplay " CLOSED"
        delimited by size into reportLine
    write monthEndReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> Ends the step RC=16 with the reason on MTHRPT and the job
*> log - every later step of the close is bypassed on it.
refuseClose section.
*>----------------------------------------------------------
    display "MONTH END ERROR: " refusalReason
    move spaces to reportLine
    string "CLOSE REFUSED: " refusalReason
        delimited by size into reportLine
    write monthEndReportRecord from reportLine
    move 16 to return-code
    perform terminateProgram
exit section.

*>----------------------------------------------------------
terminateProgram section.
*>----------------------------------------------------------
    close monthEndReportFile
    stop run
exit section.
