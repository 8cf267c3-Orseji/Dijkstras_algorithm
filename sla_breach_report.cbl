*>****************************************************************
*> Author: OS
*> Date: 261015
*> Purpose: Nightly SLA breach report - sales commit customers
*>          to a maximum transit time between regions, and until
*>          now nobody checked whether the night's routing could
*>          meet it. Every "P" path on EXTFILE and every answered
*>          request on RSPFILE is placed in its origin/destination
*>          region pair (nmstRegion off the node master) and its
*>          transit time (pextTotalTime/rspTotalTime) checked
*>          against the committed maximum on the service-
*>          standards file (SLAFILE, see slastd.cpy). SLARPT
*>          prints the breaches worst overrun first, with the
*>          sites and route involved and the owning account team,
*>          then every region pair that carried traffic but has
*>          no standard on file - listed, not skipped, so a
*>          missing commitment is noticed. SLAEXT carries one
*>          record per breach with a balancing trailer (see
*>          slabrch.cpy) for account management. Any breach ends
*>          the step RC=4.
*> Tectonics: cobc
*>
*> Modification History
*> 261015 OS  Initial version - see jcl/dijkstr.jcl STEP015.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. sla_breach_report.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    select pathExtractFile assign to "EXTFILE"
        organization is line sequential
        file status is pathExtractFileStatus.
    select responseFile assign to "RSPFILE"
        organization is line sequential
        file status is responseFileStatus.
    select nodeMasterFile assign to "NODEFILE"
        organization is line sequential
        file status is nodeMasterFileStatus.
    select serviceStandardFile assign to "SLAFILE"
        organization is line sequential
        file status is serviceStandardFileStatus.
    select breachExtractFile assign to "SLAEXT"
        organization is line sequential
        file status is breachExtractFileStatus.
    select breachReportFile assign to "SLARPT"
        organization is line sequential
        file status is breachReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD  pathExtractFile.
    copy "pathext.cpy".

FD  responseFile.
    copy "rsprec.cpy".

FD  nodeMasterFile.
    copy "nodemst.cpy".

FD  serviceStandardFile.
    copy "slastd.cpy".

FD  breachExtractFile.
01 breachExtractRecord pic x(76).

FD  breachReportFile.
01 breachReportRecord pic x(132).

WORKING-STORAGE SECTION.

*> extract records are built in the one slaBreachRecord layout
*> (see slabrch.cpy), the same single-layout discipline the
*> chargeback extract applies to chgrec.
    copy "slabrch.cpy".

01 pathExtractFileStatus pic x(2).
01 responseFileStatus pic x(2).
01 nodeMasterFileStatus pic x(2).
01 serviceStandardFileStatus pic x(2).
01 breachExtractFileStatus pic x(2).
01 breachReportFileStatus pic x(2).

01 nodeMasterTable.
    02 nodeMasterOcr occurs 50.
        03 nodeMasterCode pic x(5).
        03 nodeMasterName pic x(30).
        03 nodeMasterRegion pic x(3).
01 nodeMasterCount pic 9(6) value 0.
01 nodeMasterIdx pic 9(6).
*> sites beyond the first 50 are not held - their traffic falls
*> under "???" like any unknown site, and SLARPT says so.
01 nodeMasterNotHeldCount pic 9(6) value 0.
01 siteLookupCode pic x(5).
01 siteNameValue pic x(30).
*> a site the master does not carry falls under "???", the same
*> as the region summary - it then shows up as a pair with no
*> standard rather than abending the step.
01 siteRegionValue pic x(3).

*> one entry per committed region pair. A pair keyed twice on
*> SLAFILE keeps its first commitment and the repeat is printed
*> as ignored, so nobody is left guessing which one applied. A
*> SLAFILE with more pairs than the table holds loads the first
*> 400 and says how many more were not loaded - their pairs go
*> unchecked, so the step ends RC=4 for someone to look.
01 standardTable.
    02 standardOcr occurs 400.
        03 stdOriginRegion pic x(3).
        03 stdDestRegion pic x(3).
        03 stdMaxTransitTime pic 9(6).
        03 stdAccountTeam pic x(20).
01 standardCount pic 9(6) value 0.
01 standardIdx pic 9(6).
01 standardFoundPos pic 9(6).
01 standardDuplicateCount pic 9(6) value 0.
01 standardNotHeldCount pic 9(6) value 0.

*> one entry per ordered region pair that carried traffic
*> tonight, whether or not it has a standard - the pairs with
*> none are listed from here at the foot of the report. Traffic
*> on pairs beyond the first 400 is still checked against its
*> standard; it is only counted here, and said so on the list.
01 trafficPairTable.
    02 trafficPairOcr occurs 400.
        03 trfOriginRegion pic x(3).
        03 trfDestRegion pic x(3).
        03 trfPathCount pic 9(6).
        03 trfRequestCount pic 9(6).
        03 trfWorstTime pic 9(6).
        03 trfStandardPos pic 9(6).
01 trafficPairCount pic 9(6) value 0.
01 trafficPairIdx pic 9(6).
01 trafficPairFoundPos pic 9(6).
01 unstandardPairCount pic 9(6) value 0.
01 trafficNotHeldCount pic 9(6) value 0.

*> the movement being checked - a "P" path or an answered
*> request, moved here so both sources go through one check.
01 checkSource pic x(1).
    88 checkSourceIsPath value "P".
    88 checkSourceIsRequest value "R".
01 checkRequestId pic x(8).
01 checkNetworkId pic x(4).
01 checkOriginNode pic x(5).
01 checkDestNode pic x(5).
01 checkOriginRegion pic x(3).
01 checkDestRegion pic x(3).
01 checkTransitTime pic 9(6).
01 checkPathNodeCount pic 9(2).
01 checkPathNodes pic x(250).

*> the breaches held for the worst-first print. SLAEXT gets every
*> breach as it is found, so the extract is complete whatever
*> happens here; a night with more breaches than this table holds
*> prints the first 1000 found and says how many more went to
*> the extract only.
01 breachTable.
    02 breachOcr occurs 1000.
        03 brcSource pic x(1).
        03 brcRequestId pic x(8).
        03 brcNetworkId pic x(4).
        03 brcOriginNode pic x(5).
        03 brcDestNode pic x(5).
        03 brcOriginRegion pic x(3).
        03 brcDestRegion pic x(3).
        03 brcCommittedTime pic 9(6).
        03 brcActualTime pic 9(6).
        03 brcOverrunTime pic 9(6).
        03 brcAccountTeam pic x(20).
        03 brcPathNodeCount pic 9(2).
        03 brcPathNodes pic x(250).
        03 brcPrintedSwitch pic 9(1).
            88 brcPrinted value 1, false 0.
01 breachHeldCount pic 9(6) value 0.
01 breachIdx pic 9(6).
01 breachScanIdx pic 9(6).
01 breachFoundPos pic 9(6).
01 breachWorstOverrun pic 9(6).
01 breachCount pic 9(6) value 0.
01 breachNotHeldCount pic 9(6) value 0.

01 pathSlotIdx pic 9(6).
01 pathSlotPos pic 9(6).
01 routeDisplayArea pic x(446).
01 routeDisplayPtr pic 9(4).

01 trailerSeenSwitch pic 9(1).
    88 extractTrailerSeen value 1, false 0.
01 trailerRecordCount pic 9(6) value 0.
01 extractRecordCount pic 9(6) value 0.
01 pathCheckedCount pic 9(6) value 0.
01 requestCheckedCount pic 9(6) value 0.

01 loadFailedSwitch pic 9(1).
    88 loadFailed value 1, false 0.

01 reportLine pic x(132).
01 runDateYYYYMMDD pic 9(8).
01 runDateDisplay pic x(10).
01 sourceText pic x(7).
01 committedDisplay pic zzzzz9.
01 actualDisplay pic zzzzz9.
01 overrunDisplay pic zzzzz9.
01 pairPathDisplay pic zzzzz9.
01 pairRequestDisplay pic zzzzz9.
01 pairWorstDisplay pic zzzzz9.
01 originNameValue pic x(30).
01 destNameValue pic x(30).
01 summaryCountDisplay pic zzzzz9.

PROCEDURE DIVISION.

    perform openBreachReport
    perform loadNodeMaster
    if not loadFailed
        perform loadServiceStandards
    end-if
    if not loadFailed
        perform openBreachExtract
    end-if
    if not loadFailed
        perform checkExtractPaths
    end-if
    if not loadFailed
        perform checkAnsweredRequests
    end-if
    if loadFailed
        move 16 to return-code
        perform terminateProgram
    end-if
    perform closeBreachExtract
    perform printBreaches
    perform printUnstandardPairs
    perform printBreachTotals
    if breachCount > 0
    or standardNotHeldCount > 0
    or trafficNotHeldCount > 0
    or nodeMasterNotHeldCount > 0
        *> account management must see a breach the same morning
        *> - the warning RC, same meaning as everywhere else in
        *> the stream. A table overflow gets it too: the report
        *> is short of something.
        move 4 to return-code
    end-if
    perform terminateProgram.

*>----------------------------------------------------------
openBreachReport section.
*>----------------------------------------------------------
    open output breachReportFile
    if breachReportFileStatus not = "00"
        display "SLA BREACH ERROR: SLARPT COULD NOT BE OPENED - FILE STATUS "
            breachReportFileStatus
        move 16 to return-code
        stop run
    end-if

    accept runDateYYYYMMDD from date yyyymmdd
    move spaces to reportLine
    string runDateYYYYMMDD(1:4) "-" runDateYYYYMMDD(5:2) "-"
           runDateYYYYMMDD(7:2) delimited by size into runDateDisplay
    string "SLA BREACH REPORT                    RUN DATE: "
           runDateDisplay delimited by size into reportLine
    write breachReportRecord from reportLine
    move "RUN TRANSIT TIMES AGAINST COMMITTED REGION-TO-REGION SERVICE STANDARDS"
        to reportLine
    write breachReportRecord from reportLine
    move spaces to reportLine
    write breachReportRecord from reportLine
exit section.

*>----------------------------------------------------------
loadNodeMaster section.
*>----------------------------------------------------------
    set loadFailed to false
    move 0 to nodeMasterCount
    open input nodeMasterFile
    if nodeMasterFileStatus not = "00"
        display "SLA BREACH ERROR: NODEFILE COULD NOT BE OPENED - FILE STATUS "
            nodeMasterFileStatus
        set loadFailed to true
    else
        perform until nodeMasterFileStatus = "10"
            read nodeMasterFile
                at end
                    move "10" to nodeMasterFileStatus
                not at end
                    if nodeMasterCount < 50
                        add 1 to nodeMasterCount
                        move nmstSiteCode to nodeMasterCode(nodeMasterCount)
                        move nmstSiteName to nodeMasterName(nodeMasterCount)
                        move nmstRegion to nodeMasterRegion(nodeMasterCount)
                    else
                        add 1 to nodeMasterNotHeldCount
                    end-if
            end-read
        end-perform
        close nodeMasterFile
        if nodeMasterNotHeldCount > 0
            move nodeMasterNotHeldCount to summaryCountDisplay
            move spaces to reportLine
            string "** " summaryCountDisplay
                   " FURTHER SITES ON NODEFILE NOT LOADED - THEIR TRAFFIC SHOWS UNDER ??? **"
                delimited by size into reportLine
            write breachReportRecord from reportLine
            move spaces to reportLine
            write breachReportRecord from reportLine
        end-if
    end-if
exit section.

*>----------------------------------------------------------
lookupSiteRegion section.
*>----------------------------------------------------------
    move "???" to siteRegionValue
    move spaces to siteNameValue
    move siteLookupCode to siteNameValue
    perform varying nodeMasterIdx from 1 by 1
            until nodeMasterIdx > nodeMasterCount
        if nodeMasterCode(nodeMasterIdx) = siteLookupCode
            move nodeMasterRegion(nodeMasterIdx) to siteRegionValue
            move nodeMasterName(nodeMasterIdx) to siteNameValue
            exit perform
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
*> Loads the committed standards. A missing SLAFILE is a
*> failure, not an empty file - every pair would otherwise be
*> reported unstandardised and nothing as a breach, which reads
*> like a clean night.
loadServiceStandards section.
*>----------------------------------------------------------
    move 0 to standardCount
    open input serviceStandardFile
    if serviceStandardFileStatus not = "00"
        display "SLA BREACH ERROR: SLAFILE COULD NOT BE OPENED - FILE STATUS "
            serviceStandardFileStatus
        set loadFailed to true
        exit section
    end-if
    perform until serviceStandardFileStatus = "10"
        read serviceStandardFile
            at end
                move "10" to serviceStandardFileStatus
            not at end
                move slaOriginRegion to checkOriginRegion
                move slaDestRegion to checkDestRegion
                perform findServiceStandard
                evaluate true
                    when standardFoundPos > 0
                        add 1 to standardDuplicateCount
                        move spaces to reportLine
                        string "DUPLICATE STANDARD IGNORED: "
                               slaOriginRegion " TO " slaDestRegion
                               " - FIRST ONE ON SLAFILE APPLIES"
                            delimited by size into reportLine
                        write breachReportRecord from reportLine
                    when standardCount >= 400
                        add 1 to standardNotHeldCount
                    when other
                        add 1 to standardCount
                        move slaOriginRegion
                            to stdOriginRegion(standardCount)
                        move slaDestRegion
                            to stdDestRegion(standardCount)
                        move slaMaxTransitTime
                            to stdMaxTransitTime(standardCount)
                        move slaAccountTeam
                            to stdAccountTeam(standardCount)
                end-evaluate
        end-read
    end-perform
    close serviceStandardFile
    if standardNotHeldCount > 0
        move standardNotHeldCount to summaryCountDisplay
        move spaces to reportLine
        string "** " summaryCountDisplay
               " FURTHER STANDARDS ON SLAFILE NOT LOADED - THEIR PAIRS ARE NOT CHECKED **"
            delimited by size into reportLine
        write breachReportRecord from reportLine
    end-if
    if standardDuplicateCount > 0
    or standardNotHeldCount > 0
        move spaces to reportLine
        write breachReportRecord from reportLine
    end-if
exit section.

*>----------------------------------------------------------
findServiceStandard section.
*>----------------------------------------------------------
    move 0 to standardFoundPos
    perform varying standardIdx from 1 by 1
            until standardIdx > standardCount
        if stdOriginRegion(standardIdx) = checkOriginRegion
        and stdDestRegion(standardIdx) = checkDestRegion
            move standardIdx to standardFoundPos
            exit perform
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
openBreachExtract section.
*>----------------------------------------------------------
    open output breachExtractFile
    if breachExtractFileStatus not = "00"
        display "SLA BREACH ERROR: SLAEXT COULD NOT BE OPENED - FILE STATUS "
            breachExtractFileStatus
        set loadFailed to true
    end-if
exit section.

*>----------------------------------------------------------
*> Every "P" path on the extract, balanced to the trailer like
*> every other extract reader - an unbalanced extract fails the
*> step rather than pass a short night as compliant.
checkExtractPaths section.
*>----------------------------------------------------------
    open input pathExtractFile
    if pathExtractFileStatus not = "00"
        display "SLA BREACH ERROR: EXTFILE COULD NOT BE OPENED - FILE STATUS "
            pathExtractFileStatus
        set loadFailed to true
        exit section
    end-if
    perform until pathExtractFileStatus = "10"
        read pathExtractFile
            at end
                move "10" to pathExtractFileStatus
            not at end
                if pextRecordType = "T"
                    set extractTrailerSeen to true
                    move pextCtlRecordCount to trailerRecordCount
                else
                    add 1 to extractRecordCount
                    if pextRecordType = "P"
                        add 1 to pathCheckedCount
                        set checkSourceIsPath to true
                        move spaces to checkRequestId
                        move pextNetworkId to checkNetworkId
                        move pextOriginNode to checkOriginNode
                        move pextDestNode to checkDestNode
                        move pextTotalTime to checkTransitTime
                        move pextPathNodeCount to checkPathNodeCount
                        move pextPathNodes to checkPathNodes
                        perform checkOneMovement
                    end-if
                end-if
        end-read
    end-perform
    close pathExtractFile
    if not extractTrailerSeen
    or trailerRecordCount not = extractRecordCount
        display "SLA BREACH ERROR: EXTFILE DOES NOT BALANCE TO ITS TRAILER"
        set loadFailed to true
    end-if
exit section.

*>----------------------------------------------------------
*> Every found answer on RSPFILE. An RSPFILE that is absent or
*> empty is a night the run was not in request-file mode -
*> there is simply nothing on it to check.
checkAnsweredRequests section.
*>----------------------------------------------------------
    open input responseFile
    if responseFileStatus = "35"
        exit section
    end-if
    if responseFileStatus not = "00"
        display "SLA BREACH ERROR: RSPFILE COULD NOT BE OPENED - FILE STATUS "
            responseFileStatus
        set loadFailed to true
        exit section
    end-if
    perform until responseFileStatus = "10"
        read responseFile
            at end
                move "10" to responseFileStatus
            not at end
                if rspFoundFlag = "Y"
                    add 1 to requestCheckedCount
                    set checkSourceIsRequest to true
                    move rspRequestId to checkRequestId
                    move rspNetworkId to checkNetworkId
                    move rspOriginNode to checkOriginNode
                    move rspDestNode to checkDestNode
                    move rspTotalTime to checkTransitTime
                    move rspPathNodeCount to checkPathNodeCount
                    move rspPathNodes to checkPathNodes
                    perform checkOneMovement
                end-if
        end-read
    end-perform
    close responseFile
exit section.

*>----------------------------------------------------------
*> Places the movement in its region pair, counts the pair's
*> traffic, and - where the pair has a standard - checks the
*> transit time against it. A time exactly on the commitment
*> meets it; only a time over it is a breach.
checkOneMovement section.
*>----------------------------------------------------------
    move checkOriginNode to siteLookupCode
    perform lookupSiteRegion
    move siteRegionValue to checkOriginRegion
    move checkDestNode to siteLookupCode
    perform lookupSiteRegion
    move siteRegionValue to checkDestRegion
    perform findServiceStandard
    perform countPairTraffic
    if standardFoundPos = 0
        exit section
    end-if
    if checkTransitTime > stdMaxTransitTime(standardFoundPos)
        perform recordOneBreach
    end-if
exit section.

*>----------------------------------------------------------
countPairTraffic section.
*>----------------------------------------------------------
    move 0 to trafficPairFoundPos
    perform varying trafficPairIdx from 1 by 1
            until trafficPairIdx > trafficPairCount
        if trfOriginRegion(trafficPairIdx) = checkOriginRegion
        and trfDestRegion(trafficPairIdx) = checkDestRegion
            move trafficPairIdx to trafficPairFoundPos
            exit perform
        end-if
    end-perform
    if trafficPairFoundPos = 0
    and trafficPairCount >= 400
        add 1 to trafficNotHeldCount
        exit section
    end-if
    if trafficPairFoundPos = 0
        add 1 to trafficPairCount
        move trafficPairCount to trafficPairFoundPos
        move checkOriginRegion to trfOriginRegion(trafficPairFoundPos)
        move checkDestRegion to trfDestRegion(trafficPairFoundPos)
        move 0 to trfPathCount(trafficPairFoundPos)
        move 0 to trfRequestCount(trafficPairFoundPos)
        move 0 to trfWorstTime(trafficPairFoundPos)
        move standardFoundPos to trfStandardPos(trafficPairFoundPos)
    end-if
    if checkSourceIsPath
        add 1 to trfPathCount(trafficPairFoundPos)
    else
        add 1 to trfRequestCount(trafficPairFoundPos)
    end-if
    if checkTransitTime > trfWorstTime(trafficPairFoundPos)
        move checkTransitTime to trfWorstTime(trafficPairFoundPos)
    end-if
exit section.

*>----------------------------------------------------------
*> Writes the breach straight to SLAEXT and holds it for the
*> worst-first print.
recordOneBreach section.
*>----------------------------------------------------------
    add 1 to breachCount
    move spaces to slaBreachRecord
    set sbrRecordIsDetail to true
    move runDateYYYYMMDD to sbrRunDate
    move checkSource to sbrSource
    move checkRequestId to sbrRequestId
    move checkNetworkId to sbrNetworkId
    move checkOriginNode to sbrOriginNode
    move checkDestNode to sbrDestNode
    move checkOriginRegion to sbrOriginRegion
    move checkDestRegion to sbrDestRegion
    move stdMaxTransitTime(standardFoundPos) to sbrCommittedTime
    move checkTransitTime to sbrActualTime
    compute sbrOverrunTime = checkTransitTime
        - stdMaxTransitTime(standardFoundPos)
    move stdAccountTeam(standardFoundPos) to sbrAccountTeam
    write breachExtractRecord from slaBreachRecord

    if breachHeldCount >= 1000
        add 1 to breachNotHeldCount
        exit section
    end-if
    add 1 to breachHeldCount
    move checkSource to brcSource(breachHeldCount)
    move checkRequestId to brcRequestId(breachHeldCount)
    move checkNetworkId to brcNetworkId(breachHeldCount)
    move checkOriginNode to brcOriginNode(breachHeldCount)
    move checkDestNode to brcDestNode(breachHeldCount)
    move checkOriginRegion to brcOriginRegion(breachHeldCount)
    move checkDestRegion to brcDestRegion(breachHeldCount)
    move sbrCommittedTime to brcCommittedTime(breachHeldCount)
    move sbrActualTime to brcActualTime(breachHeldCount)
    move sbrOverrunTime to brcOverrunTime(breachHeldCount)
    move sbrAccountTeam to brcAccountTeam(breachHeldCount)
    move checkPathNodeCount to brcPathNodeCount(breachHeldCount)
    move checkPathNodes to brcPathNodes(breachHeldCount)
    set brcPrinted(breachHeldCount) to false
exit section.

*>----------------------------------------------------------
*> The "T" trailer account management balances to.
closeBreachExtract section.
*>----------------------------------------------------------
    move spaces to slaBreachRecord
    set sbrRecordIsTrailer to true
    move breachCount to sbrCtlRecordCount
    move runDateYYYYMMDD to sbrCtlRunDate
    write breachExtractRecord from slaBreachRecord
    close breachExtractFile
exit section.

*>----------------------------------------------------------
*> The breaches, worst overrun first. The selection re-scans for
*> the worst unprinted breach rather than sorting, the same as
*> the link loading report's overloads - breaches should be the
*> exception.
printBreaches section.
*>----------------------------------------------------------
    move "SERVICE STANDARD BREACHES - WORST OVERRUN FIRST:"
        to reportLine
    write breachReportRecord from reportLine
    if breachHeldCount = 0
        move "  (NONE - EVERY PATH AND ANSWER MEETS ITS STANDARD)"
            to reportLine
        write breachReportRecord from reportLine
    else
        move "  SOURCE   REQUEST   NET   FROM   TO     REGIONS  COMMIT  ACTUAL OVERRUN  ACCOUNT TEAM"
            to reportLine
        write breachReportRecord from reportLine
        move "  -------  --------  ----  -----  -----  -------  ------  ------  ------  --------------------"
            to reportLine
        write breachReportRecord from reportLine
        move 1 to breachFoundPos
        perform printWorstBreach
            until breachFoundPos = 0
    end-if
    if breachNotHeldCount > 0
        move breachNotHeldCount to summaryCountDisplay
        move spaces to reportLine
        string "  ** " summaryCountDisplay
               " FURTHER BREACHES ARE ON SLAEXT BUT NOT PRINTED **"
            delimited by size into reportLine
        write breachReportRecord from reportLine
    end-if
    move spaces to reportLine
    write breachReportRecord from reportLine
exit section.

*>----------------------------------------------------------
printWorstBreach section.
*>----------------------------------------------------------
    move 0 to breachFoundPos
    move 0 to breachWorstOverrun
    perform varying breachScanIdx from 1 by 1
            until breachScanIdx > breachHeldCount
        if not brcPrinted(breachScanIdx)
        and brcOverrunTime(breachScanIdx) > breachWorstOverrun
            move breachScanIdx to breachFoundPos
            move brcOverrunTime(breachScanIdx) to breachWorstOverrun
        end-if
    end-perform
    if breachFoundPos = 0
        exit section
    end-if
    move breachFoundPos to breachIdx
    if brcSource(breachIdx) = "P"
        move "PATH" to sourceText
    else
        move "REQUEST" to sourceText
    end-if
    move brcCommittedTime(breachIdx) to committedDisplay
    move brcActualTime(breachIdx) to actualDisplay
    move brcOverrunTime(breachIdx) to overrunDisplay
    move spaces to reportLine
    string "  " sourceText "  " brcRequestId(breachIdx)
           "  " brcNetworkId(breachIdx)
           "  " brcOriginNode(breachIdx)
           "  " brcDestNode(breachIdx)
           "  " brcOriginRegion(breachIdx) "-"
           brcDestRegion(breachIdx)
           "  " committedDisplay "  " actualDisplay
           "  " overrunDisplay "  " brcAccountTeam(breachIdx)
        delimited by size into reportLine
    write breachReportRecord from reportLine

    move brcOriginNode(breachIdx) to siteLookupCode
    perform lookupSiteRegion
    move siteNameValue to originNameValue
    move brcDestNode(breachIdx) to siteLookupCode
    perform lookupSiteRegion
    move siteNameValue to destNameValue
    move spaces to reportLine
    string "           SITES: " originNameValue " TO "
           destNameValue
        delimited by size into reportLine
    write breachReportRecord from reportLine

    perform buildRouteDisplay
    move spaces to reportLine
    string "           ROUTE: " routeDisplayArea(1:110)
        delimited by size into reportLine
    write breachReportRecord from reportLine
    *> flagging the entry retires it from the worst-first scan.
    set brcPrinted(breachIdx) to true
exit section.

*>----------------------------------------------------------
*> The held breach's path as the usual "A -> B" rendering.
buildRouteDisplay section.
*>----------------------------------------------------------
    move spaces to routeDisplayArea
    move 1 to routeDisplayPtr
    perform varying pathSlotIdx from 1 by 1
            until pathSlotIdx > brcPathNodeCount(breachIdx)
        if pathSlotIdx > 1
            string " -> " delimited by size
                into routeDisplayArea with pointer routeDisplayPtr
        end-if
        compute pathSlotPos = (pathSlotIdx - 1) * 5 + 1
        string brcPathNodes(breachIdx)(pathSlotPos:5)
            delimited by size
            into routeDisplayArea with pointer routeDisplayPtr
    end-perform
exit section.

*>----------------------------------------------------------
*> Region pairs that carried traffic tonight with no committed
*> standard on SLAFILE - listed, not skipped, so sales can see
*> which lanes run uncommitted (or whose standard was never
*> keyed).
printUnstandardPairs section.
*>----------------------------------------------------------
    move "REGION PAIRS WITH TRAFFIC BUT NO SERVICE STANDARD ON FILE:"
        to reportLine
    write breachReportRecord from reportLine
    move 0 to unstandardPairCount
    perform varying trafficPairIdx from 1 by 1
            until trafficPairIdx > trafficPairCount
        if trfStandardPos(trafficPairIdx) = 0
            add 1 to unstandardPairCount
            if unstandardPairCount = 1
                move "  FROM  TO      PATHS  REQUESTS  WORST TIME"
                    to reportLine
                write breachReportRecord from reportLine
            end-if
            move trfPathCount(trafficPairIdx) to pairPathDisplay
            move trfRequestCount(trafficPairIdx) to pairRequestDisplay
            move trfWorstTime(trafficPairIdx) to pairWorstDisplay
            move spaces to reportLine
            string "  " trfOriginRegion(trafficPairIdx) "   "
                   trfDestRegion(trafficPairIdx) "   "
                   pairPathDisplay "    " pairRequestDisplay
                   "      " pairWorstDisplay
                delimited by size into reportLine
            write breachReportRecord from reportLine
        end-if
    end-perform
    if unstandardPairCount = 0
    and trafficNotHeldCount = 0
        move "  (NONE - EVERY REGION PAIR WITH TRAFFIC HAS A STANDARD)"
            to reportLine
        write breachReportRecord from reportLine
    end-if
    if trafficNotHeldCount > 0
        move trafficNotHeldCount to summaryCountDisplay
        move spaces to reportLine
        string "  ** " summaryCountDisplay
               " FURTHER MOVEMENTS ON PAIRS BEYOND THE FIRST 400 ARE NOT LISTED **"
            delimited by size into reportLine
        write breachReportRecord from reportLine
    end-if
    move spaces to reportLine
    write breachReportRecord from reportLine
exit section.

*>----------------------------------------------------------
printBreachTotals section.
*>----------------------------------------------------------
    move standardCount to summaryCountDisplay
    move spaces to reportLine
    string "STANDARDS LOADED:      " summaryCountDisplay
        delimited by size into reportLine
    write breachReportRecord from reportLine

    move pathCheckedCount to summaryCountDisplay
    move spaces to reportLine
    string "PATHS CHECKED:         " summaryCountDisplay
        delimited by size into reportLine
    write breachReportRecord from reportLine

    move requestCheckedCount to summaryCountDisplay
    move spaces to reportLine
    string "ANSWERS CHECKED:       " summaryCountDisplay
        delimited by size into reportLine
    write breachReportRecord from reportLine

    move breachCount to summaryCountDisplay
    move spaces to reportLine
    string "BREACHES:              " summaryCountDisplay
        delimited by size into reportLine
    write breachReportRecord from reportLine

    move unstandardPairCount to summaryCountDisplay
    move spaces to reportLine
    string "UNSTANDARDISED PAIRS:  " summaryCountDisplay
        delimited by size into reportLine
    write breachReportRecord from reportLine
exit section.

*>----------------------------------------------------------
terminateProgram section.
*>----------------------------------------------------------
    close breachReportFile
    stop run
exit section.
