*>****************************************************************
*> Author: OS
*> Date: 261015
*> Purpose: Candidate new link evaluation for network planning -
*>          "if we opened a lane from X to Y, what would it
*>          save?" answered for a whole file of ideas in one
*>          run, instead of one OVRFILE simulation per idea and
*>          RPTFILE lines added up by hand (OVRFILE can only
*>          suppress or re-weight a link that exists, never add
*>          one). Each candidate on CNDFILE (see cndrec.cpy) is
*>          laid over tonight's network on its own; every
*>          VOLFILE flow (see volrec.cpy) whose route it would
*>          shorten in the night's routing metric moves onto it,
*>          and CNDRPT ranks the candidates best saving first -
*>          flows moved, units, and the volume-weighted
*>          distance, time and carriage-cost saving against the
*>          route each flow takes tonight (the "P" paths on
*>          EXTFILE) - with the overloaded links, by
*>          link_loading_report's capacity test, each one would
*>          relieve. Routing leaves out the links the nightly run
*>          leaves out: one whose netVehicleClasses does not take
*>          PARMFILE's vehicle class, and one shorter than the
*>          straight line between its sites' grid references on
*>          the node master (the run's plausibility block). NETFILE
*>          is only read: nothing a candidate does here reaches
*>          the live network.
*> Tectonics: cobc
*>
*> Modification History
*> 261015 OS  Initial version - see jcl/lnkcand.jcl.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. candidate_link_report.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    select networkFile assign to "NETFILE"
        organization is line sequential
        file status is networkFileStatus.
    select pathExtractFile assign to "EXTFILE"
        organization is line sequential
        file status is pathExtractFileStatus.
    select volumeFile assign to "VOLFILE"
        organization is line sequential
        file status is volumeFileStatus.
    select nodeMasterFile assign to "NODEFILE"
        organization is line sequential
        file status is nodeMasterFileStatus.
    select candidateFile assign to "CNDFILE"
        organization is line sequential
        file status is candidateFileStatus.
    select candidateReportFile assign to "CNDRPT"
        organization is line sequential
        file status is candidateReportFileStatus.
    select parmFile assign to "PARMFILE"
        organization is line sequential
        file status is parmFileStatus.

DATA DIVISION.
FILE SECTION.
FD  networkFile.
    copy "netrec.cpy".

FD  pathExtractFile.
    copy "pathext.cpy".

FD  volumeFile.
    copy "volrec.cpy".

FD  nodeMasterFile.
    copy "nodemst.cpy".

FD  candidateFile.
    copy "cndrec.cpy".

FD  candidateReportFile.
01 candidateReportRecord pic x(132).

FD  parmFile.
    copy "parmrec.cpy".

WORKING-STORAGE SECTION.

01 networkFileStatus pic x(2).
01 pathExtractFileStatus pic x(2).
01 volumeFileStatus pic x(2).
01 nodeMasterFileStatus pic x(2).
01 candidateFileStatus pic x(2).
01 candidateReportFileStatus pic x(2).
01 parmFileStatus pic x(2).

*> the night's vehicle class, off PARMFILE - space is any class,
*> and every link routes. Otherwise a link that names classes and
*> not this one is left out of the route matrix, exactly as the
*> nightly run leaves it out (see dijkstras_algorithm).
01 vehicleClass pic x(1) value space.
01 classSlotIdx pic 9(6).
01 classPermittedSwitch pic 9(1).
    88 classPermitted value 1, false 0.

*> every site the evaluation can route through - the sites on
*> NETFILE first, then any site a candidate brings in that no
*> network carries yet. 50, the same ceiling as everywhere else;
*> nodNetId is the network the site lives in, spaces for a site
*> only a candidate touches.
01 nodeTable.
    02 nodeOcr occurs 50.
        03 nodVal pic x(5).
        03 nodNetId pic x(4).
01 nodeCount pic 9(6) value 0.
01 nodeIdx pic 9(6).
01 nodeFoundPos pic 9(6).
01 nodeLookupCode pic x(5).
01 networkNodeCount pic 9(6) value 0.

*> one entry per physical link on NETFILE, lower site code
*> first, with the capacity and tonight's projected load exactly
*> as link_loading_report works them out, and lnkCandLoad - the
*> load with the candidate being evaluated in place.
01 linkTable.
    02 linkOcr occurs 1300.
        03 lnkNetId pic x(4).
        03 lnkANode pic x(5).
        03 lnkBNode pic x(5).
        03 lnkCapacity pic 9(6).
        03 lnkLoadUnits pic 9(10).
        03 lnkCandLoad pic 9(10).
01 linkCount pic 9(6) value 0.
01 linkIdx pic 9(6).
01 linkScanIdx pic 9(6).
01 linkFoundPos pic 9(6).
01 overloadedLinkCount pic 9(6) value 0.

*> the shortest route between every pair of sites on tonight's
*> network in the night's routing metric - mtxDist is the metric
*> total, mtxNext the next site on the way (so a route can be
*> walked out), and the three measures of the direct link
*> between the pair, if there is one, for adding up a walked
*> route. A candidate is then one more hop between two of these
*> routes, which is all the evaluation of a single candidate
*> has to try.
01 routeMatrix.
    02 mtxRowOcr occurs 50.
        03 mtxColOcr occurs 50.
            04 mtxDist pic 9(8).
            04 mtxNext pic 9(4).
            04 mtxEdgeWeight pic 9(6).
            04 mtxEdgeDist pic 9(6).
            04 mtxEdgeTime pic 9(6).
            04 mtxEdgeCost pic 9(6).
            04 mtxEdgeBlockedSwitch pic 9(1).
                88 mtxEdgeBlocked value 1, false 0.
01 mtxRowIdx pic 9(6).
01 mtxColIdx pic 9(6).
01 mtxViaIdx pic 9(6).
01 mtxFromPos pic 9(6).
01 mtxToPos pic 9(6).
01 mtxNewDist pic 9(9).
01 edgeWeight pic s9(6).
*> 99999999 plays the same "not yet reached" role high-value
*> does in the nightly solve.
01 unreachedDist pic 9(8) value 99999999.

*> the night's routing metric, off EXTFILE - a candidate only
*> takes a flow when it shortens the route in the measure the
*> network actually routes by.
01 metricCode pic x(1) value "D".
    88 metricIsDistance value "D".
    88 metricIsTime value "T".
    88 metricIsCost value "C".
01 metricName pic x(13).
01 metricSeenSwitch pic 9(1).
    88 metricSeen value 1, false 0.

*> tonight's "P" paths, held for the volume projection, with
*> their measures and the total in the night's metric.
01 pathTable.
    02 pathOcr occurs 2600.
        03 ldPathOrigin pic x(5).
        03 ldPathDest pic x(5).
        03 ldPathDist pic 9(6).
        03 ldPathTime pic 9(6).
        03 ldPathCost pic 9(6).
        03 ldPathMetric pic 9(6).
        03 ldPathNodeCount pic 9(2).
        03 ldPathNodes pic x(250).
01 pathCount pic 9(6) value 0.
01 pathIdx pic 9(6).
01 pathFoundPos pic 9(6).
01 pathStepIdx pic 9(6).
01 pathSlotPos pic 9(6).
01 hopFromNode pic x(5).
01 hopToNode pic x(5).
01 hopUnits pic s9(7).

*> every VOLFILE flow, with where its sites sit on nodeTable
*> (zero: not a site the evaluation knows) and tonight's path
*> for it (zero: tonight's run has no route for the pair).
01 flowTable.
    02 flowOcr occurs 2600.
        03 flwOriginNode pic x(5).
        03 flwDestNode pic x(5).
        03 flwUnits pic 9(6).
        03 flwOriginPos pic 9(6).
        03 flwDestPos pic 9(6).
        03 flwPathPos pic 9(6).
01 flowCount pic 9(6) value 0.
01 flowIdx pic 9(6).
01 volumeReadCount pic 9(6) value 0.
01 volumeRoutedCount pic 9(6) value 0.
01 volumeSkippedCount pic 9(6) value 0.

*> every candidate read, with its verdict and what it would do.
*> The savings are units times (tonight's measure less the
*> measure with the candidate), summed over the flows it takes -
*> the metric saving is what ranks them.
01 candidateTable.
    02 candidateOcr occurs 100.
        03 cevCandidateId pic x(8).
        03 cevNetId pic x(4).
        03 cevFromNode pic x(5).
        03 cevToNode pic x(5).
        03 cevDistance pic 9(6).
        03 cevTime pic 9(6).
        03 cevCost pic 9(6).
        03 cevWeight pic 9(6).
        03 cevDirection pic x(1).
            88 cevIsOneWay value "O".
        03 cevCapacity pic 9(6).
        03 cevDescription pic x(30).
        03 cevFromPos pic 9(6).
        03 cevToPos pic 9(6).
        03 cevRejectReason pic x(60).
        03 cevMovedCount pic 9(6).
        03 cevMovedUnits pic 9(10).
        03 cevServedCount pic 9(6).
        03 cevServedUnits pic 9(10).
        03 cevCandLoad pic 9(10).
        03 cevMetricSaving pic s9(15).
        03 cevDistSaving pic s9(15).
        03 cevTimeSaving pic s9(15).
        03 cevCostSaving pic s9(15).
        03 cevPrintedSwitch pic 9(1).
            88 cevPrinted value 1, false 0.
01 candidateCount pic 9(6) value 0.
01 candidateReadCount pic 9(6) value 0.
01 candidateIdx pic 9(6).
01 candidateScanIdx pic 9(6).
01 candidateBestPos pic 9(6).
01 candidateRank pic 9(6) value 0.
01 candidateRejectedCount pic 9(6) value 0.
01 candidateUsefulCount pic 9(6) value 0.
01 candidateOverflowCount pic 9(6) value 0.

*> one flow tried against the candidate being evaluated - the
*> best route across the candidate, walked out into
*> candPathNodes with its three measures added up.
01 candRouteSwitch pic 9(1).
    88 candRouteFound value 1, false 0.
01 candBestMetric pic 9(9).
01 candTryMetric pic 9(9).
01 candEntryPos pic 9(6).
01 candExitPos pic 9(6).
01 candTryEntry pic 9(6).
01 candTryExit pic 9(6).
01 candBaseMetric pic 9(9).
01 candPathNodes pic x(250).
01 candPathNodeCount pic 9(6).
01 candPathDist pic 9(8).
01 candPathTime pic 9(8).
01 candPathCost pic 9(8).
01 candWalkPos pic 9(6).
01 candWalkTarget pic 9(6).
01 candWalkNext pic 9(6).

01 trailerSeenSwitch pic 9(1).
    88 extractTrailerSeen value 1, false 0.
01 trailerRecordCount pic 9(6) value 0.
01 extractRecordCount pic 9(6) value 0.

01 netHeaderSeenSwitch pic 9(1).
    88 netHeaderSeen value 1, false 0.
01 netTrailerSeenSwitch pic 9(1).
    88 netTrailerSeen value 1, false 0.
01 netDetailCount pic 9(6) value 0.
01 headerEdgeCount pic 9(6).
01 trailerEdgeCount pic 9(6).

01 nodeMasterTable.
    02 nodeMasterOcr occurs 50.
        03 nodeMasterCode pic x(5).
        03 nodeMasterName pic x(30).
        03 nodeMasterGrid.
            04 nodeMasterEasting pic 9(5)v9.
            04 nodeMasterNorthing pic 9(5)v9.
01 nodeMasterCount pic 9(6) value 0.
01 nodeMasterIdx pic 9(6).
01 siteLookupCode pic x(5).
01 siteNameValue pic x(30).
01 siteKnownSwitch pic 9(1).
    88 siteKnown value 1, false 0.

*> the nightly run's plausibility block - a link whose keyed
*> distance, plus the half-unit a whole-number distance can lose
*> to rounding, is still shorter than the straight line between
*> its sites cannot be right, and tonight's solve routed without
*> it. Squares are compared, so no root is taken.
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
01 plausibilityBlockedCount pic 9(6) value 0.

*> a NETFILE record's measure in the night's metric, against the
*> one already held for its pair, when a pair carries two.
01 edgeMetricValue pic 9(6).
01 edgeHeldMetric pic 9(6).

01 loadFailedSwitch pic 9(1).
    88 loadFailed value 1, false 0.

01 reportLine pic x(132).
01 runDateYYYYMMDD pic 9(8).
01 runDateDisplay pic x(10).
01 rankDisplay pic zz9.
01 flowCountDisplay pic zzzzz9.
01 unitsDisplay pic zzzzzzzzz9.
01 unitsDisplay2 pic zzzzzzzzz9.
01 capacityDisplay pic zzzzz9.
01 savingDisplay pic -(11)9.
01 savingDisplay2 pic -(11)9.
01 savingDisplay3 pic -(11)9.
01 loadCountDisplay pic zzzzz9.
01 reliefText pic x(8).
01 reliefCount pic 9(6).

PROCEDURE DIVISION.

    perform openCandidateReport
    perform readRunParameters
    *> the node master's grid references and EXTFILE's metric are
    *> both needed to judge each NETFILE link as it is read.
    set loadFailed to false
    perform loadNodeMaster
    if not loadFailed
        perform loadExtractPaths
    end-if
    if not loadFailed
        perform loadNetworkEdges
    end-if
    if not loadFailed
        perform loadCandidates
    end-if
    if loadFailed
        move 16 to return-code
        perform terminateProgram
    end-if
    perform buildRouteMatrix
    perform loadVolumeFlows
    perform printOverloadedLinks
    perform varying candidateIdx from 1 by 1
            until candidateIdx > candidateCount
        if cevRejectReason(candidateIdx) = spaces
            perform evaluateCandidate
        end-if
    end-perform
    perform printRankedCandidates
    perform printRejectedCandidates
    perform printCandidateTotals
    if candidateRejectedCount > 0
        *> planning must see a candidate that was never
        *> evaluated, not take its absence from the ranking as a
        *> verdict - the warning RC, same meaning as everywhere
        *> else in the stream.
        move 4 to return-code
    end-if
    perform terminateProgram.

*>----------------------------------------------------------
openCandidateReport section.
*>----------------------------------------------------------
    open output candidateReportFile
    if candidateReportFileStatus not = "00"
        display "CANDIDATE LINK ERROR: CNDRPT COULD NOT BE OPENED - FILE STATUS "
            candidateReportFileStatus
        move 16 to return-code
        stop run
    end-if

    accept runDateYYYYMMDD from date yyyymmdd
    move spaces to reportLine
    string runDateYYYYMMDD(1:4) "-" runDateYYYYMMDD(5:2) "-"
           runDateYYYYMMDD(7:2) delimited by size into runDateDisplay
    string "CANDIDATE LINK EVALUATION            RUN DATE: "
           runDateDisplay delimited by size into reportLine
    write candidateReportRecord from reportLine
    move "ORDER-BOOK FLOWS EACH PROPOSED LINK WOULD TAKE FROM TONIGHT'S NETWORK - NETFILE IS NOT CHANGED"
        to reportLine
    write candidateReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> PARMFILE is optional here as it is for the nightly run -
*> absent, it is any vehicle class. Only the class is taken;
*> the metric comes off EXTFILE.
readRunParameters section.
*>----------------------------------------------------------
    move space to vehicleClass
    open input parmFile
    if parmFileStatus = "00"
        read parmFile
            not at end
                move parmVehicleClass to vehicleClass
        end-read
        close parmFile
    end-if
exit section.

*>----------------------------------------------------------
*> Reads NETFILE - every site into nodeTable, one linkTable
*> entry per physical pair carrying the capacity, and every
*> directed link's measures straight into the route matrix -
*> balanced to the control counts like every other NETFILE
*> reader.
loadNetworkEdges section.
*>----------------------------------------------------------
    set netHeaderSeen to false
    set netTrailerSeen to false
    perform varying mtxRowIdx from 1 by 1 until mtxRowIdx > 50
        perform varying mtxColIdx from 1 by 1 until mtxColIdx > 50
            move 0 to mtxEdgeWeight(mtxRowIdx, mtxColIdx)
            set mtxEdgeBlocked(mtxRowIdx, mtxColIdx) to false
        end-perform
    end-perform
    open input networkFile
    if networkFileStatus not = "00"
        display "CANDIDATE LINK ERROR: NETFILE COULD NOT BE OPENED - FILE STATUS "
            networkFileStatus
        set loadFailed to true
    else
        perform until networkFileStatus = "10"
            read networkFile
                at end
                    move "10" to networkFileStatus
                not at end
                    evaluate true
                        when netRecordIsHeader
                            set netHeaderSeen to true
                            move netCtlEdgeCount to headerEdgeCount
                        when netRecordIsTrailer
                            set netTrailerSeen to true
                            move netCtlEdgeCount to trailerEdgeCount
                        when netRecordIsDetail
                            add 1 to netDetailCount
                            perform captureOneEdge
                        when other
                            display "CANDIDATE LINK ERROR: NETFILE RECORD OF UNKNOWN TYPE "
                                netRecordType
                            set loadFailed to true
                    end-evaluate
            end-read
        end-perform
        close networkFile
        if not netHeaderSeen
        or not netTrailerSeen
        or headerEdgeCount not = netDetailCount
        or trailerEdgeCount not = netDetailCount
            display "CANDIDATE LINK ERROR: NETFILE DOES NOT BALANCE TO ITS CONTROL COUNTS"
            set loadFailed to true
        end-if
    end-if
    move nodeCount to networkNodeCount
exit section.

*>----------------------------------------------------------
captureOneEdge section.
*>----------------------------------------------------------
    move netFromNode to nodeLookupCode
    perform registerNetworkNode
    if netToNode = space
    or loadFailed
        exit section
    end-if
    move nodeFoundPos to mtxFromPos
    move netToNode to nodeLookupCode
    perform registerNetworkNode
    if loadFailed
        exit section
    end-if
    move nodeFoundPos to mtxToPos

    *> the directed link's measures - the direction it runs in
    *> only, so a one-way lane routes its own way. A zero or
    *> negative measure is no link as far as routing goes, as in
    *> the nightly solve. Should a pair ever carry two records,
    *> the cheaper in the night's metric is the one routing uses;
    *> all three measures are kept, and buildRouteMatrix weights
    *> the link by the metric's.
    set classPermitted to true
    if vehicleClass not = space
    and netVehicleClasses not = spaces
        set classPermitted to false
        perform varying classSlotIdx from 1 by 1
                until classSlotIdx > 4
            if netVehicleClasses(classSlotIdx:1) = vehicleClass
                set classPermitted to true
                exit perform
            end-if
        end-perform
    end-if
    if netEdgeDistance > 0
    and netEdgeTime > 0
    and netEdgeCost > 0
    and classPermitted
        evaluate true
            when metricIsTime
                move netEdgeTime to edgeMetricValue
                move mtxEdgeTime(mtxFromPos, mtxToPos) to edgeHeldMetric
            when metricIsCost
                move netEdgeCost to edgeMetricValue
                move mtxEdgeCost(mtxFromPos, mtxToPos) to edgeHeldMetric
            when other
                move netEdgeDistance to edgeMetricValue
                move mtxEdgeDist(mtxFromPos, mtxToPos) to edgeHeldMetric
        end-evaluate
        if mtxEdgeWeight(mtxFromPos, mtxToPos) = 0
        or edgeMetricValue < edgeHeldMetric
            move 1 to mtxEdgeWeight(mtxFromPos, mtxToPos)
            move netEdgeDistance to mtxEdgeDist(mtxFromPos, mtxToPos)
            move netEdgeTime to mtxEdgeTime(mtxFromPos, mtxToPos)
            move netEdgeCost to mtxEdgeCost(mtxFromPos, mtxToPos)
        end-if
        *> tested as the nightly run tests it - a two-way link
        *> once, from its lower site code, blocking both ways.
        if netDirectionFlag = "O"
        or netFromNode < netToNode
            perform testEdgePlausibility
        end-if
    end-if

    perform findLinkEntry
    if linkFoundPos = 0
        add 1 to linkCount
        move linkCount to linkFoundPos
        move netNetworkId to lnkNetId(linkFoundPos)
        if netFromNode < netToNode
            move netFromNode to lnkANode(linkFoundPos)
            move netToNode to lnkBNode(linkFoundPos)
        else
            move netToNode to lnkANode(linkFoundPos)
            move netFromNode to lnkBNode(linkFoundPos)
        end-if
        move 0 to lnkCapacity(linkFoundPos)
        move 0 to lnkLoadUnits(linkFoundPos)
    end-if
    *> the pair's two directed records carry the same capacity
    *> when maintenance wrote them - take the first non-zero
    *> seen, as link_loading_report does.
    if netEdgeCapacity is numeric
    and netEdgeCapacity not = 0
    and lnkCapacity(linkFoundPos) = 0
        move netEdgeCapacity to lnkCapacity(linkFoundPos)
    end-if
exit section.

*>----------------------------------------------------------
*> The nightly run's straight-line test on the NETFILE record in
*> hand (see dijkstras_algorithm) - only where the node master
*> carries a grid reference for both sites. A link that fails it
*> is marked blocked, both ways when it is two-way, and
*> buildRouteMatrix leaves it out.
testEdgePlausibility section.
*>----------------------------------------------------------
    set plsGridKnown to false
    move netFromNode to siteLookupCode
    perform findSiteGridPosition
    if nodeMasterIdx > 0
        move nodeMasterEasting(nodeMasterIdx) to plsFromEasting
        move nodeMasterNorthing(nodeMasterIdx) to plsFromNorthing
        move netToNode to siteLookupCode
        perform findSiteGridPosition
        if nodeMasterIdx > 0
            move nodeMasterEasting(nodeMasterIdx) to plsToEasting
            move nodeMasterNorthing(nodeMasterIdx) to plsToNorthing
            set plsGridKnown to true
        end-if
    end-if
    if not plsGridKnown
        exit section
    end-if
    compute plsDeltaEasting = plsToEasting - plsFromEasting
    compute plsDeltaNorthing = plsToNorthing - plsFromNorthing
    compute plsStraightSquared =
        plsDeltaEasting * plsDeltaEasting
        + plsDeltaNorthing * plsDeltaNorthing
    compute plsDistanceSquared =
        (netEdgeDistance + plausibleRoundingAllowance)
        * (netEdgeDistance + plausibleRoundingAllowance)
    if plsDistanceSquared < plsStraightSquared
        add 1 to plausibilityBlockedCount
        set mtxEdgeBlocked(mtxFromPos, mtxToPos) to true
        if netDirectionFlag not = "O"
            set mtxEdgeBlocked(mtxToPos, mtxFromPos) to true
        end-if
    end-if
exit section.

*>----------------------------------------------------------
*> nodeMasterIdx for siteLookupCode if the master carries a
*> grid reference for it, otherwise zero.
findSiteGridPosition section.
*>----------------------------------------------------------
    perform varying nodeMasterIdx from 1 by 1
            until nodeMasterIdx > nodeMasterCount
        if nodeMasterCode(nodeMasterIdx) = siteLookupCode
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
findLinkEntry section.
*>----------------------------------------------------------
    move 0 to linkFoundPos
    perform varying linkScanIdx from 1 by 1
            until linkScanIdx > linkCount
        if (lnkANode(linkScanIdx) = netFromNode
            and lnkBNode(linkScanIdx) = netToNode)
        or (lnkANode(linkScanIdx) = netToNode
            and lnkBNode(linkScanIdx) = netFromNode)
            move linkScanIdx to linkFoundPos
            exit perform
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
*> Finds nodeLookupCode on nodeTable, adding it as a site of
*> the NETFILE record's network the first time it is seen.
registerNetworkNode section.
*>----------------------------------------------------------
    perform findNodePosition
    if nodeFoundPos = 0
        if nodeCount >= 50
            display "CANDIDATE LINK ERROR: NETFILE CARRIES MORE THAN 50 SITES"
            set loadFailed to true
            exit section
        end-if
        add 1 to nodeCount
        move nodeCount to nodeFoundPos
        move nodeLookupCode to nodVal(nodeFoundPos)
        move netNetworkId to nodNetId(nodeFoundPos)
    end-if
exit section.

*>----------------------------------------------------------
findNodePosition section.
*>----------------------------------------------------------
    move 0 to nodeFoundPos
    perform varying nodeIdx from 1 by 1 until nodeIdx > nodeCount
        if nodVal(nodeIdx) = nodeLookupCode
            move nodeIdx to nodeFoundPos
            exit perform
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
loadNodeMaster section.
*>----------------------------------------------------------
    move 0 to nodeMasterCount
    open input nodeMasterFile
    if nodeMasterFileStatus not = "00"
        display "CANDIDATE LINK ERROR: NODEFILE COULD NOT BE OPENED - FILE STATUS "
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
                        move nmstGridReference
                            to nodeMasterGrid(nodeMasterCount)
                    end-if
            end-read
        end-perform
        close nodeMasterFile
    end-if
exit section.

*>----------------------------------------------------------
lookupSiteName section.
*>----------------------------------------------------------
    set siteKnown to false
    move spaces to siteNameValue
    move siteLookupCode to siteNameValue
    perform varying nodeMasterIdx from 1 by 1
            until nodeMasterIdx > nodeMasterCount
        if nodeMasterCode(nodeMasterIdx) = siteLookupCode
            set siteKnown to true
            move nodeMasterName(nodeMasterIdx) to siteNameValue
            exit perform
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
*> Tonight's "P" paths, balanced to the EXTFILE trailer as
*> link_loading_report reads them, and the metric the night
*> routed by off the first of them.
loadExtractPaths section.
*>----------------------------------------------------------
    set metricSeen to false
    open input pathExtractFile
    if pathExtractFileStatus not = "00"
        display "CANDIDATE LINK ERROR: EXTFILE COULD NOT BE OPENED - FILE STATUS "
            pathExtractFileStatus
        set loadFailed to true
    else
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
                        and pathCount < 2600
                            perform captureExtractPath
                        end-if
                    end-if
            end-read
        end-perform
        close pathExtractFile
        if not extractTrailerSeen
        or trailerRecordCount not = extractRecordCount
            display "CANDIDATE LINK ERROR: EXTFILE DOES NOT BALANCE TO ITS TRAILER"
            set loadFailed to true
        end-if
    end-if
    evaluate true
        when metricIsTime
            move "TRANSIT TIME" to metricName
        when metricIsCost
            move "CARRIAGE COST" to metricName
        when other
            move "D" to metricCode
            move "DISTANCE" to metricName
    end-evaluate
exit section.

*>----------------------------------------------------------
captureExtractPath section.
*>----------------------------------------------------------
    if not metricSeen
        set metricSeen to true
        move pextMetricCode to metricCode
    end-if
    add 1 to pathCount
    move pextOriginNode to ldPathOrigin(pathCount)
    move pextDestNode to ldPathDest(pathCount)
    move pextTotalDistance to ldPathDist(pathCount)
    move pextTotalTime to ldPathTime(pathCount)
    move pextTotalCost to ldPathCost(pathCount)
    evaluate true
        when metricIsTime
            move pextTotalTime to ldPathMetric(pathCount)
        when metricIsCost
            move pextTotalCost to ldPathMetric(pathCount)
        when other
            move pextTotalDistance to ldPathMetric(pathCount)
    end-evaluate
    move pextPathNodeCount to ldPathNodeCount(pathCount)
    move pextPathNodes to ldPathNodes(pathCount)
exit section.

*>----------------------------------------------------------
*> Reads every candidate on CNDFILE and settles whether it can
*> be evaluated at all. A candidate that cannot is kept with the
*> reason, for the rejected list; one that can has its sites
*> placed on nodeTable - a site no network carries yet goes on
*> the end, with no links of its own but the candidate's.
loadCandidates section.
*>----------------------------------------------------------
    open input candidateFile
    if candidateFileStatus not = "00"
        display "CANDIDATE LINK ERROR: CNDFILE COULD NOT BE OPENED - FILE STATUS "
            candidateFileStatus
        set loadFailed to true
        exit section
    end-if
    perform until candidateFileStatus = "10"
        read candidateFile
            at end
                move "10" to candidateFileStatus
            not at end
                add 1 to candidateReadCount
                if candidateCount < 100
                    perform captureOneCandidate
                else
                    add 1 to candidateOverflowCount
                end-if
        end-read
    end-perform
    close candidateFile
exit section.

*>----------------------------------------------------------
captureOneCandidate section.
*>----------------------------------------------------------
    add 1 to candidateCount
    move candidateCount to candidateIdx
    move cndCandidateId to cevCandidateId(candidateIdx)
    move cndNetworkId to cevNetId(candidateIdx)
    move cndFromNode to cevFromNode(candidateIdx)
    move cndToNode to cevToNode(candidateIdx)
    move cndDirectionFlag to cevDirection(candidateIdx)
    move cndDescription to cevDescription(candidateIdx)
    move spaces to cevRejectReason(candidateIdx)
    move 0 to cevFromPos(candidateIdx)
    move 0 to cevToPos(candidateIdx)
    move 0 to cevDistance(candidateIdx)
    move 0 to cevTime(candidateIdx)
    move 0 to cevCost(candidateIdx)
    move 0 to cevCapacity(candidateIdx)
    set cevPrinted(candidateIdx) to false

    if cndDistance is not numeric
    or cndTime is not numeric
    or cndCost is not numeric
    or cndDistance = 0
    or cndTime = 0
    or cndCost = 0
        move "DISTANCE, TIME AND COST MUST EACH BE GREATER THAN ZERO"
            to cevRejectReason(candidateIdx)
        add 1 to candidateRejectedCount
        exit section
    end-if
    move cndDistance to cevDistance(candidateIdx)
    move cndTime to cevTime(candidateIdx)
    move cndCost to cevCost(candidateIdx)
    if cndCapacity is numeric
        move cndCapacity to cevCapacity(candidateIdx)
    end-if
    if cndDirectionFlag not = space
    and cndDirectionFlag not = "B"
    and cndDirectionFlag not = "O"
        move "DIRECTION MUST BE B (TWO-WAY) OR O (ONE-WAY)"
            to cevRejectReason(candidateIdx)
        add 1 to candidateRejectedCount
        exit section
    end-if
    if cndFromNode = spaces
    or cndToNode = spaces
    or cndFromNode = cndToNode
        move "NEEDS TWO DIFFERENT SITES"
            to cevRejectReason(candidateIdx)
        add 1 to candidateRejectedCount
        exit section
    end-if
    move cndFromNode to siteLookupCode
    perform lookupSiteName
    if not siteKnown
        string "SITE " cndFromNode " IS NOT ON THE NODE MASTER"
            delimited by size into cevRejectReason(candidateIdx)
        add 1 to candidateRejectedCount
        exit section
    end-if
    move cndToNode to siteLookupCode
    perform lookupSiteName
    if not siteKnown
        string "SITE " cndToNode " IS NOT ON THE NODE MASTER"
            delimited by size into cevRejectReason(candidateIdx)
        add 1 to candidateRejectedCount
        exit section
    end-if
    perform varying linkScanIdx from 1 by 1
            until linkScanIdx > linkCount
        if (lnkANode(linkScanIdx) = cndFromNode
            and lnkBNode(linkScanIdx) = cndToNode)
        or (lnkANode(linkScanIdx) = cndToNode
            and lnkBNode(linkScanIdx) = cndFromNode)
            move "ALREADY A LINK ON NETFILE - NOT A NEW LINK"
                to cevRejectReason(candidateIdx)
            add 1 to candidateRejectedCount
            exit section
        end-if
    end-perform

    move cndFromNode to nodeLookupCode
    perform findNodePosition
    move nodeFoundPos to cevFromPos(candidateIdx)
    move cndToNode to nodeLookupCode
    perform findNodePosition
    move nodeFoundPos to cevToPos(candidateIdx)
    if (cevFromPos(candidateIdx) = 0
        or cevFromPos(candidateIdx) > networkNodeCount)
    and (cevToPos(candidateIdx) = 0
        or cevToPos(candidateIdx) > networkNodeCount)
        move "NEITHER SITE IS ON ANY NETWORK - NOTHING COULD USE IT"
            to cevRejectReason(candidateIdx)
        add 1 to candidateRejectedCount
        exit section
    end-if
    if (cevFromPos(candidateIdx) > 0
        and cevFromPos(candidateIdx) <= networkNodeCount
        and nodNetId(cevFromPos(candidateIdx)) not = cndNetworkId)
    or (cevToPos(candidateIdx) > 0
        and cevToPos(candidateIdx) <= networkNodeCount
        and nodNetId(cevToPos(candidateIdx)) not = cndNetworkId)
        string "A SITE IS NOT ON NETWORK " cndNetworkId
               " - CANNOT JOIN TWO NETWORKS"
            delimited by size into cevRejectReason(candidateIdx)
        add 1 to candidateRejectedCount
        exit section
    end-if

    *> a site no network carries yet joins nodeTable with no
    *> links, so only the candidate itself can reach it.
    if cevFromPos(candidateIdx) = 0
        move cndFromNode to nodeLookupCode
        perform addCandidateSite
        move nodeFoundPos to cevFromPos(candidateIdx)
    end-if
    if cevToPos(candidateIdx) = 0
    and cevRejectReason(candidateIdx) = spaces
        move cndToNode to nodeLookupCode
        perform addCandidateSite
        move nodeFoundPos to cevToPos(candidateIdx)
    end-if
exit section.

*>----------------------------------------------------------
addCandidateSite section.
*>----------------------------------------------------------
    if nodeCount >= 50
        move "SITE TABLE FULL - NO ROOM FOR ANOTHER NEW SITE"
            to cevRejectReason(candidateIdx)
        add 1 to candidateRejectedCount
        move 0 to nodeFoundPos
        exit section
    end-if
    add 1 to nodeCount
    move nodeCount to nodeFoundPos
    move nodeLookupCode to nodVal(nodeFoundPos)
    move spaces to nodNetId(nodeFoundPos)
exit section.

*>----------------------------------------------------------
*> Shortest routes between every pair of sites on tonight's
*> network in the night's metric - every site in turn tried as
*> a stop between every other pair, keeping whatever shortens
*> the route. Fifty sites is a small enough matrix that one
*> pass serves every candidate; each candidate is then only one
*> more hop across it.
buildRouteMatrix section.
*>----------------------------------------------------------
    perform varying mtxRowIdx from 1 by 1 until mtxRowIdx > nodeCount
        perform varying mtxColIdx from 1 by 1
                until mtxColIdx > nodeCount
            move unreachedDist to mtxDist(mtxRowIdx, mtxColIdx)
            move 0 to mtxNext(mtxRowIdx, mtxColIdx)
            if mtxRowIdx = mtxColIdx
                move 0 to mtxDist(mtxRowIdx, mtxColIdx)
                move mtxColIdx to mtxNext(mtxRowIdx, mtxColIdx)
            else
                if mtxEdgeWeight(mtxRowIdx, mtxColIdx) > 0
                and not mtxEdgeBlocked(mtxRowIdx, mtxColIdx)
                    evaluate true
                        when metricIsTime
                            move mtxEdgeTime(mtxRowIdx, mtxColIdx)
                                to mtxEdgeWeight(mtxRowIdx, mtxColIdx)
                        when metricIsCost
                            move mtxEdgeCost(mtxRowIdx, mtxColIdx)
                                to mtxEdgeWeight(mtxRowIdx, mtxColIdx)
                        when other
                            move mtxEdgeDist(mtxRowIdx, mtxColIdx)
                                to mtxEdgeWeight(mtxRowIdx, mtxColIdx)
                    end-evaluate
                    move mtxEdgeWeight(mtxRowIdx, mtxColIdx)
                        to mtxDist(mtxRowIdx, mtxColIdx)
                    move mtxColIdx to mtxNext(mtxRowIdx, mtxColIdx)
                end-if
            end-if
        end-perform
    end-perform

    perform varying mtxViaIdx from 1 by 1 until mtxViaIdx > nodeCount
        perform varying mtxRowIdx from 1 by 1
                until mtxRowIdx > nodeCount
            if mtxDist(mtxRowIdx, mtxViaIdx) not = unreachedDist
                perform varying mtxColIdx from 1 by 1
                        until mtxColIdx > nodeCount
                    if mtxDist(mtxViaIdx, mtxColIdx) not = unreachedDist
                        compute mtxNewDist =
                            mtxDist(mtxRowIdx, mtxViaIdx)
                            + mtxDist(mtxViaIdx, mtxColIdx)
                        if mtxNewDist < mtxDist(mtxRowIdx, mtxColIdx)
                            move mtxNewDist
                                to mtxDist(mtxRowIdx, mtxColIdx)
                            move mtxNext(mtxRowIdx, mtxViaIdx)
                                to mtxNext(mtxRowIdx, mtxColIdx)
                        end-if
                    end-if
                end-perform
            end-if
        end-perform
    end-perform
exit section.

*>----------------------------------------------------------
*> Reads every VOLFILE flow, placing its sites on nodeTable and
*> its units on tonight's path's links - the same projection
*> link_loading_report makes, so the overloaded links here are
*> the ones LODRPT flags.
loadVolumeFlows section.
*>----------------------------------------------------------
    open input volumeFile
    if volumeFileStatus not = "00"
        display "CANDIDATE LINK ERROR: VOLFILE COULD NOT BE OPENED - FILE STATUS "
            volumeFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    perform until volumeFileStatus = "10"
        read volumeFile
            at end
                move "10" to volumeFileStatus
            not at end
                add 1 to volumeReadCount
                if flowCount < 2600
                    perform captureOneFlow
                else
                    add 1 to volumeSkippedCount
                end-if
        end-read
    end-perform
    close volumeFile
exit section.

*>----------------------------------------------------------
captureOneFlow section.
*>----------------------------------------------------------
    add 1 to flowCount
    move volOriginNode to flwOriginNode(flowCount)
    move volDestNode to flwDestNode(flowCount)
    move volUnits to flwUnits(flowCount)
    move volOriginNode to nodeLookupCode
    perform findNodePosition
    move nodeFoundPos to flwOriginPos(flowCount)
    move volDestNode to nodeLookupCode
    perform findNodePosition
    move nodeFoundPos to flwDestPos(flowCount)

    move 0 to pathFoundPos
    perform varying pathIdx from 1 by 1 until pathIdx > pathCount
        if ldPathOrigin(pathIdx) = volOriginNode
        and ldPathDest(pathIdx) = volDestNode
            move pathIdx to pathFoundPos
            exit perform
        end-if
    end-perform
    move pathFoundPos to flwPathPos(flowCount)
    if pathFoundPos = 0
        exit section
    end-if
    add 1 to volumeRoutedCount
    move volUnits to hopUnits
    perform varying pathStepIdx from 2 by 1
            until pathStepIdx > ldPathNodeCount(pathFoundPos)
        compute pathSlotPos = (pathStepIdx - 2) * 5 + 1
        move ldPathNodes(pathFoundPos)(pathSlotPos:5) to hopFromNode
        compute pathSlotPos = (pathStepIdx - 1) * 5 + 1
        move ldPathNodes(pathFoundPos)(pathSlotPos:5) to hopToNode
        perform findHopLink
        if linkFoundPos > 0
            add volUnits to lnkLoadUnits(linkFoundPos)
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
findHopLink section.
*>----------------------------------------------------------
    move 0 to linkFoundPos
    perform varying linkScanIdx from 1 by 1
            until linkScanIdx > linkCount
        if (lnkANode(linkScanIdx) = hopFromNode
            and lnkBNode(linkScanIdx) = hopToNode)
        or (lnkANode(linkScanIdx) = hopToNode
            and lnkBNode(linkScanIdx) = hopFromNode)
            move linkScanIdx to linkFoundPos
            exit perform
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
*> Tonight's overloaded links - link_loading_report's test, a
*> capped link whose projected load is over its capacity - so
*> the relief each candidate offers below can be read against
*> them.
printOverloadedLinks section.
*>----------------------------------------------------------
    move spaces to reportLine
    string "ROUTING METRIC: " metricName
           " (AS TONIGHT'S RUN - A FLOW MOVES WHEN A CANDIDATE SHORTENS ITS ROUTE IN IT)"
        delimited by size into reportLine
    write candidateReportRecord from reportLine
    move spaces to reportLine
    if vehicleClass = space
        string "VEHICLE CLASS: ANY (NO CLASS RESTRICTION)"
            delimited by size into reportLine
    else
        string "VEHICLE CLASS: " vehicleClass
               " (ONLY LINKS THAT TAKE THIS CLASS ARE ROUTED)"
            delimited by size into reportLine
    end-if
    write candidateReportRecord from reportLine
    move spaces to reportLine
    write candidateReportRecord from reportLine
    move "OVERLOADED LINKS TONIGHT:" to reportLine
    write candidateReportRecord from reportLine
    move 0 to overloadedLinkCount
    perform varying linkIdx from 1 by 1 until linkIdx > linkCount
        if lnkCapacity(linkIdx) > 0
        and lnkLoadUnits(linkIdx) > lnkCapacity(linkIdx)
            add 1 to overloadedLinkCount
            move lnkLoadUnits(linkIdx) to unitsDisplay
            move lnkCapacity(linkIdx) to capacityDisplay
            move spaces to reportLine
            string "  " lnkNetId(linkIdx) "  " lnkANode(linkIdx)
                   "-" lnkBNode(linkIdx)
                   "  LOAD" unitsDisplay
                   "  CAPACITY" capacityDisplay
                delimited by size into reportLine
            write candidateReportRecord from reportLine
        end-if
    end-perform
    if overloadedLinkCount = 0
        move "  (NONE - EVERY CAPPED LINK CARRIES ITS PROJECTED LOAD)"
            to reportLine
        write candidateReportRecord from reportLine
    end-if
    move spaces to reportLine
    write candidateReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> Lays candidate candidateIdx over tonight's network and
*> moves onto it every flow whose route it shortens. Tonight's
*> loads are copied into lnkCandLoad first, so each candidate
*> is judged against tonight's network alone, never against
*> another candidate's.
evaluateCandidate section.
*>----------------------------------------------------------
    move 0 to cevMovedCount(candidateIdx)
    move 0 to cevMovedUnits(candidateIdx)
    move 0 to cevServedCount(candidateIdx)
    move 0 to cevServedUnits(candidateIdx)
    move 0 to cevCandLoad(candidateIdx)
    move 0 to cevMetricSaving(candidateIdx)
    move 0 to cevDistSaving(candidateIdx)
    move 0 to cevTimeSaving(candidateIdx)
    move 0 to cevCostSaving(candidateIdx)
    evaluate true
        when metricIsTime
            move cevTime(candidateIdx) to cevWeight(candidateIdx)
        when metricIsCost
            move cevCost(candidateIdx) to cevWeight(candidateIdx)
        when other
            move cevDistance(candidateIdx) to cevWeight(candidateIdx)
    end-evaluate
    perform varying linkIdx from 1 by 1 until linkIdx > linkCount
        move lnkLoadUnits(linkIdx) to lnkCandLoad(linkIdx)
    end-perform
    perform varying flowIdx from 1 by 1 until flowIdx > flowCount
        if flwOriginPos(flowIdx) > 0
        and flwDestPos(flowIdx) > 0
            perform tryFlowOnCandidate
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
*> One flow against the candidate - the best route that crosses
*> it (either way round on a two-way lane), taken only when it
*> beats both tonight's path and the best route without it.
*> A flow tonight's run has no path for, which the candidate
*> gives one, is newly served: counted apart, since there is no
*> route tonight to measure a saving against.
tryFlowOnCandidate section.
*>----------------------------------------------------------
    set candRouteFound to false
    move cevFromPos(candidateIdx) to candTryEntry
    move cevToPos(candidateIdx) to candTryExit
    perform tryCandidateDirection
    if not cevIsOneWay(candidateIdx)
        move cevToPos(candidateIdx) to candTryEntry
        move cevFromPos(candidateIdx) to candTryExit
        perform tryCandidateDirection
    end-if
    if not candRouteFound
        exit section
    end-if

    move mtxDist(flwOriginPos(flowIdx), flwDestPos(flowIdx))
        to candBaseMetric
    if flwPathPos(flowIdx) > 0
    and ldPathMetric(flwPathPos(flowIdx)) < candBaseMetric
        move ldPathMetric(flwPathPos(flowIdx)) to candBaseMetric
    end-if
    if flwPathPos(flowIdx) = 0
    and candBaseMetric = unreachedDist
        perform walkCandidateRoute
        add 1 to cevServedCount(candidateIdx)
        add flwUnits(flowIdx) to cevServedUnits(candidateIdx)
        add flwUnits(flowIdx) to cevCandLoad(candidateIdx)
        move flwUnits(flowIdx) to hopUnits
        perform loadCandidateRoute
        exit section
    end-if
    if flwPathPos(flowIdx) = 0
    or candBestMetric not < candBaseMetric
        exit section
    end-if

    perform walkCandidateRoute
    add 1 to cevMovedCount(candidateIdx)
    add flwUnits(flowIdx) to cevMovedUnits(candidateIdx)
    add flwUnits(flowIdx) to cevCandLoad(candidateIdx)
    compute cevMetricSaving(candidateIdx) = cevMetricSaving(candidateIdx)
        + flwUnits(flowIdx)
        * (ldPathMetric(flwPathPos(flowIdx)) - candBestMetric)
    compute cevDistSaving(candidateIdx) = cevDistSaving(candidateIdx)
        + flwUnits(flowIdx)
        * (ldPathDist(flwPathPos(flowIdx)) - candPathDist)
    compute cevTimeSaving(candidateIdx) = cevTimeSaving(candidateIdx)
        + flwUnits(flowIdx)
        * (ldPathTime(flwPathPos(flowIdx)) - candPathTime)
    compute cevCostSaving(candidateIdx) = cevCostSaving(candidateIdx)
        + flwUnits(flowIdx)
        * (ldPathCost(flwPathPos(flowIdx)) - candPathCost)

    *> the flow leaves tonight's path's links and takes the new
    *> route's - the candidate hop itself is not a NETFILE link
    *> and is carried in cevCandLoad instead.
    compute hopUnits = 0 - flwUnits(flowIdx)
    move flwPathPos(flowIdx) to pathFoundPos
    perform varying pathStepIdx from 2 by 1
            until pathStepIdx > ldPathNodeCount(pathFoundPos)
        compute pathSlotPos = (pathStepIdx - 2) * 5 + 1
        move ldPathNodes(pathFoundPos)(pathSlotPos:5) to hopFromNode
        compute pathSlotPos = (pathStepIdx - 1) * 5 + 1
        move ldPathNodes(pathFoundPos)(pathSlotPos:5) to hopToNode
        perform findHopLink
        if linkFoundPos > 0
            add hopUnits to lnkCandLoad(linkFoundPos)
        end-if
    end-perform
    move flwUnits(flowIdx) to hopUnits
    perform loadCandidateRoute
exit section.

*>----------------------------------------------------------
*> The flow's route into candTryEntry, across the candidate to
*> candTryExit, and on to its destination - kept when it is the
*> best crossing found so far.
tryCandidateDirection section.
*>----------------------------------------------------------
    if mtxDist(flwOriginPos(flowIdx), candTryEntry) = unreachedDist
    or mtxDist(candTryExit, flwDestPos(flowIdx)) = unreachedDist
        exit section
    end-if
    compute candTryMetric =
        mtxDist(flwOriginPos(flowIdx), candTryEntry)
        + cevWeight(candidateIdx)
        + mtxDist(candTryExit, flwDestPos(flowIdx))
    if not candRouteFound
    or candTryMetric < candBestMetric
        set candRouteFound to true
        move candTryMetric to candBestMetric
        move candTryEntry to candEntryPos
        move candTryExit to candExitPos
    end-if
exit section.

*>----------------------------------------------------------
*> Walks the best crossing out site by site into candPathNodes
*> (the five-byte-slot layout pathext uses) and adds up its
*> three measures - the matrix routes either side plus the
*> candidate's own.
walkCandidateRoute section.
*>----------------------------------------------------------
    move spaces to candPathNodes
    move 0 to candPathNodeCount
    move 0 to candPathDist
    move 0 to candPathTime
    move 0 to candPathCost
    move flwOriginPos(flowIdx) to candWalkPos
    move candEntryPos to candWalkTarget
    perform walkMatrixRoute
    add cevDistance(candidateIdx) to candPathDist
    add cevTime(candidateIdx) to candPathTime
    add cevCost(candidateIdx) to candPathCost
    move candExitPos to candWalkPos
    move flwDestPos(flowIdx) to candWalkTarget
    perform walkMatrixRoute
exit section.

*>----------------------------------------------------------
walkMatrixRoute section.
*>----------------------------------------------------------
    perform appendWalkSite
    perform until candWalkPos = candWalkTarget
            or candPathNodeCount >= 50
        move mtxNext(candWalkPos, candWalkTarget) to candWalkNext
        add mtxEdgeDist(candWalkPos, candWalkNext) to candPathDist
        add mtxEdgeTime(candWalkPos, candWalkNext) to candPathTime
        add mtxEdgeCost(candWalkPos, candWalkNext) to candPathCost
        move candWalkNext to candWalkPos
        perform appendWalkSite
    end-perform
exit section.

*>----------------------------------------------------------
appendWalkSite section.
*>----------------------------------------------------------
    if candPathNodeCount < 50
        add 1 to candPathNodeCount
        compute pathSlotPos = (candPathNodeCount - 1) * 5 + 1
        move nodVal(candWalkPos) to candPathNodes(pathSlotPos:5)
    end-if
exit section.

*>----------------------------------------------------------
*> Adds hopUnits to every NETFILE link on the walked route -
*> the candidate hop finds no linkTable entry and is skipped.
loadCandidateRoute section.
*>----------------------------------------------------------
    perform varying pathStepIdx from 2 by 1
            until pathStepIdx > candPathNodeCount
        compute pathSlotPos = (pathStepIdx - 2) * 5 + 1
        move candPathNodes(pathSlotPos:5) to hopFromNode
        compute pathSlotPos = (pathStepIdx - 1) * 5 + 1
        move candPathNodes(pathSlotPos:5) to hopToNode
        perform findHopLink
        if linkFoundPos > 0
            add hopUnits to lnkCandLoad(linkFoundPos)
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
*> The evaluated candidates, best metric saving first - the
*> selection re-scans for the best unprinted candidate rather
*> than sorting, as the loading report's worst-first list does.
*> Each is evaluated again as it prints, so its link loads are
*> in lnkCandLoad for the relief lines.
printRankedCandidates section.
*>----------------------------------------------------------
    move "CANDIDATES - BEST SAVING FIRST (SAVINGS ARE UNITS TIMES THE SAVING PER UNIT):"
        to reportLine
    write candidateReportRecord from reportLine
    move " RANK  CAND-ID   NET   LINK          FLOWS       UNITS    DIST SAVED    TIME SAVED    COST SAVED"
        to reportLine
    write candidateReportRecord from reportLine
    move 0 to candidateRank
    perform printBestCandidate
        with test after
        until candidateBestPos = 0
    if candidateRank = 0
        move "  (NONE - NO CANDIDATE COULD BE EVALUATED)" to reportLine
        write candidateReportRecord from reportLine
    end-if
    move spaces to reportLine
    write candidateReportRecord from reportLine
exit section.

*>----------------------------------------------------------
printBestCandidate section.
*>----------------------------------------------------------
    move 0 to candidateBestPos
    perform varying candidateScanIdx from 1 by 1
            until candidateScanIdx > candidateCount
        if cevRejectReason(candidateScanIdx) = spaces
        and not cevPrinted(candidateScanIdx)
            if candidateBestPos = 0
                move candidateScanIdx to candidateBestPos
            else
                if cevMetricSaving(candidateScanIdx)
                        > cevMetricSaving(candidateBestPos)
                    move candidateScanIdx to candidateBestPos
                end-if
            end-if
        end-if
    end-perform
    if candidateBestPos = 0
        exit section
    end-if

    move candidateBestPos to candidateIdx
    perform evaluateCandidate
    set cevPrinted(candidateIdx) to true
    add 1 to candidateRank
    if cevMovedCount(candidateIdx) > 0
    or cevServedCount(candidateIdx) > 0
        add 1 to candidateUsefulCount
    end-if

    move candidateRank to rankDisplay
    move cevMovedCount(candidateIdx) to flowCountDisplay
    move cevMovedUnits(candidateIdx) to unitsDisplay
    move cevDistSaving(candidateIdx) to savingDisplay
    move cevTimeSaving(candidateIdx) to savingDisplay2
    move cevCostSaving(candidateIdx) to savingDisplay3
    move spaces to reportLine
    string "  " rankDisplay "  " cevCandidateId(candidateIdx)
           "  " cevNetId(candidateIdx)
           "  " cevFromNode(candidateIdx) "-" cevToNode(candidateIdx)
           "  " flowCountDisplay "  " unitsDisplay
           "  " savingDisplay "  " savingDisplay2
           "  " savingDisplay3
        delimited by size into reportLine
    write candidateReportRecord from reportLine

    move cevDistance(candidateIdx) to loadCountDisplay
    move spaces to reportLine
    if cevIsOneWay(candidateIdx)
        string "        " cevDescription(candidateIdx)
               "  ONE-WAY  DISTANCE" loadCountDisplay
            delimited by size into reportLine
    else
        string "        " cevDescription(candidateIdx)
               "  TWO-WAY  DISTANCE" loadCountDisplay
            delimited by size into reportLine
    end-if
    write candidateReportRecord from reportLine

    if cevMovedCount(candidateIdx) = 0
    and cevServedCount(candidateIdx) = 0
        move "        NO FLOW WOULD USE IT - EVERY ROUTE IS AS SHORT WITHOUT IT"
            to reportLine
        write candidateReportRecord from reportLine
        exit section
    end-if
    if cevServedCount(candidateIdx) > 0
        move cevServedCount(candidateIdx) to flowCountDisplay
        move cevServedUnits(candidateIdx) to unitsDisplay
        move spaces to reportLine
        string "        ALSO SERVES" flowCountDisplay
               " FLOW(S) TONIGHT'S RUN HAS NO ROUTE FOR -"
               unitsDisplay " UNITS"
            delimited by size into reportLine
        write candidateReportRecord from reportLine
    end-if
    if cevCapacity(candidateIdx) > 0
    and cevCandLoad(candidateIdx) > cevCapacity(candidateIdx)
        move cevCandLoad(candidateIdx) to unitsDisplay
        move cevCapacity(candidateIdx) to capacityDisplay
        move spaces to reportLine
        string "        ** THE NEW LINK WOULD CARRY" unitsDisplay
               " UNITS AGAINST A CAPACITY OF" capacityDisplay " **"
            delimited by size into reportLine
        write candidateReportRecord from reportLine
    end-if
    perform printCandidateRelief
exit section.

*>----------------------------------------------------------
*> Every link overloaded tonight whose load the candidate
*> brings down - cleared when it comes back inside capacity,
*> eased when it is still over.
printCandidateRelief section.
*>----------------------------------------------------------
    move 0 to reliefCount
    perform varying linkIdx from 1 by 1 until linkIdx > linkCount
        if lnkCapacity(linkIdx) > 0
        and lnkLoadUnits(linkIdx) > lnkCapacity(linkIdx)
        and lnkCandLoad(linkIdx) < lnkLoadUnits(linkIdx)
            add 1 to reliefCount
            if lnkCandLoad(linkIdx) > lnkCapacity(linkIdx)
                move "EASED" to reliefText
            else
                move "CLEARED" to reliefText
            end-if
            move lnkLoadUnits(linkIdx) to unitsDisplay
            move lnkCandLoad(linkIdx) to unitsDisplay2
            move lnkCapacity(linkIdx) to capacityDisplay
            move spaces to reportLine
            string "        RELIEVES " lnkANode(linkIdx) "-"
                   lnkBNode(linkIdx) "  LOAD" unitsDisplay
                   " ->" unitsDisplay2 "  CAPACITY" capacityDisplay
                   "  " reliefText
                delimited by size into reportLine
            write candidateReportRecord from reportLine
        end-if
    end-perform
    if reliefCount = 0
        move "        RELIEVES NO OVERLOADED LINK" to reportLine
        write candidateReportRecord from reportLine
    end-if
exit section.

*>----------------------------------------------------------
printRejectedCandidates section.
*>----------------------------------------------------------
    move "CANDIDATES NOT EVALUATED:" to reportLine
    write candidateReportRecord from reportLine
    if candidateRejectedCount = 0
    and candidateOverflowCount = 0
        move "  (NONE)" to reportLine
        write candidateReportRecord from reportLine
    end-if
    perform varying candidateIdx from 1 by 1
            until candidateIdx > candidateCount
        if cevRejectReason(candidateIdx) not = spaces
            move spaces to reportLine
            string "  " cevCandidateId(candidateIdx)
                   "  " cevFromNode(candidateIdx) "-"
                   cevToNode(candidateIdx)
                   "  " cevRejectReason(candidateIdx)
                delimited by size into reportLine
            write candidateReportRecord from reportLine
        end-if
    end-perform
    if candidateOverflowCount > 0
        add candidateOverflowCount to candidateRejectedCount
        move candidateOverflowCount to loadCountDisplay
        move spaces to reportLine
        string "  " loadCountDisplay
               " MORE CANDIDATE(S) BEYOND THE 100 ONE RUN TAKES - SPLIT CNDFILE"
            delimited by size into reportLine
        write candidateReportRecord from reportLine
    end-if
    move spaces to reportLine
    write candidateReportRecord from reportLine
exit section.

*>----------------------------------------------------------
printCandidateTotals section.
*>----------------------------------------------------------
    move candidateReadCount to loadCountDisplay
    move spaces to reportLine
    string "CANDIDATES READ:          " loadCountDisplay
        delimited by size into reportLine
    write candidateReportRecord from reportLine

    move candidateRank to loadCountDisplay
    move spaces to reportLine
    string "CANDIDATES EVALUATED:     " loadCountDisplay
        delimited by size into reportLine
    write candidateReportRecord from reportLine

    move candidateUsefulCount to loadCountDisplay
    move spaces to reportLine
    string "CANDIDATES TAKING FLOWS:  " loadCountDisplay
        delimited by size into reportLine
    write candidateReportRecord from reportLine

    move candidateRejectedCount to loadCountDisplay
    move spaces to reportLine
    string "CANDIDATES NOT EVALUATED: " loadCountDisplay
        delimited by size into reportLine
    write candidateReportRecord from reportLine

    move volumeReadCount to loadCountDisplay
    move spaces to reportLine
    string "VOLUME RECORDS READ:      " loadCountDisplay
        delimited by size into reportLine
    write candidateReportRecord from reportLine

    move volumeRoutedCount to loadCountDisplay
    move spaces to reportLine
    string "VOLUMES ON TONIGHT PATHS: " loadCountDisplay
        delimited by size into reportLine
    write candidateReportRecord from reportLine

    move overloadedLinkCount to loadCountDisplay
    move spaces to reportLine
    string "OVERLOADED LINKS TONIGHT: " loadCountDisplay
        delimited by size into reportLine
    write candidateReportRecord from reportLine

    move plausibilityBlockedCount to loadCountDisplay
    move spaces to reportLine
    string "IMPLAUSIBLE LINKS OUT:    " loadCountDisplay
        delimited by size into reportLine
    write candidateReportRecord from reportLine
    if volumeSkippedCount > 0
        move volumeSkippedCount to loadCountDisplay
        move spaces to reportLine
        string "** " loadCountDisplay
               " VOLUME RECORD(S) BEYOND THE 2600 ONE RUN TAKES - NOT EVALUATED **"
            delimited by size into reportLine
        write candidateReportRecord from reportLine
    end-if
exit section.

*>----------------------------------------------------------
terminateProgram section.
*>----------------------------------------------------------
    close candidateReportFile
    stop run
exit section.
