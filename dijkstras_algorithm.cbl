*>            to 50 now that 26 letters no longer bound us - see
*>            readNodeMasterFile/validateNodesAgainstMaster/
*>            lookupSiteName.
*> 261015 OS  Future-dated requests - a request carrying a ship
*>            date (reqShipDate) is answered against tonight's
*>            network with every change still queued on PNDFILE
*>            effective on or before that date applied, the
*>            response states the network date it was answered
*>            against, and it is flagged when a change queued
*>            after that date would alter the answer - see
*>            loadPendingChanges/selectNetworkState/
*>            checkLaterQueuedChanges.
*> 261015 OS  Vehicle-class restrictions - a link carries the
*>            classes it will take (netVehicleClasses), and the
*>            report run (parmVehicleClass) and each request
*>            (reqVehicleClass) only route over links that take
*>            their class; the heading and RSPFILE state the
*>            class, and a not-found answer says why, naming the
*>            class when that is what barred the route - see
*>            applyVehicleClassRestriction/explainNotFoundAnswer.
*> 261015 OS  Edge plausibility - every link is tested against
*>            the straight line between its sites' grid
*>            references (see nodemst) and the average speed its
*>            transit time implies. A link shorter than the
*>            straight line is taken out of tonight's routing;
*>            the rest are warnings. All are listed on the new
*>            PLSRPT - see validateEdgePlausibility.
*> 261015 OS  Disruption re-route (parmDisruptionFlag = "Y") -
*>            the outages declared on OVRFILE (a failed link "S",
*>            a closed site "X") are applied, every answered
*>            request on the current RSPFILE whose path crosses
*>            one is re-answered, and RRNFILE gets a re-route or
*>            no-route notice for each, with the summary by
*>            requesting system on DISRPT - see
*>            produceDisruptionNotices.
*> 261015 OS  Business date - the run date on every report,
*>            EXTFILE record and trailer, and the date pending
*>            changes are applied to, is the night's business
*>            date: RUNPARM's (see runparm.cpy) when it names
*>            one, otherwise the date STEP003 last opened on
*>            RUNCTL (see runctl.cpy), so a night that crosses
*>            midnight posts under one date throughout. With
*>            neither file allocated it is the date the run
*>            starts, as before - see establishBusinessDate.
*>****************************************************************

*> Adjacent matrix of the original six-site sample network, kept
    select controlReportFile assign to "CTLRPT"
        organization is line sequential
        file status is controlReportFileStatus.
    select pendingChangeFile assign to "PNDFILE"
        organization is line sequential
        file status is pendingChangeFileStatus.
    select plausibilityReportFile assign to "PLSRPT"
        organization is line sequential
        file status is plausibilityReportFileStatus.
    select rerouteNoticeFile assign to "RRNFILE"
        organization is line sequential
        file status is rerouteNoticeFileStatus.
    select disruptionReportFile assign to "DISRPT"
        organization is line sequential
        file status is disruptionReportFileStatus.
    select runParmFile assign to "RUNPARM"
        organization is line sequential
        file status is runParmFileStatus.
    select runControlFile assign to "RUNCTL"
        organization is line sequential
        file status is runControlFileStatus.

DATA DIVISION.
FILE SECTION.
FD  controlReportFile.
01 controlReportRecord pic x(132).

FD  pendingChangeFile.
    copy "pndtxn.cpy".

FD  plausibilityReportFile.
01 plausibilityReportRecord pic x(132).

FD  rerouteNoticeFile.
    copy "rrnrec.cpy".

FD  disruptionReportFile.
01 disruptionReportRecord pic x(132).

FD  runParmFile.
    copy "runparm.cpy".

FD  runControlFile.
01 runControlInRecord pic x(50).

WORKING-STORAGE SECTION.

*> netNodeCount (how many distinct nodes readNetworkFile found in
01 reportLine pic x(520).
01 runDateYYYYMMDD pic 9(8).
01 runDateDisplay pic x(10).
*> the night's business date, zero when neither RUNPARM nor
*> RUNCTL names one and the run date is the day the run starts -
*> see establishBusinessDate.
01 businessDateValue pic 9(8) value 0.
01 runParmFileStatus pic x(2).
01 runControlFileStatus pic x(2).
    copy "runctl.cpy".

01 pathDisplayArea pic x(446).
01 pathDisplayPtr pic 9(4).
01 alternateRequestedSwitch pic 9(1).
    88 alternateRequested value 1, false 0.

01 disruptionRequestedSwitch pic 9(1).
    88 disruptionRequested value 1, false 0.

*> Set by readNetworkFile when NETFILE could not be opened, so
*> createNetwork can skip the rest of network setup (there is no
*> node list to arrange or adjacency to build) and the mainline
        03 allEdgeTimeVal pic s9(6).
        03 allEdgeCostVal pic s9(6).
        03 allEdgeDirVal pic x(1).
        03 allEdgeClassVal pic x(4).
01 allEdgeCount pic 9(6) value 0.
01 allEdgeIdx pic 9(6).

        03 netEdgeDirVal pic x(1).
            88 netEdgeIsTwoWay value "B".
            88 netEdgeIsOneWay value "O".
        03 netEdgeClassVal pic x(4).
01 netEdgeCount pic 9(6) value 0.

*>-------------------------------------------------------------
*> vehicle-class restriction - see applyVehicleClassRestriction.
*> activeVehicleClass is the class the network being stood up is
*> for: PARMFILE's parmVehicleClass for the report run, each
*> request's own reqVehicleClass in request-file mode. A link
*> whose netVehicleClasses does not list it keeps its three
*> measures but goes to weight 0 - no edge, as far as the solve
*> is concerned - exactly like a suppressed link, so a site only
*> barred links reach reports unreachable instead of failing
*> orphan validation. Space is no restriction at all.
*>-------------------------------------------------------------
01 activeVehicleClass pic x(1) value space.
01 parmVehicleSave pic x(1) value space.
01 classPermittedSwitch pic 9(1).
    88 classPermitted value 1, false 0.
01 classSlotIdx pic 9(1).
01 classBarredRequestCount pic 9(6) value 0.

01 netEdgeScanIdx pic 9(6).
01 reverseEdgeFoundSwitch pic 9(1).
    88 reverseEdgeFound value 1, false 0.
    88 overrideMatched value 1, false 0.
01 overrideWeightDisplay pic -(6)9.

*> the failed links ("S") and closed sites ("X") among the
*> overrides that matched the network - what the disruption
*> re-route tests each answered path against. Bounded by the
*> override lines the heading can carry.
01 outageLinkTable.
    02 outageLinkOcr occurs 20.
        03 outageLinkFrom pic x(5).
        03 outageLinkTo pic x(5).
01 outageLinkCount pic 9(2) value 0.
01 outageLinkIdx pic 9(2).
01 outageSiteTable.
    02 outageSiteOcr occurs 20.
        03 outageSiteVal pic x(5).
01 outageSiteCount pic 9(2) value 0.
01 outageSiteIdx pic 9(2).

*>-------------------------------------------------------------
*> via/avoid routing constraints - see applyRunConstraints (the
*> PARMFILE run-level constraints), answerConstrainedRequest (a
        03 nodeMasterName pic x(30).
        03 nodeMasterRegion pic x(3).
        03 nodeMasterOvernight pic x(1).
        03 nodeMasterGrid.
            04 nodeMasterEasting pic 9(5)v9.
            04 nodeMasterNorthing pic 9(5)v9.
01 nodeMasterCount pic 9(6) value 0.
01 nodeMasterIdx pic 9(6).
01 siteLookupCode pic x(5).
01 siteNameValue pic x(30).

*>-------------------------------------------------------------
*> edge plausibility - see validateEdgePlausibility. The limits
*> are the ones network_maintenance applies when the link is
*> keyed; tonight's run applies them again, because a site can
*> be re-gridded after its links were set up.
*>-------------------------------------------------------------
01 plausibilityReportFileStatus pic x(2).
*> the plausibility check - a link's keyed distance against
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
01 plsReverseIdx pic 9(6).
01 plsRebuildSwitch pic 9(1).
    88 plausibilityRebuildNeeded value 1, false 0.
01 plsBlockedSwitch pic 9(1).
    88 plausibilityBlocked value 1, false 0.
01 plausibilityBlockedCount pic 9(6) value 0.
01 plausibilityWarningCount pic 9(6) value 0.
01 plsDistanceDisplay pic zzzzz9.
01 plsTimeDisplay pic zzzzz9.
01 plsStraightDisplay pic zzzz9.9.
01 plsLimitDisplay pic zz9.

*>-------------------------------------------------------------
*> adjacency data validation - see validateNetwork
*>-------------------------------------------------------------
01 responsePathNodeCount pic 9(2).

01 originCacheTable.
    02 originCacheOcr occurs 100.
        03 cacheOriginVal pic x(5).
        03 cacheStateVal pic 9(6).
        03 cacheClassVal pic x(1).
        03 cacheDestCount pic 9(2).
        03 cacheDestOcr occurs 50.
            04 cacheDestVal pic x(5).
01 cacheScanIdx pic 9(6).
01 cacheDestIdx pic 9(6).

*>-------------------------------------------------------------
*> future-dated requests (reqShipDate) - see
*> selectNetworkState/checkLaterQueuedChanges. Every "S" change
*> still queued on PNDFILE is held here in effective-date order,
*> and network state n is tonight's network (baseEdgeTable, the
*> allEdgeTable snapshot taken once the overrides and run
*> constraints are in) with the first n queued changes applied
*> the way NETMAINT will apply them on the night. State 0 is
*> tonight's network - every undated request, exactly as before.
*> originCacheTable is keyed on origin and state together, so
*> a dated answer never comes off a cache entry solved against
*> a different night's network; 100 entries covers every site
*> on tonight's network plus a second state for each, and the
*> last slot is still reused as a backstop beyond that.
*>-------------------------------------------------------------
01 pendingChangeFileStatus pic x(2).
01 pendingChangeTable.
    02 pendingChangeOcr occurs 200.
        03 pendingEffDateVal pic 9(8).
        03 pendingImageVal pic x(60).
01 pendingChangeCount pic 9(6) value 0.
01 pendingChangeIdx pic 9(6).
01 pendingSortIdx pic 9(6).
01 pendingSortSwitch pic 9(1).
    88 pendingSortSwapped value 1, false 0.
01 pendingSwapEntry pic x(68).

    copy "nettxn.cpy".

01 baseEdgeTable.
    02 baseEdgeOcr occurs 2450.
        03 baseEdgeNetId pic x(4).
        03 baseEdgeFromVal pic x(5).
        03 baseEdgeToVal pic x(5).
        03 baseEdgeDistVal pic s9(6).
        03 baseEdgeTimeVal pic s9(6).
        03 baseEdgeCostVal pic s9(6).
        03 baseEdgeDirVal pic x(1).
        03 baseEdgeClassVal pic x(4).
01 baseEdgeCount pic 9(6) value 0.

01 currentStateIdx pic 9(6) value 0.
01 wantedStateIdx pic 9(6) value 0.
01 requestStateIdx pic 9(6) value 0.
01 laterStateIdx pic 9(6).
01 laterNextDate pic 9(8).
01 shipDatedSwitch pic 9(1).
    88 requestIsShipDated value 1, false 0.
01 pendingEdgeFoundSwitch pic 9(1).
    88 pendingEdgeFound value 1, false 0.
01 pendingSiteKnownSwitch pic 9(1).
    88 pendingSiteKnown value 1, false 0.
01 pendingSiteCode pic x(5).
01 pendingDirVal pic x(1).
01 pendingDistVal pic s9(6).
01 pendingTimeVal pic s9(6).
01 pendingCostVal pic s9(6).

*> the answer as computed for the ship date, held while the
*> later network states are tried against the same question.
01 shipAnswerSave.
    02 shipFoundSave pic x(1).
    02 shipDistanceSave pic 9(6).
    02 shipTimeSave pic 9(6).
    02 shipCostSave pic 9(6).
    02 shipNodeCountSave pic 9(2).
    02 shipPathNodesSave pic x(250).
    02 shipStopSave pic x(5).
    02 shipFeasibleSave pic x(1).

01 datedRequestCount pic 9(6) value 0.
01 changeWarnCount pic 9(6) value 0.

*>-------------------------------------------------------------
*> disruption re-route (parmDisruptionFlag = "Y") - see
*> produceDisruptionNotices. RSPFILE is read back in step with
*> the REQFILE it answered: the request supplies the question
*> (constraints, ship date, class) to ask again, the response
*> the answer to test against the outages. Only an answer whose
*> path crosses a failed link or closed site is re-answered,
*> through the same computeRequestAnswer the nightly run uses,
*> and gets a notice on RRNFILE. disruptionSystemTable counts
*> them by requesting system - the first three bytes of the
*> request id, the same prefix the chargeback bills by - for the
*> duty manager's DISRPT summary, and noRouteListTable holds the
*> requests left with no route at all, which DISRPT lists.
*>-------------------------------------------------------------
01 rerouteNoticeFileStatus pic x(2).
01 disruptionReportFileStatus pic x(2).
01 disruptedAnswerSwitch pic 9(1).
    88 answerCrossesOutage value 1, false 0.
01 disruptionPrevNode pic x(5).
01 disruptionPathNode pic x(5).
01 disruptionSystemPrefix pic x(3).
01 disruptionExtraMetric pic s9(7).

01 disruptionSystemTable.
    02 disruptionSystemOcr occurs 50.
        03 dsySystemPrefix pic x(3).
        03 dsyAnsweredCount pic 9(6).
        03 dsyAffectedCount pic 9(6).
        03 dsyReroutedCount pic 9(6).
        03 dsyNoRouteCount pic 9(6).
        03 dsyExtraMetric pic s9(9).
01 disruptionSystemCount pic 9(6) value 0.
01 disruptionSystemIdx pic 9(6).
01 disruptionSystemPos pic 9(6).

01 noRouteListTable.
    02 noRouteListOcr occurs 500.
        03 nrlRequestId pic x(8).
        03 nrlOriginNode pic x(5).
        03 nrlDestNode pic x(5).
        03 nrlReason pic x(60).
01 noRouteListCount pic 9(6) value 0.
01 noRouteListIdx pic 9(6).

01 answeredCheckedCount pic 9(6) value 0.
01 affectedRequestCount pic 9(6) value 0.
01 reroutedNoticeCount pic 9(6) value 0.
01 noRouteNoticeCount pic 9(6) value 0.
01 noticesWrittenCount pic 9(6) value 0.
01 disruptionTotalExtra pic s9(9) value 0.
01 disruptionCountDisplay pic zzzzz9.
01 disruptionCountDisplay2 pic zzzzz9.
01 disruptionCountDisplay3 pic zzzzz9.
01 disruptionCountDisplay4 pic zzzzz9.
01 disruptionExtraDisplay pic -(8)9.

PROCEDURE DIVISION.


    perform openAuditLog
    perform establishBusinessDate
    perform readAllNetworksFile
    if networkLoadFailed
        move 16 to return-code
    *> alongside EXTFILE and the load/delta steps behind this run
    *> always have a balanced extract to work from.
    perform openReportOutputs
    perform openPlausibilityReport
    perform varying networkLoopIdx from 1 by 1
            until networkLoopIdx > networkIdCount
        if parmNetworkSave = spaces
    perform writeExtractTrailer
    close reportFile
    close pathExtractFile
    perform closePlausibilityReport
    if requestFileRequested
        perform produceRequestResponses
    end-if
    if disruptionRequested
        perform produceDisruptionNotices
    end-if
    perform produceControlReport
    if return-code = 0
    and (unreachableDestCount > 0
        or plausibilityBlockedCount > 0
        or noRouteNoticeCount > 0)
        *> the run completed, but somebody cannot be reached, a
        *> link was taken out as implausible, or an order has no
        *> route left under the outages - end at the
        *> warning RC so scheduling can route the
        *> exception to a person without failing the stream.
        move 4 to return-code
    end-if
processOneNetwork section.
*>----------------------------------------------------------
    add 1 to networksProcessedCount
    move parmVehicleSave to activeVehicleClass
    perform buildNetworkForId
    perform determineRunOrigin
    perform arrangeNodeListWithOriginFirst

*>----------------------------------------------------------
*> Applies the edgeOverrideRecord just read to both directions
*> of the named edge - or, for a closed site, to every edge
*> touching it. Suppression zeroes the weight rather than
*> dropping the entries - see the override data area above for
*> why. Every record, applied or not, leaves a line for the
*> report heading, so the morning's report says exactly what was
*> simulated; a failed link or closed site that matched is also
*> remembered for the disruption re-route.
applyOneOverride section.
*>----------------------------------------------------------
    set overrideMatched to false
    if ovrActionCloseSite
        perform varying allEdgeIdx from 1 by 1
                until allEdgeIdx > allEdgeCount
            if allEdgeFromVal(allEdgeIdx) = ovrFromNode
            or allEdgeToVal(allEdgeIdx) = ovrFromNode
                set overrideMatched to true
                move 0 to allEdgeDistVal(allEdgeIdx)
                move 0 to allEdgeTimeVal(allEdgeIdx)
                move 0 to allEdgeCostVal(allEdgeIdx)
            end-if
        end-perform
        if overrideMatched
        and outageSiteCount < 20
            add 1 to outageSiteCount
            move ovrFromNode to outageSiteVal(outageSiteCount)
        end-if
        if overrideCount < 20
            add 1 to overrideCount
            move spaces to overrideText(overrideCount)
            if overrideMatched
                string "SITE " ovrFromNode
                       " CLOSED (SIMULATED OUTAGE)"
                    delimited by size into overrideText(overrideCount)
            else
                string "SITE " ovrFromNode
                       " NOT ON NETWORK - OVERRIDE IGNORED"
                    delimited by size into overrideText(overrideCount)
            end-if
        end-if
        exit section
    end-if

    perform varying allEdgeIdx from 1 by 1 until allEdgeIdx > allEdgeCount
        if (allEdgeFromVal(allEdgeIdx) = ovrFromNode
            and allEdgeToVal(allEdgeIdx) = ovrToNode)
            end-if
        end-if
    end-perform
    if overrideMatched
    and ovrActionSuppress
    and outageLinkCount < 20
        add 1 to outageLinkCount
        move ovrFromNode to outageLinkFrom(outageLinkCount)
        move ovrToNode to outageLinkTo(outageLinkCount)
    end-if

    if overrideCount < 20
        add 1 to overrideCount
    end-perform
exit section.

*>----------------------------------------------------------
*> The night's business date. The posting steps either side of
*> this run (PNDREL before it, PATHHIST and CHGBACK after) must
*> all post one night under one date, and this run's EXTFILE
*> trailer is the date PATHHIST posts under - so a date the
*> operator's RUNPARM card names wins, and failing that the date
*> of STEP003's latest event on RUNCTL, the night's first
*> posting step. Both files are optional: a run with neither
*> (every on-demand job) dates itself by the clock as always.
establishBusinessDate section.
*>----------------------------------------------------------
    move 0 to businessDateValue
    open input runParmFile
    if runParmFileStatus = "00"
        read runParmFile
            not at end
                if rprBusinessDate is numeric
                    move rprBusinessDate to businessDateValue
                end-if
        end-read
        close runParmFile
    end-if
    if businessDateValue not = 0
        exit section
    end-if
    open input runControlFile
    if runControlFileStatus = "35"
        exit section
    end-if
    if runControlFileStatus not = "00"
        display "NETWORK VALIDATION ERROR: RUNCTL COULD NOT BE OPENED - FILE STATUS "
            runControlFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    perform until runControlFileStatus = "10"
        read runControlFile into runControlRecord
            at end
                move "10" to runControlFileStatus
            not at end
                if rctStepIsPendingRelease
                and rctBusinessDate is numeric
                    move rctBusinessDate to businessDateValue
                end-if
        end-read
    end-perform
    close runControlFile
exit section.

*>----------------------------------------------------------
*> runDateYYYYMMDD for a heading, extract or solve - the
*> business date when there is one, the clock's otherwise.
acceptRunDate section.
*>----------------------------------------------------------
    accept runDateYYYYMMDD from date yyyymmdd
    if businessDateValue not = 0
        move businessDateValue to runDateYYYYMMDD
    end-if
exit section.

*>----------------------------------------------------------
*> Picks up the run selections from PARMFILE (see parmrec.cpy).
*> No record on PARMFILE means "every network, each from its
*> than applied. parmRequestFlag = "Y" answers the batch of
*> questions on REQFILE instead (see produceRequestResponses)
*> and wins over parmAllPairsFlag; origin/destination are
*> likewise left alone in that mode. parmDisruptionFlag = "Y"
*> (see produceDisruptionNotices) wins over both, and leaves
*> origin/destination alone the same way. The origin/destination and
*> network selections are saved here and applied per network by
*> determineRunOrigin, once each network's node list exists.
readRunParameters section.
    move spaces to parmNetworkSave
    move spaces to parmViaSave
    move spaces to parmAvoidSave
    move space to parmVehicleSave
    set runViaRequested to false
    set restartRequested to false
    set allPairsRequested to false
    set requestFileRequested to false
    set alternateRequested to false
    set disruptionRequested to false
    move "D" to metricCode
    move 480 to shiftLimitValue
    open input parmFile
    if parmFileStatus = "00"
        read parmFile
            not at end
                evaluate true
                    when parmDisruptionFlag = "Y"
                        set disruptionRequested to true
                    when parmRequestFlag = "Y"
                        set requestFileRequested to true
                    when parmAllPairsFlag = "Y"
                        set allPairsRequested to true
                    when other
                        move parmOriginNode to parmOriginSave
                        move parmDestNode to parmDestSave
                        move parmViaNode to parmViaSave
                end-evaluate
                move parmNetworkId to parmNetworkSave
                move parmAvoidList to parmAvoidSave

                if parmAlternateFlag = "Y"
                and parmRequestFlag not = "Y"
                and parmAllPairsFlag not = "Y"
                and parmDisruptionFlag not = "Y"
                    set alternateRequested to true
                end-if
                if parmMetricCode not = space
                and parmShiftLimit not = 0
                    move parmShiftLimit to shiftLimitValue
                end-if
                move parmVehicleClass to parmVehicleSave
        end-read
        close parmFile
    end-if
    else
        move netDirectionFlag to allEdgeDirVal(allEdgeCount)
    end-if
    move netVehicleClasses to allEdgeClassVal(allEdgeCount)

    perform varying networkLoopIdx from 1 by 1
            until networkLoopIdx > networkIdCount
*> did for the only network there used to be. A blank connected
*> node still just declares the from node with no edge, which is
*> how a deliberately unconnected site gets in at all. Metric
*> selection and the vehicle-class restriction are re-applied
*> every build, since the build starts the edge list over.
buildNetworkForId section.
*>----------------------------------------------------------
    move 0 to netNodeCount
                    to netEdgeCostVal(netEdgeCount)
                move allEdgeDirVal(allEdgeIdx)
                    to netEdgeDirVal(netEdgeCount)
                move allEdgeClassVal(allEdgeIdx)
                    to netEdgeClassVal(netEdgeCount)
                move allEdgeToVal(allEdgeIdx) to netLookupNode
                perform addNodeToNodeList
            end-if
        end-if
    end-perform
    perform assignSelectedMetricWeights
    perform applyVehicleClassRestriction
    perform buildEdgeMeasureMatrix
exit section.

*>----------------------------------------------------------
*> Takes every link that will not take activeVehicleClass out
*> of the solve - weight 0, the same way a suppressed link goes
*> (see the vehicle-class data area above). Only the weight the
*> solve reads is zeroed; the three carried measures stay, so
*> nothing downstream of the solve sees a difference.
applyVehicleClassRestriction section.
*>----------------------------------------------------------
    if activeVehicleClass = space
        exit section
    end-if
    perform varying netEdgeIdx from 1 by 1 until netEdgeIdx > netEdgeCount
        if netEdgeClassVal(netEdgeIdx) not = spaces
            set classPermitted to false
            perform varying classSlotIdx from 1 by 1
                    until classSlotIdx > 4
                if netEdgeClassVal(netEdgeIdx)(classSlotIdx:1)
                        = activeVehicleClass
                    set classPermitted to true
                    exit perform
                end-if
            end-perform
            if not classPermitted
                move 0 to netEdgeWeightVal(netEdgeIdx)
            end-if
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
*> The vehicle-class line of a report heading - writeReportHeading
*> and writeAllPairsHeading both call this, so every report says
*> which class its routes were computed for.
writeVehicleClassHeadingLine section.
*>----------------------------------------------------------
    move spaces to reportLine
    if parmVehicleSave = space
        string "VEHICLE CLASS: ANY (NO CLASS RESTRICTION)"
            delimited by size into reportLine
    else
        string "VEHICLE CLASS: " parmVehicleSave
               " (ONLY LINKS THAT TAKE THIS CLASS ARE ROUTED)"
            delimited by size into reportLine
    end-if
    write reportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> Balances NETFILE's own header/trailer counts against what was
*> actually read - a file truncated by a bad transfer used to
        perform terminateProgram
    end-if

    perform acceptRunDate
    move spaces to reportLine
    string runDateYYYYMMDD(1:4) "-" runDateYYYYMMDD(5:2) "-"
           runDateYYYYMMDD(7:2) delimited by size into runDateDisplay
    perform writeControlCountLine6
    move unreachableDestCount to controlCountDisplay
    perform writeControlCountLine7
    move pendingChangeCount to controlCountDisplay
    perform writeControlCountLine8
    move datedRequestCount to controlCountDisplay
    perform writeControlCountLine9
    move changeWarnCount to controlCountDisplay
    perform writeControlCountLine10
    move classBarredRequestCount to controlCountDisplay
    perform writeControlCountLine11
    if disruptionRequested
        move noticesWrittenCount to controlCountDisplay
        perform writeControlCountLine12
    end-if

    if unreachableDestCount > 0
        move spaces to reportLine
    write controlReportRecord from reportLine(1:132)
exit section.

*>----------------------------------------------------------
writeControlCountLine8 section.
*>----------------------------------------------------------
    move spaces to reportLine
    string "QUEUED CHANGES ON FILE:   " controlCountDisplay
        delimited by size into reportLine
    write controlReportRecord from reportLine(1:132)
exit section.

*>----------------------------------------------------------
writeControlCountLine9 section.
*>----------------------------------------------------------
    move spaces to reportLine
    string "FUTURE-DATED REQUESTS:    " controlCountDisplay
        delimited by size into reportLine
    write controlReportRecord from reportLine(1:132)
exit section.

*>----------------------------------------------------------
writeControlCountLine10 section.
*>----------------------------------------------------------
    move spaces to reportLine
    string "LATER-CHANGE WARNINGS:    " controlCountDisplay
        delimited by size into reportLine
    write controlReportRecord from reportLine(1:132)
exit section.

*>----------------------------------------------------------
writeControlCountLine11 section.
*>----------------------------------------------------------
    move spaces to reportLine
    string "CLASS-BARRED REQUESTS:    " controlCountDisplay
        delimited by size into reportLine
    write controlReportRecord from reportLine(1:132)
exit section.

*>----------------------------------------------------------
writeControlCountLine12 section.
*>----------------------------------------------------------
    move spaces to reportLine
    string "RE-ROUTE NOTICES WRITTEN: " controlCountDisplay
        delimited by size into reportLine
    write controlReportRecord from reportLine(1:132)
exit section.

*>----------------------------------------------------------
*> A network id PARMFILE names has to exist on NETFILE - same
*> up-front rejection any other bad parameter gets.
                    move nmstRegion to nodeMasterRegion(nodeMasterCount)
                    move nmstOvernightFlag
                        to nodeMasterOvernight(nodeMasterCount)
                    move nmstGridReference
                        to nodeMasterGrid(nodeMasterCount)
            end-read
        end-perform
        close nodeMasterFile
*>----------------------------------------------------------
    set validationFailed to false
    perform validateNodesAgainstMaster
    perform validateEdgePlausibility
    perform validateEdgeWeightsAndSelfLoops
    perform validateEdgeSymmetry
    perform validateNoOrphanNodes
    end-perform
exit section.

*>----------------------------------------------------------
*> Opens PLSRPT alongside RPTFILE/EXTFILE - every network the
*> run stands up is checked, whatever mode the run is in.
openPlausibilityReport section.
*>----------------------------------------------------------
    open output plausibilityReportFile
    if plausibilityReportFileStatus not = "00"
        display "NETWORK VALIDATION ERROR: PLSRPT COULD NOT BE OPENED - FILE STATUS "
            plausibilityReportFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    perform acceptRunDate
    move spaces to reportLine
    string runDateYYYYMMDD(1:4) "-" runDateYYYYMMDD(5:2) "-"
           runDateYYYYMMDD(7:2) delimited by size into runDateDisplay
    string "EDGE PLAUSIBILITY EXCEPTIONS         RUN DATE: "
           runDateDisplay delimited by size into reportLine
    write plausibilityReportRecord from reportLine
    move spaces to reportLine
    string "A BLOCKED LINK IS TAKEN OUT OF TONIGHT'S ROUTING ONLY -"
           " NETFILE IS NOT CHANGED"
        delimited by size into reportLine
    write plausibilityReportRecord from reportLine
    move spaces to reportLine
    write plausibilityReportRecord from reportLine
    move "           NET   EDGE           DIST    TIME  STRAIGHT  EXCEPTION"
        to reportLine
    write plausibilityReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> Tests every link of the network just stood up against the
*> straight line between its sites' grid references (see
*> nodemst) and against the average speed its transit time
*> implies. A two-way link is tested once, from its lower site
*> code. A link shorter than the straight line cannot be right,
*> so it is suppressed for this run the way a simulated outage
*> is (see applyOneOverride) and the adjacency rebuilt without
*> it; the other exceptions are listed for review only. A link
*> already suppressed (distance 0) is not tested.
validateEdgePlausibility section.
*>----------------------------------------------------------
    set plausibilityRebuildNeeded to false
    perform varying netEdgeIdx from 1 by 1 until netEdgeIdx > netEdgeCount
        if netEdgeDistVal(netEdgeIdx) > 0
            if netEdgeIsOneWay(netEdgeIdx)
            or netEdgeFromVal(netEdgeIdx) < netEdgeToVal(netEdgeIdx)
                perform testRunEdgePlausibility
            end-if
        end-if
    end-perform
    if plausibilityRebuildNeeded
        perform initializeAdjacencyFromEdges
    end-if
exit section.

*>----------------------------------------------------------
testRunEdgePlausibility section.
*>----------------------------------------------------------
    set plausibilityBlocked to false
    move netEdgeDistVal(netEdgeIdx) to plsCheckDistance
    move netEdgeTimeVal(netEdgeIdx) to plsCheckTime
    set plsGridKnown to false
    move 0 to plsStraightLine
    move netEdgeFromVal(netEdgeIdx) to siteLookupCode
    perform findSiteGridPosition
    if nodeMasterIdx > 0
        move nodeMasterEasting(nodeMasterIdx) to plsFromEasting
        move nodeMasterNorthing(nodeMasterIdx) to plsFromNorthing
        move netEdgeToVal(netEdgeIdx) to siteLookupCode
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
            move "SHORTER THAN STRAIGHT LINE - LINK SUPPRESSED"
                to plsExceptionText
            add 1 to plausibilityBlockedCount
            perform writeRunPlausibilityLine
            perform suppressImplausibleEdge
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
            perform writeRunPlausibilityLine
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
        perform writeRunPlausibilityLine
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
*> Takes the blocked link at netEdgeIdx - and its reverse
*> record, when it is two-way - out of tonight's solve: weight
*> 0 here, and the three measures zeroed on allEdgeTable so a
*> request-file rebuild of the same network leaves it out too.
suppressImplausibleEdge section.
*>----------------------------------------------------------
    move 0 to netEdgeWeightVal(netEdgeIdx)
    if not netEdgeIsOneWay(netEdgeIdx)
        perform varying plsReverseIdx from 1 by 1
                until plsReverseIdx > netEdgeCount
            if netEdgeFromVal(plsReverseIdx) = netEdgeToVal(netEdgeIdx)
            and netEdgeToVal(plsReverseIdx) = netEdgeFromVal(netEdgeIdx)
            and not netEdgeIsOneWay(plsReverseIdx)
                move 0 to netEdgeWeightVal(plsReverseIdx)
            end-if
        end-perform
    end-if
    perform varying allEdgeIdx from 1 by 1 until allEdgeIdx > allEdgeCount
        if allEdgeNetId(allEdgeIdx) = currentNetworkId
            if (allEdgeFromVal(allEdgeIdx) = netEdgeFromVal(netEdgeIdx)
                and allEdgeToVal(allEdgeIdx) = netEdgeToVal(netEdgeIdx))
            or (not netEdgeIsOneWay(netEdgeIdx)
                and allEdgeDirVal(allEdgeIdx) not = "O"
                and allEdgeFromVal(allEdgeIdx) = netEdgeToVal(netEdgeIdx)
                and allEdgeToVal(allEdgeIdx) = netEdgeFromVal(netEdgeIdx))
                move 0 to allEdgeDistVal(allEdgeIdx)
                move 0 to allEdgeTimeVal(allEdgeIdx)
                move 0 to allEdgeCostVal(allEdgeIdx)
            end-if
        end-if
    end-perform
    set plausibilityRebuildNeeded to true
exit section.

*>----------------------------------------------------------
writeRunPlausibilityLine section.
*>----------------------------------------------------------
    if plausibilityBlocked
        move "BLOCKED" to plsSeverityText
    else
        move "WARNING" to plsSeverityText
    end-if
    move plsCheckDistance to plsDistanceDisplay
    move plsCheckTime to plsTimeDisplay
    move plsStraightLine to plsStraightDisplay
    move spaces to reportLine
    if plsGridKnown
        string "  " plsSeverityText currentNetworkId "  "
               netEdgeFromVal(netEdgeIdx) "-" netEdgeToVal(netEdgeIdx)
               "  " plsDistanceDisplay "  " plsTimeDisplay "   "
               plsStraightDisplay "  " plsExceptionText
            delimited by size into reportLine
    else
        string "  " plsSeverityText currentNetworkId "  "
               netEdgeFromVal(netEdgeIdx) "-" netEdgeToVal(netEdgeIdx)
               "  " plsDistanceDisplay "  " plsTimeDisplay
               "       N/A  " plsExceptionText
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
    move plausibilityBlockedCount to plsDistanceDisplay
    move spaces to reportLine
    string "LINKS SUPPRESSED:      " plsDistanceDisplay
        delimited by size into reportLine
    write plausibilityReportRecord from reportLine
    move plausibilityWarningCount to plsDistanceDisplay
    move spaces to reportLine
    string "WARNINGS TO REVIEW:    " plsDistanceDisplay
        delimited by size into reportLine
    write plausibilityReportRecord from reportLine
    close plausibilityReportFile
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
validateEdgeWeightsAndSelfLoops section.
*>----------------------------------------------------------

*>----------------------------------------------------------
*> Every two-way ("B") edge must still have a matching reverse
*> record carrying the same three measures and the same vehicle
*> classes (a lane that takes an artic one way only has to be
*> declared as two one-way edges) - that has guarded us
*> against a forgotten or mistyped reverse line for years. A
*> one-way ("O") edge needs no reverse, which is the whole point:
*> a conveyor that only runs outbound, or a night-window lane,
                            not = netEdgeTimeVal(netEdgeIdx)
                    or netEdgeCostVal(netEdgeScanIdx)
                            not = netEdgeCostVal(netEdgeIdx)
                    or netEdgeClassVal(netEdgeScanIdx)
                            not = netEdgeClassVal(netEdgeIdx)
                        move spaces to validationMessage
                        string "ASYMMETRIC EDGE "
                               netEdgeFromVal(netEdgeIdx) "-"
*>----------------------------------------------------------
writeAllPairsHeading section.
*>----------------------------------------------------------
    perform acceptRunDate

    move spaces to reportLine
    string runDateYYYYMMDD(1:4) "-" runDateYYYYMMDD(5:2) "-"
    string "ROUTE METRIC MINIMISED: " metricName delimited by size
        into reportLine
    write reportRecord from reportLine
    perform writeVehicleClassHeadingLine

    perform writeOverrideHeadingLines
    perform writeConstraintHeadingLines
produceRequestResponses section.
*>----------------------------------------------------------
    move 0 to originCacheCount
    perform acceptRunDate
    perform loadPendingChanges
    move allEdgeTable to baseEdgeTable
    move allEdgeCount to baseEdgeCount
    move 0 to currentStateIdx

    open input requestFile
    if requestFileStatus not = "00"
    end-perform
    close requestFile
    close responseFile

    *> leave tonight's network in place behind the last dated
    *> request - the control report counts its edges.
    move 0 to wantedStateIdx
    perform selectNetworkState
exit section.

*>----------------------------------------------------------
*> Disruption re-route (parmDisruptionFlag = "Y") - reads the
*> current RSPFILE back in step with the REQFILE it answered and
*> tests every answered request's path against the outages
*> declared on OVRFILE, which applyNetworkOverrides has already
*> taken out of allEdgeTable. A path that crosses a failed link
*> or closed site is asked again exactly as the night asked it
*> (constraints, ship date and class off the request) against
*> the network without them, and gets a re-route or no-route
*> notice on RRNFILE; every other answer stands and gets none.
*> The two files must pair record for record, id for id, and
*> the answers must be in the metric this run minimises -
*> anything else means the RSPFILE is not the one this REQFILE
*> produced, or PARMFILE is not the night's, and a re-route
*> worked out from it would be wrong, so the run stops RC=16
*> (see abandonDisruptionRun).
produceDisruptionNotices section.
*>----------------------------------------------------------
    move 0 to originCacheCount
    perform acceptRunDate
    perform loadPendingChanges
    move allEdgeTable to baseEdgeTable
    move allEdgeCount to baseEdgeCount
    move 0 to currentStateIdx

    open input requestFile
    if requestFileStatus not = "00"
        display "NETWORK VALIDATION ERROR: REQFILE COULD NOT BE OPENED - FILE STATUS "
            requestFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    open input responseFile
    if responseFileStatus not = "00"
        display "NETWORK VALIDATION ERROR: RSPFILE COULD NOT BE OPENED - FILE STATUS "
            responseFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    open output rerouteNoticeFile
    if rerouteNoticeFileStatus not = "00"
        display "NETWORK VALIDATION ERROR: RRNFILE COULD NOT BE OPENED - FILE STATUS "
            rerouteNoticeFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if

    perform until responseFileStatus = "10"
        read responseFile
            at end
                move "10" to responseFileStatus
            not at end
                perform pairRequestWithResponse
                if rspFoundFlag = "Y"
                    perform checkAnsweredRequest
                end-if
        end-read
    end-perform
    read requestFile
        not at end
            display "DISRUPTION ERROR: REQFILE REQUEST " reqRequestId
                " HAS NO ANSWER ON RSPFILE"
            perform abandonDisruptionRun
    end-read
    close requestFile
    close responseFile

    move spaces to rerouteNoticeRecord
    move "T" to rrnRecordType
    move noticesWrittenCount to rrnCtlRecordCount
    move runDateYYYYMMDD to rrnCtlRunDate
    write rerouteNoticeRecord
    close rerouteNoticeFile

    perform writeDisruptionReport

    *> leave tonight's network in place, as produceRequestResponses
    *> does - the control report counts its edges.
    move 0 to wantedStateIdx
    perform selectNetworkState
exit section.

*>----------------------------------------------------------
*> Reads the REQFILE request the RSPFILE answer just read should
*> be answering, and stops the run if it is not.
pairRequestWithResponse section.
*>----------------------------------------------------------
    read requestFile
        at end
            display "DISRUPTION ERROR: RSPFILE ANSWER " rspRequestId
                " HAS NO REQUEST ON REQFILE"
            perform abandonDisruptionRun
    end-read
    if reqRequestId not = rspRequestId
        display "DISRUPTION ERROR: REQFILE REQUEST " reqRequestId
            " AND RSPFILE ANSWER " rspRequestId " ARE OUT OF STEP"
        perform abandonDisruptionRun
    end-if
    if rspFoundFlag = "Y"
    and rspMetricCode not = metricCode
        display "DISRUPTION ERROR: RSPFILE WAS ANSWERED IN METRIC "
            rspMetricCode " - PARMFILE ASKS FOR " metricCode
        perform abandonDisruptionRun
    end-if
exit section.

*>----------------------------------------------------------
*> Stops a disruption run that cannot be trusted. RRNFILE is
*> emptied first, so no part-set of notices can reach the order
*> system.
abandonDisruptionRun section.
*>----------------------------------------------------------
    close rerouteNoticeFile
    open output rerouteNoticeFile
    close rerouteNoticeFile
    close requestFile
    close responseFile
    move 16 to return-code
    perform terminateProgram
exit section.

*>----------------------------------------------------------
*> One answered request - counted against its requesting
*> system, and re-answered with a notice written when its path
*> crosses a declared outage. The answer the order system holds
*> goes into the notice before computeRequestAnswer overwrites
*> routingResponseRecord with the new one.
checkAnsweredRequest section.
*>----------------------------------------------------------
    add 1 to answeredCheckedCount
    perform findDisruptionSystem
    add 1 to dsyAnsweredCount(disruptionSystemPos)
    perform testPathAgainstOutages
    if not answerCrossesOutage
        exit section
    end-if
    add 1 to affectedRequestCount
    add 1 to dsyAffectedCount(disruptionSystemPos)

    move spaces to rerouteNoticeRecord
    move rspRequestId to rrnRequestId
    move rspOriginNode to rrnOriginNode
    move rspDestNode to rrnDestNode
    move rspMetricCode to rrnMetricCode
    move rspNetworkId to rrnNetworkId
    move rspTotalDistance to rrnOldTotalDistance
    move rspTotalTime to rrnOldTotalTime
    move rspTotalCost to rrnOldTotalCost
    move rspPathNodeCount to rrnOldPathNodeCount
    move rspPathNodes to rrnOldPathNodes

    perform computeRequestAnswer

    move rspTotalDistance to rrnNewTotalDistance
    move rspTotalTime to rrnNewTotalTime
    move rspTotalCost to rrnNewTotalCost
    move rspPathNodeCount to rrnNewPathNodeCount
    move rspPathNodes to rrnNewPathNodes
    move rspOvernightStop to rrnNewOvernightStop
    move rspFeasibleFlag to rrnNewFeasibleFlag
    if rspFoundFlag = "Y"
        move "R" to rrnRecordType
        add 1 to reroutedNoticeCount
        add 1 to dsyReroutedCount(disruptionSystemPos)
        *> the extra is in the run's own metric, the one the
        *> order system's answer was chosen by.
        evaluate true
            when metricIsTime
                compute disruptionExtraMetric =
                    rrnNewTotalTime - rrnOldTotalTime
            when metricIsCost
                compute disruptionExtraMetric =
                    rrnNewTotalCost - rrnOldTotalCost
            when other
                compute disruptionExtraMetric =
                    rrnNewTotalDistance - rrnOldTotalDistance
        end-evaluate
        add disruptionExtraMetric to dsyExtraMetric(disruptionSystemPos)
        add disruptionExtraMetric to disruptionTotalExtra
    else
        move "N" to rrnRecordType
        move rspNotFoundReason to rrnNoRouteReason
        add 1 to noRouteNoticeCount
        add 1 to dsyNoRouteCount(disruptionSystemPos)
        if noRouteListCount < 500
            add 1 to noRouteListCount
            move rrnRequestId to nrlRequestId(noRouteListCount)
            move rrnOriginNode to nrlOriginNode(noRouteListCount)
            move rrnDestNode to nrlDestNode(noRouteListCount)
            move rrnNoRouteReason to nrlReason(noRouteListCount)
        end-if
    end-if
    write rerouteNoticeRecord
    add 1 to noticesWrittenCount
exit section.

*>----------------------------------------------------------
*> Walks the answered path slot by slot - a closed site anywhere
*> on it (the two ends included), or a failed link between two
*> consecutive sites in either direction, and the answer no
*> longer holds.
testPathAgainstOutages section.
*>----------------------------------------------------------
    set answerCrossesOutage to false
    move spaces to disruptionPrevNode
    perform varying pathStepIdx from 1 by 1
            until pathStepIdx > rspPathNodeCount
            or answerCrossesOutage
        compute pathSlotPos = (pathStepIdx - 1) * 5 + 1
        move rspPathNodes(pathSlotPos:5) to disruptionPathNode
        perform varying outageSiteIdx from 1 by 1
                until outageSiteIdx > outageSiteCount
            if outageSiteVal(outageSiteIdx) = disruptionPathNode
                set answerCrossesOutage to true
            end-if
        end-perform
        if pathStepIdx > 1
            perform varying outageLinkIdx from 1 by 1
                    until outageLinkIdx > outageLinkCount
                if (outageLinkFrom(outageLinkIdx) = disruptionPrevNode
                    and outageLinkTo(outageLinkIdx) = disruptionPathNode)
                or (outageLinkFrom(outageLinkIdx) = disruptionPathNode
                    and outageLinkTo(outageLinkIdx) = disruptionPrevNode)
                    set answerCrossesOutage to true
                end-if
            end-perform
        end-if
        move disruptionPathNode to disruptionPrevNode
    end-perform
exit section.

*>----------------------------------------------------------
*> Which disruptionSystemTable entry counts the current answer's
*> requesting system, adding it the first time it is seen. The
*> prefix comes off request ids another system writes, so a full
*> table lumps the rest into a "***" entry rather than abend -
*> the same guard the chargeback buckets have.
findDisruptionSystem section.
*>----------------------------------------------------------
    move rspRequestId(1:3) to disruptionSystemPrefix
    move 0 to disruptionSystemPos
    perform varying disruptionSystemIdx from 1 by 1
            until disruptionSystemIdx > disruptionSystemCount
        if dsySystemPrefix(disruptionSystemIdx) = disruptionSystemPrefix
            move disruptionSystemIdx to disruptionSystemPos
            exit perform
        end-if
    end-perform
    if disruptionSystemPos = 0
    and disruptionSystemCount >= 49
        move "***" to disruptionSystemPrefix
        perform varying disruptionSystemIdx from 1 by 1
                until disruptionSystemIdx > disruptionSystemCount
            if dsySystemPrefix(disruptionSystemIdx) = disruptionSystemPrefix
                move disruptionSystemIdx to disruptionSystemPos
                exit perform
            end-if
        end-perform
    end-if
    if disruptionSystemPos = 0
        add 1 to disruptionSystemCount
        move disruptionSystemCount to disruptionSystemPos
        move disruptionSystemPrefix
            to dsySystemPrefix(disruptionSystemPos)
        move 0 to dsyAnsweredCount(disruptionSystemPos)
        move 0 to dsyAffectedCount(disruptionSystemPos)
        move 0 to dsyReroutedCount(disruptionSystemPos)
        move 0 to dsyNoRouteCount(disruptionSystemPos)
        move 0 to dsyExtraMetric(disruptionSystemPos)
    end-if
exit section.

*>----------------------------------------------------------
*> The duty manager's DISRPT - the outages in force, one line
*> per requesting system (answers checked, affected, re-routed,
*> left with no route, and the extra the re-routes cost in the
*> run's metric), then every request left with no route, which
*> is what needs a person, and the run totals. Any request left
*> with no route ends the step RC=4 - see the mainline.
writeDisruptionReport section.
*>----------------------------------------------------------
    open output disruptionReportFile
    if disruptionReportFileStatus not = "00"
        display "NETWORK VALIDATION ERROR: DISRPT COULD NOT BE OPENED - FILE STATUS "
            disruptionReportFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if

    move spaces to runDateDisplay
    string runDateYYYYMMDD(1:4) "-" runDateYYYYMMDD(5:2) "-"
           runDateYYYYMMDD(7:2) delimited by size into runDateDisplay
    move spaces to reportLine
    string "DISRUPTION RE-ROUTE SUMMARY               RUN DATE: "
           runDateDisplay delimited by size into reportLine
    write disruptionReportRecord from reportLine(1:132)
    move spaces to reportLine
    string "ROUTING METRIC: " metricName
        delimited by size into reportLine
    write disruptionReportRecord from reportLine(1:132)
    move spaces to reportLine
    write disruptionReportRecord from reportLine(1:132)
    move spaces to reportLine
    string "OUTAGES DECLARED (OVRFILE):"
        delimited by size into reportLine
    write disruptionReportRecord from reportLine(1:132)
    if overrideCount = 0
        move spaces to reportLine
        string "  NONE - NO ANSWER CAN BE AFFECTED"
            delimited by size into reportLine
        write disruptionReportRecord from reportLine(1:132)
    end-if
    perform varying overrideIdx from 1 by 1
            until overrideIdx > overrideCount
        move spaces to reportLine
        string "  " overrideText(overrideIdx)
            delimited by size into reportLine
        write disruptionReportRecord from reportLine(1:132)
    end-perform

    move spaces to reportLine
    write disruptionReportRecord from reportLine(1:132)
    move spaces to reportLine
    string "SYSTEM  ANSWERED  AFFECTED  RE-ROUTED  NO ROUTE  EXTRA METRIC"
        delimited by size into reportLine
    write disruptionReportRecord from reportLine(1:132)
    perform varying disruptionSystemIdx from 1 by 1
            until disruptionSystemIdx > disruptionSystemCount
        move dsyAnsweredCount(disruptionSystemIdx)
            to disruptionCountDisplay
        move dsyAffectedCount(disruptionSystemIdx)
            to disruptionCountDisplay2
        move dsyReroutedCount(disruptionSystemIdx)
            to disruptionCountDisplay3
        move dsyNoRouteCount(disruptionSystemIdx)
            to disruptionCountDisplay4
        move dsyExtraMetric(disruptionSystemIdx)
            to disruptionExtraDisplay
        move dsySystemPrefix(disruptionSystemIdx)
            to disruptionSystemPrefix
        perform writeDisruptionSystemLine
    end-perform
    move answeredCheckedCount to disruptionCountDisplay
    move affectedRequestCount to disruptionCountDisplay2
    move reroutedNoticeCount to disruptionCountDisplay3
    move noRouteNoticeCount to disruptionCountDisplay4
    move disruptionTotalExtra to disruptionExtraDisplay
    move "ALL" to disruptionSystemPrefix
    perform writeDisruptionSystemLine

    move spaces to reportLine
    write disruptionReportRecord from reportLine(1:132)
    move spaces to reportLine
    string "REQUESTS WITH NO ROUTE AVAILABLE:"
        delimited by size into reportLine
    write disruptionReportRecord from reportLine(1:132)
    if noRouteNoticeCount = 0
        move spaces to reportLine
        string "  NONE" delimited by size into reportLine
        write disruptionReportRecord from reportLine(1:132)
    end-if
    perform varying noRouteListIdx from 1 by 1
            until noRouteListIdx > noRouteListCount
        move spaces to reportLine
        string "  " nrlRequestId(noRouteListIdx)
               "  " nrlOriginNode(noRouteListIdx)
               " TO " nrlDestNode(noRouteListIdx)
               "  NO ROUTE AVAILABLE - " nrlReason(noRouteListIdx)
            delimited by size into reportLine
        write disruptionReportRecord from reportLine(1:132)
    end-perform
    if noRouteNoticeCount > noRouteListCount
        compute disruptionCountDisplay =
            noRouteNoticeCount - noRouteListCount
        move spaces to reportLine
        string "  ... AND " disruptionCountDisplay
               " MORE - SEE RRNFILE"
            delimited by size into reportLine
        write disruptionReportRecord from reportLine(1:132)
    end-if

    move spaces to reportLine
    write disruptionReportRecord from reportLine(1:132)
    move answeredCheckedCount to disruptionCountDisplay
    move spaces to reportLine
    string "ANSWERED REQUESTS CHECKED: " disruptionCountDisplay
        delimited by size into reportLine
    write disruptionReportRecord from reportLine(1:132)
    move affectedRequestCount to disruptionCountDisplay
    move spaces to reportLine
    string "AFFECTED BY THE OUTAGES:   " disruptionCountDisplay
        delimited by size into reportLine
    write disruptionReportRecord from reportLine(1:132)
    move reroutedNoticeCount to disruptionCountDisplay
    move spaces to reportLine
    string "RE-ROUTED:                 " disruptionCountDisplay
        delimited by size into reportLine
    write disruptionReportRecord from reportLine(1:132)
    move noRouteNoticeCount to disruptionCountDisplay
    move spaces to reportLine
    string "NO ROUTE AVAILABLE:        " disruptionCountDisplay
        delimited by size into reportLine
    write disruptionReportRecord from reportLine(1:132)
    move noticesWrittenCount to disruptionCountDisplay
    move spaces to reportLine
    string "RE-ROUTE NOTICES WRITTEN:  " disruptionCountDisplay
        delimited by size into reportLine
    write disruptionReportRecord from reportLine(1:132)
    if noRouteNoticeCount > 0
        move spaces to reportLine
        string "** ORDERS LEFT WITH NO ROUTE - STEP ENDS RC=4 FOR "
               "THE DUTY MANAGER TO ACT ON **"
            delimited by size into reportLine
        write disruptionReportRecord from reportLine(1:132)
    end-if
    close disruptionReportFile
exit section.

*>----------------------------------------------------------
writeDisruptionSystemLine section.
*>----------------------------------------------------------
    move spaces to reportLine
    string disruptionSystemPrefix "   "
           "    " disruptionCountDisplay
           "    " disruptionCountDisplay2
           "     " disruptionCountDisplay3
           "    " disruptionCountDisplay4
           "     " disruptionExtraDisplay
        delimited by size into reportLine
    write disruptionReportRecord from reportLine(1:132)
exit section.

*>----------------------------------------------------------
*> avoid constraint (see reqrec) is answered by its own
*> constrained solve and flagged as such on the response.
answerRoutingRequest section.
*>----------------------------------------------------------
    perform computeRequestAnswer
    write routingResponseRecord
    add 1 to responsesWrittenCount
exit section.

*>----------------------------------------------------------
*> Builds the answer to the routingRequestRecord in hand in
*> routingResponseRecord - everything answerRoutingRequest does
*> bar the write, so the disruption re-route can ask a request
*> again without writing RSPFILE.
computeRequestAnswer section.
*>----------------------------------------------------------
    move reqRequestId to rspRequestId
    move reqOriginNode to rspOriginNode
    move reqDestNode to rspDestNode
    move metricCode to rspMetricCode
    move spaces to rspNetworkId
    perform clearResponseAnswer
    move space to rspViaFlag
    move space to rspAvoidFlag
    move space to rspChangeWarnFlag
    move 0 to rspChangeWarnDate
    move reqVehicleClass to rspVehicleClass
    move reqVehicleClass to activeVehicleClass
    move spaces to rspNotFoundReason
    if reqViaNode not = spaces
        move "Y" to rspViaFlag
    end-if
        move "Y" to rspAvoidFlag
    end-if

    perform findRequestShipState
    move requestStateIdx to wantedStateIdx
    perform selectNetworkState
    perform findRequestOriginNetwork
    if requestNetworkId not = spaces
        move requestNetworkId to rspNetworkId
        perform answerRequestOnNetworkState
        if requestIsShipDated
            perform checkLaterQueuedChanges
        end-if
    end-if
    if rspFoundFlag = "N"
        perform explainNotFoundAnswer
    end-if
exit section.

*>----------------------------------------------------------
*> Puts the reason a not-found answer found no route into
*> rspNotFoundReason, in words the order desk can act on. When
*> the request named a vehicle class, the same question is asked
*> again with no class restriction: if that finds a route, the
*> class is what stopped it, and the desk can re-plan the load
*> on another class of vehicle rather than chase a network
*> fault that is not there.
explainNotFoundAnswer section.
*>----------------------------------------------------------
    if requestNetworkId = spaces
        move "ORIGIN SITE IS NOT ON ANY NETWORK THIS RUN COVERS"
            to rspNotFoundReason
        exit section
    end-if
    if reqVehicleClass not = space
        move space to activeVehicleClass
        move requestStateIdx to wantedStateIdx
        perform answerRequestOnNetworkState
        move reqVehicleClass to activeVehicleClass
        if rspFoundFlag = "Y"
            perform clearResponseAnswer
            add 1 to classBarredRequestCount
            string "NO ROUTE FOR VEHICLE CLASS " reqVehicleClass
                   " - ROUTE OPEN TO OTHER CLASSES"
                delimited by size into rspNotFoundReason
            exit section
        end-if
        perform clearResponseAnswer
    end-if
    if rspViaFlag = "Y"
    or rspAvoidFlag = "Y"
        move "NO ROUTE MEETS THE VIA/AVOID SITES REQUESTED"
            to rspNotFoundReason
    else
        move "DESTINATION NOT REACHABLE FROM ORIGIN ON THIS NETWORK"
            to rspNotFoundReason
    end-if
exit section.

*>----------------------------------------------------------
*> Blanks the answer half of the response - a not-found answer
*> until something finds a route.
clearResponseAnswer section.
*>----------------------------------------------------------
    move "N" to rspFoundFlag
    move 0 to rspTotalDistance
    move 0 to rspTotalTime
    move 0 to rspTotalCost
    move 0 to rspPathNodeCount
    move spaces to rspPathNodes
    move spaces to rspOvernightStop
    move space to rspFeasibleFlag
exit section.

*>----------------------------------------------------------
*> Answers the current request against whichever network state
*> wantedStateIdx names - a constrained request by its own
*> solve, a plain one off the origin cache (solving and banking
*> the origin first if this state has not seen it yet).
answerRequestOnNetworkState section.
*>----------------------------------------------------------
    perform selectNetworkState
    if rspViaFlag = "Y"
    or rspAvoidFlag = "Y"
        perform answerConstrainedRequest
    else
        perform findCachedOrigin
        if cachedOriginPos = 0
            perform solveRequestOrigin
            perform cacheSolvedOrigin
        end-if
        perform findCachedAnswer
        if cachedAnswerPos > 0
            move "Y" to rspFoundFlag
            move cacheDestDistance(cachedOriginPos, cachedAnswerPos)
                to rspTotalDistance
            move cacheDestTime(cachedOriginPos, cachedAnswerPos)
                to rspTotalTime
            move cacheDestCost(cachedOriginPos, cachedAnswerPos)
                to rspTotalCost
            move cacheDestNodeCount(cachedOriginPos, cachedAnswerPos)
                to rspPathNodeCount
            move cacheDestPathNodes(cachedOriginPos, cachedAnswerPos)
                to rspPathNodes
            move cacheDestStop(cachedOriginPos, cachedAnswerPos)
                to rspOvernightStop
            move cacheDestFeasible(cachedOriginPos, cachedAnswerPos)
                to rspFeasibleFlag
        end-if
    end-if
exit section.

*>----------------------------------------------------------
*> Which network state the request's ship date asks for - the
*> last queued change effective on or before that date (the
*> table is in date order). No ship date, or one not after the
*> run date, is state 0: tonight's network, as every request
*> was answered before ship dates existed.
findRequestShipState section.
*>----------------------------------------------------------
    move 0 to requestStateIdx
    set requestIsShipDated to false
    move runDateYYYYMMDD to rspNetworkDate
    if reqShipDate is numeric
    and reqShipDate > runDateYYYYMMDD
        set requestIsShipDated to true
        add 1 to datedRequestCount
        move reqShipDate to rspNetworkDate
        perform varying pendingChangeIdx from 1 by 1
                until pendingChangeIdx > pendingChangeCount
                or pendingEffDateVal(pendingChangeIdx) > reqShipDate
            move pendingChangeIdx to requestStateIdx
        end-perform
    end-if
exit section.

*>----------------------------------------------------------
*> Asks the same question of every later network state - one
*> per distinct effective date still queued beyond the ship
*> date - and flags the response at the first one whose answer
*> differs (found flag, route or any of the three totals) from
*> the ship-date answer. The ship-date answer is what goes out
*> either way; the warning only says it will not hold if the
*> load slips past that date.
checkLaterQueuedChanges section.
*>----------------------------------------------------------
    move rspFoundFlag to shipFoundSave
    move rspTotalDistance to shipDistanceSave
    move rspTotalTime to shipTimeSave
    move rspTotalCost to shipCostSave
    move rspPathNodeCount to shipNodeCountSave
    move rspPathNodes to shipPathNodesSave
    move rspOvernightStop to shipStopSave
    move rspFeasibleFlag to shipFeasibleSave

    compute laterStateIdx = requestStateIdx + 1
    perform varying laterStateIdx from laterStateIdx by 1
            until laterStateIdx > pendingChangeCount
        if laterStateIdx < pendingChangeCount
            move pendingEffDateVal(laterStateIdx + 1) to laterNextDate
        else
            move 99999999 to laterNextDate
        end-if
        if laterNextDate not = pendingEffDateVal(laterStateIdx)
            move laterStateIdx to wantedStateIdx
            perform clearResponseAnswer
            perform answerRequestOnNetworkState
            if rspFoundFlag not = shipFoundSave
            or rspTotalDistance not = shipDistanceSave
            or rspTotalTime not = shipTimeSave
            or rspTotalCost not = shipCostSave
            or rspPathNodes not = shipPathNodesSave
                move "Y" to rspChangeWarnFlag
                move pendingEffDateVal(laterStateIdx)
                    to rspChangeWarnDate
                add 1 to changeWarnCount
                exit perform
            end-if
        end-if
    end-perform

    move shipFoundSave to rspFoundFlag
    move shipDistanceSave to rspTotalDistance
    move shipTimeSave to rspTotalTime
    move shipCostSave to rspTotalCost
    move shipNodeCountSave to rspPathNodeCount
    move shipPathNodesSave to rspPathNodes
    move shipStopSave to rspOvernightStop
    move shipFeasibleSave to rspFeasibleFlag
exit section.

*>----------------------------------------------------------
*> Loads every change still queued on PNDFILE (see pndtxn.cpy)
*> - the generation PNDREL carried forward tonight, so nothing
*> on it has been released to NETMAINT yet - and puts them in
*> effective-date order. PNDFILE is optional: absent or empty
*> means nothing is queued and every dated request answers
*> against tonight's network.
loadPendingChanges section.
*>----------------------------------------------------------
    move 0 to pendingChangeCount
    open input pendingChangeFile
    if pendingChangeFileStatus = "00"
        perform until pendingChangeFileStatus = "10"
            read pendingChangeFile
                at end
                    move "10" to pendingChangeFileStatus
                not at end
                    if pndRecordIsSchedule
                    and pndEffectiveDate is numeric
                    and pendingChangeCount < 200
                        add 1 to pendingChangeCount
                        move pndEffectiveDate
                            to pendingEffDateVal(pendingChangeCount)
                        move pndTransactionImage
                            to pendingImageVal(pendingChangeCount)
                    end-if
            end-read
        end-perform
        close pendingChangeFile
    end-if
    perform sortPendingChanges
exit section.

*>----------------------------------------------------------
*> Puts the queued changes in effective-date order. An exchange
*> sort that only swaps on a strictly later date, so changes
*> sharing a date keep their file order - the order NETMAINT
*> will apply them in on the night.
sortPendingChanges section.
*>----------------------------------------------------------
    set pendingSortSwapped to true
    perform until not pendingSortSwapped
        set pendingSortSwapped to false
        perform varying pendingSortIdx from 1 by 1
                until pendingSortIdx >= pendingChangeCount
            if pendingEffDateVal(pendingSortIdx)
                > pendingEffDateVal(pendingSortIdx + 1)
                move pendingChangeOcr(pendingSortIdx) to pendingSwapEntry
                move pendingChangeOcr(pendingSortIdx + 1)
                    to pendingChangeOcr(pendingSortIdx)
                move pendingSwapEntry
                    to pendingChangeOcr(pendingSortIdx + 1)
                set pendingSortSwapped to true
            end-if
        end-perform
    end-perform
exit section.

*>----------------------------------------------------------
*> Stands allEdgeTable up as network state wantedStateIdx.
*> Moving forward applies just the further changes; moving back
*> starts over from tonight's network. Nothing is done when the
*> state is already in place, which is every undated request.
selectNetworkState section.
*>----------------------------------------------------------
    if wantedStateIdx not = currentStateIdx
        if wantedStateIdx < currentStateIdx
            move baseEdgeTable to allEdgeTable
            move baseEdgeCount to allEdgeCount
            move 0 to currentStateIdx
        end-if
        compute pendingChangeIdx = currentStateIdx + 1
        perform varying pendingChangeIdx from pendingChangeIdx by 1
                until pendingChangeIdx > wantedStateIdx
            move pendingImageVal(pendingChangeIdx)
                to edgeTransactionRecord
            evaluate true
                when txnActionAdd
                    perform applyQueuedAdd
                when txnActionChange
                    perform applyQueuedChange
                when txnActionDelete
                    perform applyQueuedDelete
            end-evaluate
        end-perform
        move wantedStateIdx to currentStateIdx
    end-if
exit section.

*>----------------------------------------------------------
*> A queued ADD, as NETMAINT will apply it - a blank to-node
*> declares the site into the network, otherwise the edge goes
*> on forward and (unless one-way) reverse. One NETMAINT would
*> reject - a site not on the node master, a measure not
*> greater than zero, an edge already there - is left out, as
*> it will be on the night. An edge touching a site this run
*> avoids goes on suppressed, like every other edge touching it.
applyQueuedAdd section.
*>----------------------------------------------------------
    move txnFromNode to pendingSiteCode
    perform checkQueuedSiteKnown
    if not pendingSiteKnown
    or allEdgeCount > 2448
        exit section
    end-if
    if txnToNode = spaces
        add 1 to allEdgeCount
        move txnNetworkId to allEdgeNetId(allEdgeCount)
        move txnFromNode to allEdgeFromVal(allEdgeCount)
        move spaces to allEdgeToVal(allEdgeCount)
        move 0 to allEdgeDistVal(allEdgeCount)
        move 0 to allEdgeTimeVal(allEdgeCount)
        move 0 to allEdgeCostVal(allEdgeCount)
        move "B" to allEdgeDirVal(allEdgeCount)
        move spaces to allEdgeClassVal(allEdgeCount)
        exit section
    end-if
    move txnToNode to pendingSiteCode
    perform checkQueuedSiteKnown
    if not pendingSiteKnown
    or txnEdgeDistance not > 0
    or txnEdgeTime not > 0
    or txnEdgeCost not > 0
        exit section
    end-if
    set pendingEdgeFound to false
    perform varying allEdgeIdx from 1 by 1 until allEdgeIdx > allEdgeCount
        if allEdgeNetId(allEdgeIdx) = txnNetworkId
        and allEdgeFromVal(allEdgeIdx) = txnFromNode
        and allEdgeToVal(allEdgeIdx) = txnToNode
            set pendingEdgeFound to true
            exit perform
        end-if
    end-perform
    if pendingEdgeFound
        exit section
    end-if

    move txnEdgeDistance to pendingDistVal
    move txnEdgeTime to pendingTimeVal
    move txnEdgeCost to pendingCostVal
    perform varying parmAvoidIdx from 1 by 1 until parmAvoidIdx > 3
        if parmAvoidSaveVal(parmAvoidIdx) not = spaces
        and (parmAvoidSaveVal(parmAvoidIdx) = txnFromNode
            or parmAvoidSaveVal(parmAvoidIdx) = txnToNode)
            move 0 to pendingDistVal
            move 0 to pendingTimeVal
            move 0 to pendingCostVal
        end-if
    end-perform
    if txnDirectionFlag = "O"
        move "O" to pendingDirVal
    else
        move "B" to pendingDirVal
    end-if

    add 1 to allEdgeCount
    move txnNetworkId to allEdgeNetId(allEdgeCount)
    move txnFromNode to allEdgeFromVal(allEdgeCount)
    move txnToNode to allEdgeToVal(allEdgeCount)
    move pendingDistVal to allEdgeDistVal(allEdgeCount)
    move pendingTimeVal to allEdgeTimeVal(allEdgeCount)
    move pendingCostVal to allEdgeCostVal(allEdgeCount)
    move pendingDirVal to allEdgeDirVal(allEdgeCount)
    move txnVehicleClasses to allEdgeClassVal(allEdgeCount)
    if pendingDirVal not = "O"
        add 1 to allEdgeCount
        move txnNetworkId to allEdgeNetId(allEdgeCount)
        move txnToNode to allEdgeFromVal(allEdgeCount)
        move txnFromNode to allEdgeToVal(allEdgeCount)
        move pendingDistVal to allEdgeDistVal(allEdgeCount)
        move pendingTimeVal to allEdgeTimeVal(allEdgeCount)
        move pendingCostVal to allEdgeCostVal(allEdgeCount)
        move pendingDirVal to allEdgeDirVal(allEdgeCount)
        move txnVehicleClasses to allEdgeClassVal(allEdgeCount)
    end-if
exit section.

*>----------------------------------------------------------
*> A queued CHANGE - new measures (and vehicle classes, when
*> the transaction carries any) on the edge, and on its reverse
*> when it is two-way. An edge already at zero (deleted
*> by an earlier queued change, or suppressed for this run by
*> OVRFILE or an avoided site) stays at zero: NETMAINT would
*> reject a CHANGE to a deleted edge, and the run-only
*> suppression has to hold whatever is queued.
applyQueuedChange section.
*>----------------------------------------------------------
    if txnEdgeDistance not > 0
    or txnEdgeTime not > 0
    or txnEdgeCost not > 0
        exit section
    end-if
    perform varying allEdgeIdx from 1 by 1 until allEdgeIdx > allEdgeCount
        if allEdgeNetId(allEdgeIdx) = txnNetworkId
        and allEdgeDistVal(allEdgeIdx) not = 0
        and ((allEdgeFromVal(allEdgeIdx) = txnFromNode
              and allEdgeToVal(allEdgeIdx) = txnToNode)
            or (allEdgeFromVal(allEdgeIdx) = txnToNode
              and allEdgeToVal(allEdgeIdx) = txnFromNode
              and allEdgeDirVal(allEdgeIdx) not = "O"))
            move txnEdgeDistance to allEdgeDistVal(allEdgeIdx)
            move txnEdgeTime to allEdgeTimeVal(allEdgeIdx)
            move txnEdgeCost to allEdgeCostVal(allEdgeIdx)
            if txnVehicleClasses = "*"
                move spaces to allEdgeClassVal(allEdgeIdx)
            else
                if txnVehicleClasses not = spaces
                    move txnVehicleClasses
                        to allEdgeClassVal(allEdgeIdx)
                end-if
            end-if
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
*> A queued DELETE - the edge (and its two-way reverse) is
*> zeroed rather than dropped, the same suppression a simulated
*> outage gets, so a site it cuts off answers unreachable. A
*> blank to-node deletes the site itself: every edge touching
*> it is zeroed.
applyQueuedDelete section.
*>----------------------------------------------------------
    perform varying allEdgeIdx from 1 by 1 until allEdgeIdx > allEdgeCount
        if allEdgeNetId(allEdgeIdx) = txnNetworkId
            if txnToNode = spaces
                if allEdgeFromVal(allEdgeIdx) = txnFromNode
                or allEdgeToVal(allEdgeIdx) = txnFromNode
                    move 0 to allEdgeDistVal(allEdgeIdx)
                    move 0 to allEdgeTimeVal(allEdgeIdx)
                    move 0 to allEdgeCostVal(allEdgeIdx)
                end-if
            else
                if (allEdgeFromVal(allEdgeIdx) = txnFromNode
                    and allEdgeToVal(allEdgeIdx) = txnToNode)
                or (allEdgeFromVal(allEdgeIdx) = txnToNode
                    and allEdgeToVal(allEdgeIdx) = txnFromNode
                    and allEdgeDirVal(allEdgeIdx) not = "O")
                    move 0 to allEdgeDistVal(allEdgeIdx)
                    move 0 to allEdgeTimeVal(allEdgeIdx)
                    move 0 to allEdgeCostVal(allEdgeIdx)
                end-if
            end-if
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
*> Is pendingSiteCode on the node master - a queued change
*> naming a site nobody has set up cannot be applied.
checkQueuedSiteKnown section.
*>----------------------------------------------------------
    set pendingSiteKnown to false
    perform varying nodeMasterIdx from 1 by 1
            until nodeMasterIdx > nodeMasterCount
        if nodeMasterCode(nodeMasterIdx) = pendingSiteCode
            set pendingSiteKnown to true
            exit perform
        end-if
    end-perform
exit section.

*>----------------------------------------------------------
    perform varying cacheScanIdx from 1 by 1
            until cacheScanIdx > originCacheCount
        if cacheOriginVal(cacheScanIdx) = reqOriginNode
        and cacheStateVal(cacheScanIdx) = currentStateIdx
        and cacheClassVal(cacheScanIdx) = activeVehicleClass
            move cacheScanIdx to cachedOriginPos
            exit perform
        end-if
*> destination, path slots and all, read straight out of the
*> live tracking tables before anything else touches them. A
*> validated origin is always a site on some network, and there
*> are at most 50 of those, so the 100-entry cache cannot fill
*> before every possible origin is in it for tonight's network
*> and one later state besides; the last slot is reused as a
*> backstop beyond that. Each entry is banked under the network
*> state it was solved against (see selectNetworkState) and the
*> vehicle class it was solved for.
cacheSolvedOrigin section.
*>----------------------------------------------------------
    if originCacheCount < 100
        add 1 to originCacheCount
        move originCacheCount to cachedOriginPos
    else
        move 100 to cachedOriginPos
    end-if
    move reqOriginNode to cacheOriginVal(cachedOriginPos)
    move currentStateIdx to cacheStateVal(cachedOriginPos)
    move activeVehicleClass to cacheClassVal(cachedOriginPos)
    move 0 to cacheDestCount(cachedOriginPos)
    perform varying p from 1 by 1 until p > netNodeCount
        if networkHWeightVal(p) not = high-value
*>----------------------------------------------------------
writeReportHeading section.
*>----------------------------------------------------------
    perform acceptRunDate

    move spaces to reportLine
    string runDateYYYYMMDD(1:4) "-" runDateYYYYMMDD(5:2) "-"
    string "ROUTE METRIC MINIMISED: " metricName delimited by size
        into reportLine
    write reportRecord from reportLine
    perform writeVehicleClassHeadingLine

    perform writeOverrideHeadingLines
    perform writeConstraintHeadingLines
    *> opened just sets its file status, which nothing minds.
    close reportFile
    close pathExtractFile
    close plausibilityReportFile
    perform closeAuditLog
    stop run
exit section.
