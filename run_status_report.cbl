*>****************************************************************
*> Author: OS
*> Date: 261015
*> Purpose: Business-date run-status report for operations - one
*>          line per night over a window of business dates,
*>          showing off the run-control file (RUNCTL, see
*>          runctl.cpy) whether each nightly posting step -
*>          PNDREL, PATHHIST, CHGBACK - posted the night, posted
*>          it again under a rerun override, only partly posted
*>          it, or never ran for it. A night all three posted is
*>          complete; one with nothing on file at all is missing;
*>          anything in between is partial. The nights that are
*>          not complete are listed again at the foot with what
*>          is outstanding, so the morning shift does not have
*>          to read down a month of lines to find them. Any
*>          missing or partial night ends the step RC=4.
*> Tectonics: cobc
*>
*> Modification History
*> 261015 OS  Initial version - see jcl/runstat.jcl.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. run_status_report.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    select runControlFile assign to "RUNCTL"
        organization is line sequential
        file status is runControlFileStatus.
    select statusParmFile assign to "STSPARM"
        organization is line sequential
        file status is statusParmFileStatus.
    select statusReportFile assign to "STSRPT"
        organization is line sequential
        file status is statusReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD  runControlFile.
01 runControlInRecord pic x(50).

FD  statusParmFile.
    copy "stsparm.cpy".

FD  statusReportFile.
01 statusReportRecord pic x(132).

WORKING-STORAGE SECTION.

01 runControlFileStatus pic x(2).
01 statusParmFileStatus pic x(2).
01 statusReportFileStatus pic x(2).

    copy "runctl.cpy".

*> one entry per night in the window, latest first - entry 1 is
*> the to-date, so an event's entry is found from the day
*> numbers rather than by scanning. Per night, per posting step
*> (1 PNDREL, 2 PATHHIST, 3 CHGBACK): the latest event on file,
*> whether the posting it completed was a rerun, and how many
*> reruns the night has had.
01 nightTable.
    02 nightOcr occurs 366.
        03 nightDate pic 9(8).
        03 nightEventSeenSwitch pic 9(1).
            88 nightEventSeen value 1, false 0.
        03 nightStepOcr occurs 3.
            04 nightStepState pic x(1).
                88 nightStepNotRun value space.
                88 nightStepCompleted value "C".
                88 nightStepPartial value "S" "B".
            04 nightStepRerunFlag pic x(1).
            04 nightStepRerunCount pic 9(3).
01 nightCount pic 9(6) value 0.
01 nightIdx pic 9(6).
01 maxNights pic 9(6) value 366.
01 windowLimitedSwitch pic 9(1).
    88 windowLimited value 1, false 0.

01 postingStepNames.
    02 filler pic x(8) value "PNDREL".
    02 filler pic x(8) value "PATHHIST".
    02 filler pic x(8) value "CHGBACK".
01 postingStepEntries redefines postingStepNames.
    02 postingStepName pic x(8) occurs 3.
01 stepIdx pic 9(6).
01 stepFoundPos pic 9(6).
01 stepCompletedCount pic 9(6).

01 fromDate pic 9(8) value 0.
01 toDate pic 9(8) value 0.
01 toDayNumber pic 9(8).
01 eventDayNumber pic 9(8).

*> calendar stepping, one day back at a time - no date
*> intrinsics, the same month-length table and leap-year test
*> month_end_close uses.
01 calendarDate pic 9(8).
01 calendarDateParts redefines calendarDate.
    02 calendarYear pic 9(4).
    02 calendarMonth pic 9(2).
    02 calendarDay pic 9(2).
01 monthDayTable.
    02 filler pic x(24) value "312831303130313130313031".
01 monthDayEntries redefines monthDayTable.
    02 monthDayCount pic 9(2) occurs 12.
01 leapQuotient pic 9(4).
01 leapRemainder4 pic 9(4).
01 leapRemainder100 pic 9(4).
01 leapRemainder400 pic 9(4).

*> civil day-number arithmetic - the usual shifted-month
*> formula, done with integer COMPUTEs (see pending_release).
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

01 completeNightCount pic 9(6) value 0.
01 partialNightCount pic 9(6) value 0.
01 missingNightCount pic 9(6) value 0.
01 rerunStepCount pic 9(6) value 0.
01 eventReadCount pic 9(6) value 0.

01 stepStatusText pic x(12) occurs 3.
01 nightStatusText pic x(8).
01 outstandingText pic x(80).
01 outstandingPtr pic 9(4).
01 reportLine pic x(132).
01 runDateYYYYMMDD pic 9(8).
01 runDateDisplay pic x(10).
01 nightDateDisplay pic x(10).
01 fromDateDisplay pic x(10).
01 toDateDisplay pic x(10).
01 summaryCountDisplay pic zzzzz9.
01 rerunCountDisplay pic z9.

PROCEDURE DIVISION.

    perform openStatusReport
    perform readStatusParameters
    perform buildNightWindow
    perform loadRunControlEvents
    perform printNightStatus
    perform printNightsOutstanding
    perform printStatusTotals
    if partialNightCount > 0
    or missingNightCount > 0
        move 4 to return-code
    end-if
    perform terminateProgram.

*>----------------------------------------------------------
openStatusReport section.
*>----------------------------------------------------------
    open output statusReportFile
    if statusReportFileStatus not = "00"
        display "RUN STATUS ERROR: STSRPT COULD NOT BE OPENED - FILE STATUS "
            statusReportFileStatus
        move 16 to return-code
        stop run
    end-if

    accept runDateYYYYMMDD from date yyyymmdd
    move spaces to reportLine
    string runDateYYYYMMDD(1:4) "-" runDateYYYYMMDD(5:2) "-"
           runDateYYYYMMDD(7:2) delimited by size into runDateDisplay
    string "NIGHTLY RUN STATUS REPORT            RUN DATE: "
           runDateDisplay delimited by size into reportLine
    write statusReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> STSPARM is optional - absent, or carrying zeros, means the
*> thirty-one nights up to and including last night.
readStatusParameters section.
*>----------------------------------------------------------
    open input statusParmFile
    if statusParmFileStatus = "00"
        read statusParmFile
            not at end
                if rsmFromDate is numeric
                    move rsmFromDate to fromDate
                end-if
                if rsmToDate is numeric
                    move rsmToDate to toDate
                end-if
        end-read
        close statusParmFile
    end-if
    if toDate = 0
        move runDateYYYYMMDD to calendarDate
        perform stepBackOneDay
        move calendarDate to toDate
    end-if
    if fromDate = 0
        move toDate to calendarDate
        perform 30 times
            perform stepBackOneDay
        end-perform
        move calendarDate to fromDate
    end-if
    if fromDate > toDate
        display "RUN STATUS ERROR: STSPARM FROM-DATE IS AFTER ITS TO-DATE"
        move 16 to return-code
        perform terminateProgram
    end-if
exit section.

*>----------------------------------------------------------
*> The window's nights, latest first, every step not yet run -
*> a year at most; a longer window is cut at the year and says
*> so on the heading.
buildNightWindow section.
*>----------------------------------------------------------
    set windowLimited to false
    move 0 to nightCount
    move toDate to calendarDate
    perform until calendarDate < fromDate
        if nightCount >= maxNights
            set windowLimited to true
            move nightDate(nightCount) to fromDate
            exit perform
        end-if
        add 1 to nightCount
        move calendarDate to nightDate(nightCount)
        set nightEventSeen(nightCount) to false
        perform varying stepIdx from 1 by 1 until stepIdx > 3
            move space to nightStepState(nightCount, stepIdx)
            move "N" to nightStepRerunFlag(nightCount, stepIdx)
            move 0 to nightStepRerunCount(nightCount, stepIdx)
        end-perform
        perform stepBackOneDay
    end-perform
    move toDate to dayNumberDate
    perform computeDayNumber
    move dayNumberValue to toDayNumber

    move spaces to fromDateDisplay
    string fromDate(1:4) "-" fromDate(5:2) "-" fromDate(7:2)
        delimited by size into fromDateDisplay
    move spaces to toDateDisplay
    string toDate(1:4) "-" toDate(5:2) "-" toDate(7:2)
        delimited by size into toDateDisplay
    move spaces to reportLine
    string "NIGHTLY POSTING STEPS BY BUSINESS DATE (RUNCTL)  "
           fromDateDisplay " TO " toDateDisplay
        delimited by size into reportLine
    write statusReportRecord from reportLine
    if windowLimited
        move "(WINDOW CUT TO THE LATEST 366 NIGHTS)" to reportLine
        write statusReportRecord from reportLine
    end-if
    move spaces to reportLine
    write statusReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> Every RUNCTL event inside the window onto its night and
*> step. Events arrive in the order they were written, so the
*> last one seen is the step's state. An absent RUNCTL is a
*> control file never started - every night shows missing.
loadRunControlEvents section.
*>----------------------------------------------------------
    open input runControlFile
    if runControlFileStatus = "35"
        exit section
    end-if
    if runControlFileStatus not = "00"
        display "RUN STATUS ERROR: RUNCTL COULD NOT BE OPENED - FILE STATUS "
            runControlFileStatus
        move 16 to return-code
        perform terminateProgram
    end-if
    perform until runControlFileStatus = "10"
        read runControlFile into runControlRecord
            at end
                move "10" to runControlFileStatus
            not at end
                add 1 to eventReadCount
                if rctBusinessDate is numeric
                and rctBusinessDate >= fromDate
                and rctBusinessDate <= toDate
                    perform applyRunControlEvent
                end-if
        end-read
    end-perform
    close runControlFile
exit section.

*>----------------------------------------------------------
applyRunControlEvent section.
*>----------------------------------------------------------
    move 0 to stepFoundPos
    perform varying stepIdx from 1 by 1 until stepIdx > 3
        if postingStepName(stepIdx) = rctStepName
            move stepIdx to stepFoundPos
            exit perform
        end-if
    end-perform
    if stepFoundPos = 0
        exit section
    end-if
    move rctBusinessDate to dayNumberDate
    perform computeDayNumber
    move dayNumberValue to eventDayNumber
    compute nightIdx = toDayNumber - eventDayNumber + 1
    set nightEventSeen(nightIdx) to true
    move rctEvent to nightStepState(nightIdx, stepFoundPos)
    if rctEventStarted
    and rctPostedUnderRerun
        add 1 to nightStepRerunCount(nightIdx, stepFoundPos)
    end-if
    if rctEventCompleted
        move rctRerunFlag to nightStepRerunFlag(nightIdx, stepFoundPos)
    end-if
exit section.

*>----------------------------------------------------------
*> One line a night, latest first, with each step's state and
*> the night's verdict.
printNightStatus section.
*>----------------------------------------------------------
    move "  BUSINESS DATE  PNDREL        PATHHIST      CHGBACK       NIGHT"
        to reportLine
    write statusReportRecord from reportLine
    perform varying nightIdx from 1 by 1 until nightIdx > nightCount
        perform classifyNight
        move spaces to nightDateDisplay
        string nightDate(nightIdx)(1:4) "-" nightDate(nightIdx)(5:2) "-"
               nightDate(nightIdx)(7:2) delimited by size
            into nightDateDisplay
        move spaces to reportLine
        string "  " nightDateDisplay "     " stepStatusText(1) "  "
               stepStatusText(2) "  " stepStatusText(3) "  "
               nightStatusText
            delimited by size into reportLine
        write statusReportRecord from reportLine
    end-perform
    move spaces to reportLine
    write statusReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> Each step's state in words for the night at nightIdx, and
*> the night's verdict - COMPLETE when every step posted it,
*> MISSING when nothing is on file for it at all, PARTIAL
*> otherwise. Counted here, once per night.
classifyNight section.
*>----------------------------------------------------------
    move 0 to stepCompletedCount
    perform varying stepIdx from 1 by 1 until stepIdx > 3
        move spaces to stepStatusText(stepIdx)
        evaluate true
            when nightStepCompleted(nightIdx, stepIdx)
                add 1 to stepCompletedCount
                if nightStepRerunFlag(nightIdx, stepIdx) = "Y"
                    move nightStepRerunCount(nightIdx, stepIdx)
                        to rerunCountDisplay
                    string "REPOSTED x" rerunCountDisplay
                        delimited by size into stepStatusText(stepIdx)
                else
                    move "POSTED" to stepStatusText(stepIdx)
                end-if
            when nightStepPartial(nightIdx, stepIdx)
                move "PARTIAL" to stepStatusText(stepIdx)
            when other
                move "NOT RUN" to stepStatusText(stepIdx)
        end-evaluate
    end-perform
    evaluate true
        when stepCompletedCount = 3
            move "COMPLETE" to nightStatusText
        when not nightEventSeen(nightIdx)
            move "MISSING" to nightStatusText
        when other
            move "PARTIAL" to nightStatusText
    end-evaluate
exit section.

*>----------------------------------------------------------
*> The nights that are not complete, again, with what is still
*> outstanding for each - the list the morning shift works from.
printNightsOutstanding section.
*>----------------------------------------------------------
    move "NIGHTS NOT COMPLETE" to reportLine
    write statusReportRecord from reportLine
    perform varying nightIdx from 1 by 1 until nightIdx > nightCount
        perform classifyNight
        evaluate nightStatusText
            when "COMPLETE"
                add 1 to completeNightCount
            when "MISSING"
                add 1 to missingNightCount
            when other
                add 1 to partialNightCount
        end-evaluate
        perform varying stepIdx from 1 by 1 until stepIdx > 3
            if nightStepRerunCount(nightIdx, stepIdx) > 0
                add nightStepRerunCount(nightIdx, stepIdx)
                    to rerunStepCount
            end-if
        end-perform
        if nightStatusText = "MISSING"
            move "NOTHING ON RUNCTL FOR THE NIGHT" to outstandingText
        end-if
        if nightStatusText = "PARTIAL"
            move spaces to outstandingText
            move 1 to outstandingPtr
            perform varying stepIdx from 1 by 1 until stepIdx > 3
                if not nightStepCompleted(nightIdx, stepIdx)
                    if outstandingPtr > 1
                        string ", " delimited by size
                            into outstandingText with pointer outstandingPtr
                    end-if
                    string postingStepName(stepIdx) delimited by space
                           " " stepStatusText(stepIdx) delimited by "  "
                        into outstandingText with pointer outstandingPtr
                end-if
            end-perform
        end-if
        if nightStatusText not = "COMPLETE"
            move spaces to nightDateDisplay
            string nightDate(nightIdx)(1:4) "-" nightDate(nightIdx)(5:2)
                   "-" nightDate(nightIdx)(7:2) delimited by size
                into nightDateDisplay
            move spaces to reportLine
            string "  " nightDateDisplay "  " nightStatusText "  - "
                   outstandingText
                delimited by size into reportLine
            write statusReportRecord from reportLine
        end-if
    end-perform
    if completeNightCount = nightCount
        move "  (NONE - EVERY NIGHT IN THE WINDOW IS COMPLETE)" to reportLine
        write statusReportRecord from reportLine
    end-if
    move spaces to reportLine
    write statusReportRecord from reportLine
exit section.

*>----------------------------------------------------------
printStatusTotals section.
*>----------------------------------------------------------
    move nightCount to summaryCountDisplay
    move spaces to reportLine
    string "NIGHTS REPORTED:       " summaryCountDisplay
        delimited by size into reportLine
    write statusReportRecord from reportLine

    move completeNightCount to summaryCountDisplay
    move spaces to reportLine
    string "NIGHTS COMPLETE:       " summaryCountDisplay
        delimited by size into reportLine
    write statusReportRecord from reportLine

    move partialNightCount to summaryCountDisplay
    move spaces to reportLine
    string "NIGHTS PARTIAL:        " summaryCountDisplay
        delimited by size into reportLine
    write statusReportRecord from reportLine

    move missingNightCount to summaryCountDisplay
    move spaces to reportLine
    string "NIGHTS MISSING:        " summaryCountDisplay
        delimited by size into reportLine
    write statusReportRecord from reportLine

    move rerunStepCount to summaryCountDisplay
    move spaces to reportLine
    string "STEP RERUNS:           " summaryCountDisplay
        delimited by size into reportLine
    write statusReportRecord from reportLine

    move eventReadCount to summaryCountDisplay
    move spaces to reportLine
    string "RUNCTL EVENTS READ:    " summaryCountDisplay
        delimited by size into reportLine
    write statusReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> calendarDate one day earlier, across month and year ends.
stepBackOneDay section.
*>----------------------------------------------------------
    if calendarDay > 1
        subtract 1 from calendarDay
        exit section
    end-if
    if calendarMonth > 1
        subtract 1 from calendarMonth
    else
        move 12 to calendarMonth
        subtract 1 from calendarYear
    end-if
    move monthDayCount(calendarMonth) to calendarDay
    if calendarMonth = 2
        divide calendarYear by 4 giving leapQuotient
            remainder leapRemainder4
        divide calendarYear by 100 giving leapQuotient
            remainder leapRemainder100
        divide calendarYear by 400 giving leapQuotient
            remainder leapRemainder400
        if leapRemainder400 = 0
        or (leapRemainder4 = 0 and leapRemainder100 not = 0)
            move 29 to calendarDay
        end-if
    end-if
exit section.

*>----------------------------------------------------------
*> The civil day number of dayNumberDate - the shifted-month
*> formula, stepwise so every division truncates in an integer
*> field and the leap-year corrections land exactly.
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
terminateProgram section.
*>----------------------------------------------------------
    close statusReportFile
    stop run
exit section.
