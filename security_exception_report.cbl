*>****************************************************************
*> Author: OS
*> Date: 261015
*> Purpose: Nightly security exceptions listing for the control
*>          desk - every maintenance transaction refused tonight
*>          because its user id is not on the authorised-user
*>          file (see authusr.cpy) or lacks the right it needed,
*>          gathered from SECEXT (see secexc.cpy), the one file
*>          pending_release, node_maintenance and
*>          network_maintenance each extend with their refusals
*>          and a trailer. SECRPT lists the refusals in the order
*>          the steps made them, counts them by user id, and
*>          balances each step's share against its own trailer,
*>          so audit has one place to look and can trust it is
*>          complete. Any refusal ends the step RC=4; a step
*>          whose share does not balance, or that left no
*>          trailer at all, is flagged and ends it RC=16.
*> Tectonics: cobc
*>
*> Modification History
*> 261015 OS  Initial version - see jcl/dijkstr.jcl STEP008.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. security_exception_report.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    select securityExtractFile assign to "SECEXT"
        organization is line sequential
        file status is securityExtractFileStatus.
    select securityReportFile assign to "SECRPT"
        organization is line sequential
        file status is securityReportFileStatus.

DATA DIVISION.
FILE SECTION.
FD  securityExtractFile.
    copy "secexc.cpy".

FD  securityReportFile.
01 securityReportRecord pic x(132).

WORKING-STORAGE SECTION.

01 securityExtractFileStatus pic x(2).
01 securityReportFileStatus pic x(2).

*> one entry per maintenance step writing to SECEXT. The three
*> that always should are seeded up front, so a step that never
*> reached its trailer shows up as missing rather than absent
*> from the listing altogether. A step restarted in the same
*> night extends the file again - its details and trailers are
*> summed, and still balance.
01 sourceStepTable.
    02 sourceStepOcr occurs 10.
        03 stpName pic x(8).
        03 stpDetailCount pic 9(6).
        03 stpTrailerCount pic 9(6).
        03 stpTrailerSeenSwitch pic 9(1).
            88 stpTrailerSeen value 1, false 0.
01 sourceStepCount pic 9(6) value 0.
01 sourceStepIdx pic 9(6).
01 sourceStepFoundPos pic 9(6).
01 sourceStepLookup pic x(8).

*> refusals counted per user id, in the order each id first
*> appears.
01 exceptionUserTable.
    02 exceptionUserOcr occurs 200.
        03 excUserId pic x(8).
        03 excUserCount pic 9(6).
01 exceptionUserCount pic 9(6) value 0.
01 exceptionUserIdx pic 9(6).
01 exceptionUserFoundPos pic 9(6).
01 exceptionUserOverflow pic 9(6) value 0.

01 exceptionCount pic 9(6) value 0.
01 unbalancedStepCount pic 9(6) value 0.

01 rightText pic x(16).
01 balanceText pic x(40).
01 reportLine pic x(132).
01 runDateYYYYMMDD pic 9(8).
01 runDateDisplay pic x(10).
01 detailCountDisplay pic zzzzz9.
01 trailerCountDisplay pic zzzzz9.
01 summaryCountDisplay pic zzzzz9.

PROCEDURE DIVISION.

    perform openSecurityReport
    perform seedSourceSteps
    perform listSecurityExceptions
    perform printExceptionsByUser
    perform printStepControlTotals
    perform printSecurityTotals
    evaluate true
        when unbalancedStepCount > 0
            move 16 to return-code
        when exceptionCount > 0
            *> a refusal is something audit must follow up - the
            *> warning RC, same meaning as everywhere else in the
            *> stream.
            move 4 to return-code
    end-evaluate
    perform terminateProgram.

*>----------------------------------------------------------
openSecurityReport section.
*>----------------------------------------------------------
    open output securityReportFile
    if securityReportFileStatus not = "00"
        display "SECURITY EXCEPTIONS ERROR: SECRPT COULD NOT BE OPENED - FILE STATUS "
            securityReportFileStatus
        move 16 to return-code
        stop run
    end-if

    accept runDateYYYYMMDD from date yyyymmdd
    move spaces to reportLine
    string runDateYYYYMMDD(1:4) "-" runDateYYYYMMDD(5:2) "-"
           runDateYYYYMMDD(7:2) delimited by size into runDateDisplay
    string "SECURITY EXCEPTIONS LISTING          RUN DATE: "
           runDateDisplay delimited by size into reportLine
    write securityReportRecord from reportLine
    move "MAINTENANCE TRANSACTIONS REFUSED FOR WANT OF AUTHORITY (AUTHFILE)"
        to reportLine
    write securityReportRecord from reportLine
    move spaces to reportLine
    write securityReportRecord from reportLine
exit section.

*>----------------------------------------------------------
seedSourceSteps section.
*>----------------------------------------------------------
    move "PNDREL" to sourceStepLookup
    perform findSourceStep
    move "NODMAINT" to sourceStepLookup
    perform findSourceStep
    move "NETMAINT" to sourceStepLookup
    perform findSourceStep
exit section.

*>----------------------------------------------------------
*> Locates sourceStepLookup in the step table, adding it the
*> first time it is seen.
findSourceStep section.
*>----------------------------------------------------------
    move 0 to sourceStepFoundPos
    perform varying sourceStepIdx from 1 by 1
            until sourceStepIdx > sourceStepCount
        if stpName(sourceStepIdx) = sourceStepLookup
            move sourceStepIdx to sourceStepFoundPos
            exit perform
        end-if
    end-perform
    if sourceStepFoundPos = 0
    and sourceStepCount < 10
        add 1 to sourceStepCount
        move sourceStepLookup to stpName(sourceStepCount)
        move 0 to stpDetailCount(sourceStepCount)
        move 0 to stpTrailerCount(sourceStepCount)
        set stpTrailerSeen(sourceStepCount) to false
        move sourceStepCount to sourceStepFoundPos
    end-if
exit section.

*>----------------------------------------------------------
*> Every refusal on SECEXT, in the order the steps made them.
*> An absent SECEXT means no maintenance step got as far as
*> opening it - listed as nothing refused, and the step control
*> totals below then show every step without its trailer.
listSecurityExceptions section.
*>----------------------------------------------------------
    move "REFUSED TRANSACTIONS" to reportLine
    write securityReportRecord from reportLine
    move "  STEP      USER ID   RIGHT NEEDED      NET   TRANSACTION           REASON"
        to reportLine
    write securityReportRecord from reportLine

    open input securityExtractFile
    evaluate securityExtractFileStatus
        when "35"
            continue
        when "00"
            perform readSecurityExtract
        when other
            display "SECURITY EXCEPTIONS ERROR: SECEXT COULD NOT BE OPENED - FILE STATUS "
                securityExtractFileStatus
            move 16 to return-code
            perform terminateProgram
    end-evaluate

    if exceptionCount = 0
        move "  (NONE - NO TRANSACTION WAS REFUSED ON AUTHORITY TONIGHT)"
            to reportLine
        write securityReportRecord from reportLine
    end-if
    move spaces to reportLine
    write securityReportRecord from reportLine
exit section.

*>----------------------------------------------------------
readSecurityExtract section.
*>----------------------------------------------------------
    perform until securityExtractFileStatus = "10"
        read securityExtractFile
            at end
                move "10" to securityExtractFileStatus
            not at end
                evaluate true
                    when secRecordIsDetail
                        perform listOneException
                    when secRecordIsTrailer
                        move secCtlSourceStep to sourceStepLookup
                        perform findSourceStep
                        if sourceStepFoundPos > 0
                            add secCtlRecordCount
                                to stpTrailerCount(sourceStepFoundPos)
                            set stpTrailerSeen(sourceStepFoundPos)
                                to true
                        end-if
                    when other
                        display "SECURITY EXCEPTIONS ERROR: SECEXT RECORD OF UNKNOWN TYPE "
                            secRecordType
                end-evaluate
        end-read
    end-perform
    close securityExtractFile
exit section.

*>----------------------------------------------------------
listOneException section.
*>----------------------------------------------------------
    add 1 to exceptionCount
    move secSourceStep to sourceStepLookup
    perform findSourceStep
    if sourceStepFoundPos > 0
        add 1 to stpDetailCount(sourceStepFoundPos)
    end-if
    perform countExceptionUser

    evaluate true
        when secNeededEdgeRight
            move "EDGE MAINTENANCE" to rightText
        when secNeededSiteRight
            move "SITE MAINTENANCE" to rightText
        when secNeededScheduleRight
            move "SCHEDULING" to rightText
        when secNeededCancelRight
            move "CANCELLING" to rightText
        when other
            move secRightNeeded to rightText
    end-evaluate
    move spaces to reportLine
    string "  " secSourceStep "  " secUserId "  " rightText "  "
           secNetworkId "  " secTransactionKey "  " secReason
        delimited by size into reportLine
    write securityReportRecord from reportLine
exit section.

*>----------------------------------------------------------
countExceptionUser section.
*>----------------------------------------------------------
    move 0 to exceptionUserFoundPos
    perform varying exceptionUserIdx from 1 by 1
            until exceptionUserIdx > exceptionUserCount
        if excUserId(exceptionUserIdx) = secUserId
            move exceptionUserIdx to exceptionUserFoundPos
            exit perform
        end-if
    end-perform
    if exceptionUserFoundPos = 0
        if exceptionUserCount >= 200
            add 1 to exceptionUserOverflow
            exit section
        end-if
        add 1 to exceptionUserCount
        move secUserId to excUserId(exceptionUserCount)
        move 0 to excUserCount(exceptionUserCount)
        move exceptionUserCount to exceptionUserFoundPos
    end-if
    add 1 to excUserCount(exceptionUserFoundPos)
exit section.

*>----------------------------------------------------------
printExceptionsByUser section.
*>----------------------------------------------------------
    move "REFUSALS BY USER ID" to reportLine
    write securityReportRecord from reportLine
    if exceptionUserCount = 0
        move "  (NONE)" to reportLine
        write securityReportRecord from reportLine
    end-if
    perform varying exceptionUserIdx from 1 by 1
            until exceptionUserIdx > exceptionUserCount
        move excUserCount(exceptionUserIdx) to summaryCountDisplay
        move spaces to reportLine
        string "  " excUserId(exceptionUserIdx) "  "
               summaryCountDisplay
            delimited by size into reportLine
        write securityReportRecord from reportLine
    end-perform
    if exceptionUserOverflow > 0
        move exceptionUserOverflow to summaryCountDisplay
        move spaces to reportLine
        string "  (" summaryCountDisplay
               " MORE REFUSALS FROM USER IDS BEYOND THE 200 COUNTED)"
            delimited by size into reportLine
        write securityReportRecord from reportLine
    end-if
    move spaces to reportLine
    write securityReportRecord from reportLine
exit section.

*>----------------------------------------------------------
*> Each step's refusals against the count its own trailer
*> claims. A step with no trailer either never ran or stopped
*> before it finished; either way its share cannot be trusted
*> complete.
printStepControlTotals section.
*>----------------------------------------------------------
    move "CONTROL TOTALS BY STEP" to reportLine
    write securityReportRecord from reportLine
    move "  STEP      LISTED  TRAILER" to reportLine
    write securityReportRecord from reportLine
    perform varying sourceStepIdx from 1 by 1
            until sourceStepIdx > sourceStepCount
        move stpDetailCount(sourceStepIdx) to detailCountDisplay
        move stpTrailerCount(sourceStepIdx) to trailerCountDisplay
        evaluate true
            when not stpTrailerSeen(sourceStepIdx)
                move "NO TRAILER - STEP DID NOT COMPLETE"
                    to balanceText
                add 1 to unbalancedStepCount
            when stpTrailerCount(sourceStepIdx)
                    not = stpDetailCount(sourceStepIdx)
                move "DOES NOT BALANCE TO ITS TRAILER"
                    to balanceText
                add 1 to unbalancedStepCount
            when other
                move "BALANCED" to balanceText
        end-evaluate
        move spaces to reportLine
        string "  " stpName(sourceStepIdx) "  " detailCountDisplay
               "   " trailerCountDisplay "  " balanceText
            delimited by size into reportLine
        write securityReportRecord from reportLine
    end-perform
    move spaces to reportLine
    write securityReportRecord from reportLine
exit section.

*>----------------------------------------------------------
printSecurityTotals section.
*>----------------------------------------------------------
    move exceptionCount to summaryCountDisplay
    move spaces to reportLine
    string "REFUSALS LISTED:       " summaryCountDisplay
        delimited by size into reportLine
    write securityReportRecord from reportLine

    move exceptionUserCount to summaryCountDisplay
    move spaces to reportLine
    string "USER IDS REFUSED:      " summaryCountDisplay
        delimited by size into reportLine
    write securityReportRecord from reportLine

    move unbalancedStepCount to summaryCountDisplay
    move spaces to reportLine
    string "STEPS NOT BALANCED:    " summaryCountDisplay
        delimited by size into reportLine
    write securityReportRecord from reportLine
exit section.

*>----------------------------------------------------------
terminateProgram section.
*>----------------------------------------------------------
    close securityReportFile
    stop run
exit section.
