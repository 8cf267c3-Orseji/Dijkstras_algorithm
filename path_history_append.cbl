*>
*> Modification History
*> 260903 OS  Initial version - see jcl/dijkstr.jcl STEP045.
*> 261015 OS  Business-date run control - a date the run-control
*>            file (RUNCTL, see runctl.cpy) shows this step has
*>            already posted, or partly posted, is refused RC=16
*>            unless the operator's RUNPARM card (see runparm.cpy)
*>            carries the rerun override; a rerun backs the
*>            date's earlier records out of HISTFILE (copied
*>            through HISTWRK) before appending the date afresh.
*>            The business date is the extract's own run date
*>            unless RUNPARM names one, and must then agree.
*>            A rerun of a night whose month has since been
*>            closed (the night gone from HISTFILE to HISTARC,
*>            or older than the month HISTFILE now holds) is
*>            refused RC=16 before any RUNCTL event is written.
*>****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. path_history_append.
    select pathHistoryFile assign to "HISTFILE"
        organization is line sequential
        file status is pathHistoryFileStatus.
    select historyWorkFile assign to "HISTWRK"
        organization is line sequential
        file status is historyWorkFileStatus.
    select runControlFile assign to "RUNCTL"
        organization is line sequential
        file status is runControlFileStatus.
    select runParmFile assign to "RUNPARM"
        organization is line sequential
        file status is runParmFileStatus.

DATA DIVISION.
FILE SECTION.
FD  pathHistoryFile.
01 pathHistoryRecord pic x(300).

FD  historyWorkFile.
01 historyWorkRecord pic x(300).

FD  runControlFile.
01 runControlInRecord pic x(50).

FD  runParmFile.
    copy "runparm.cpy".

WORKING-STORAGE SECTION.

01 pathExtractFileStatus pic x(2).
01 pathHistoryFileStatus pic x(2).
01 historyWorkFileStatus pic x(2).
01 runControlFileStatus pic x(2).
01 runParmFileStatus pic x(2).

*> the run-control events move through the one layout both ways
*> (see runctl.cpy), as chargeback_extract does with chgrec.
    copy "runctl.cpy".

01 extractReadCount pic 9(6) value 0.
01 trailerSeenSwitch pic 9(1).
    88 extractTrailerSeen value 1, false 0.
01 trailerRecordCount pic 9(6) value 0.
01 trailerRunDate pic 9(8) value 0.
01 historyWrittenCount pic 9(6) value 0.
01 historyBackedOutCount pic 9(6) value 0.
01 historyRunDate pic 9(8).
*> what HISTFILE still holds of the night before a rerun touches
*> it, and the earliest night on it - the month it is collecting
*> since mthend last archived and emptied it.
01 historyHeldCount pic 9(6) value 0.
01 historyEarliestDate pic 9(8) value 0.

*> business-date run control - which night this is, whether the
*> operator has authorised posting it again, and the latest
*> event RUNCTL holds for the night against this step.
01 runControlStepName pic x(8) value "PATHHIST".
01 businessDate pic 9(8) value 0.
01 parmBusinessDate pic 9(8) value 0.
01 rerunOverrideSwitch pic 9(1).
    88 rerunAuthorised value 1, false 0.
01 priorPostingState pic x(1) value space.
    88 priorPostingNone value space.
    88 priorPostingComplete value "C".
    88 priorPostingPartial value "S" "B".
01 priorPostedCount pic 9(8) value 0.
01 runControlEventCode pic x(1).
01 runControlEventCount pic 9(8).
01 runControlEventAmount pic 9(12).
01 businessDateDisplay pic x(10).
01 otherDateDisplay pic x(10).

01 appendCountDisplay pic zzzzz9.

        stop run
    end-if

    *> then the run-control gate - a night already on HISTFILE is
    *> not appended again unless the operator says to, and then
    *> only once its earlier records have been taken back out.
    perform readRunParm
    perform establishBusinessDate
    perform loadRunControl
    if not priorPostingNone
    and not rerunAuthorised
        if priorPostingComplete
            display "PATH HISTORY ERROR: BUSINESS DATE " businessDateDisplay
                " ALREADY POSTED - RUNPARM RERUN OVERRIDE REQUIRED"
        else
            display "PATH HISTORY ERROR: BUSINESS DATE " businessDateDisplay
                " PARTLY POSTED - RUNPARM RERUN OVERRIDE REQUIRED"
        end-if
        move 16 to return-code
        stop run
    end-if
    if not priorPostingNone
        perform checkHistoryHoldsPosting
    end-if
    move "S" to runControlEventCode
    move 0 to runControlEventCount
    move 0 to runControlEventAmount
    perform writeRunControlEvent
    if not priorPostingNone
        perform backOutEarlierPosting
        move "B" to runControlEventCode
        move historyBackedOutCount to runControlEventCount
        perform writeRunControlEvent
    end-if

    open input pathExtractFile
    if pathExtractFileStatus not = "00"
        display "PATH HISTORY ERROR: EXTFILE COULD NOT BE OPENED - FILE STATUS "
    close pathExtractFile
    close pathHistoryFile

    move "C" to runControlEventCode
    move historyWrittenCount to runControlEventCount
    perform writeRunControlEvent

    display "PATH HISTORY: BUSINESS DATE          " businessDateDisplay
    move extractReadCount to appendCountDisplay
    display "PATH HISTORY: EXTRACT RECORDS READ   " appendCountDisplay
    if not priorPostingNone
        move historyBackedOutCount to appendCountDisplay
        display "PATH HISTORY: RECORDS BACKED OUT     " appendCountDisplay
    end-if
    move historyWrittenCount to appendCountDisplay
    display "PATH HISTORY: RECORDS APPENDED       " appendCountDisplay
    stop run.
                if pextRecordType = "T"
                    set extractTrailerSeen to true
                    move pextCtlRecordCount to trailerRecordCount
                    move pextCtlRunDate to trailerRunDate
                else
                    add 1 to extractReadCount
                end-if
    end-perform
    close pathExtractFile
exit section.

*>----------------------------------------------------------
*> RUNPARM is optional - absent, or carrying zeros and no
*> override, means post the extract's own night once only.
readRunParm section.
*>----------------------------------------------------------
    move 0 to parmBusinessDate
    set rerunAuthorised to false
    open input runParmFile
    if runParmFileStatus = "00"
        read runParmFile
            not at end
                if rprBusinessDate not numeric
                    display "PATH HISTORY ERROR: RUNPARM BUSINESS DATE IS NOT NUMERIC"
                    move 16 to return-code
                    stop run
                end-if
                move rprBusinessDate to parmBusinessDate
                if rprRerunAuthorised
                    set rerunAuthorised to true
                end-if
        end-read
        close runParmFile
    end-if
exit section.

*>----------------------------------------------------------
*> The night this step posts is the night the extract was
*> written for. An operator naming a date on RUNPARM must be
*> naming that same night - appending one night's routes under
*> another night's control record would defeat the control.
establishBusinessDate section.
*>----------------------------------------------------------
    move trailerRunDate to businessDate
    move spaces to businessDateDisplay
    string businessDate(1:4) "-" businessDate(5:2) "-"
           businessDate(7:2) delimited by size into businessDateDisplay
    if parmBusinessDate not = 0
    and parmBusinessDate not = trailerRunDate
        move spaces to otherDateDisplay
        string parmBusinessDate(1:4) "-" parmBusinessDate(5:2) "-"
               parmBusinessDate(7:2) delimited by size
            into otherDateDisplay
        display "PATH HISTORY ERROR: EXTFILE IS FOR " businessDateDisplay
            " NOT RUNPARM BUSINESS DATE " otherDateDisplay
        move 16 to return-code
        stop run
    end-if
exit section.

*>----------------------------------------------------------
*> The latest event RUNCTL holds for this step and night. An
*> absent file is a control file not yet started - nothing has
*> been posted under it.
loadRunControl section.
*>----------------------------------------------------------
    move space to priorPostingState
    move 0 to priorPostedCount
    open input runControlFile
    if runControlFileStatus = "35"
        exit section
    end-if
    if runControlFileStatus not = "00"
        display "PATH HISTORY ERROR: RUNCTL COULD NOT BE OPENED - FILE STATUS "
            runControlFileStatus
        move 16 to return-code
        stop run
    end-if
    perform until runControlFileStatus = "10"
        read runControlFile into runControlRecord
            at end
                move "10" to runControlFileStatus
            not at end
                if rctStepName = runControlStepName
                and rctBusinessDate = businessDate
                    move rctEvent to priorPostingState
                    move rctRecordCount to priorPostedCount
                end-if
        end-read
    end-perform
    close runControlFile
exit section.

*>----------------------------------------------------------
*> A rerun can only back the night out while HISTFILE still
*> holds it. Once month_end_close has archived the month to
*> HISTARC and emptied HISTFILE, the backout finds nothing and
*> the rerun would land the night in the new month's history,
*> to be archived a second time at the next close - the same
*> case chargeback_extract refuses against CHGMTD. A completed
*> posting that appended records but has none left on HISTFILE,
*> or any night older than the month HISTFILE now collects, is
*> refused before a single RUNCTL event or record is written.
checkHistoryHoldsPosting section.
*>----------------------------------------------------------
    move 0 to historyHeldCount
    move 0 to historyEarliestDate
    open input pathHistoryFile
    if pathHistoryFileStatus = "00"
        perform until pathHistoryFileStatus = "10"
            read pathHistoryFile
                at end
                    move "10" to pathHistoryFileStatus
                not at end
                    move pathHistoryRecord(3:8) to historyRunDate
                    if historyRunDate = businessDate
                        add 1 to historyHeldCount
                    end-if
                    if historyRunDate is numeric
                    and (historyEarliestDate = 0
                         or historyRunDate < historyEarliestDate)
                        move historyRunDate to historyEarliestDate
                    end-if
            end-read
        end-perform
        close pathHistoryFile
    else
        if pathHistoryFileStatus not = "35"
            display "PATH HISTORY ERROR: HISTFILE COULD NOT BE OPENED - FILE STATUS "
                pathHistoryFileStatus
            move 16 to return-code
            stop run
        end-if
    end-if
    if (priorPostingComplete
        and priorPostedCount > 0
        and historyHeldCount = 0)
    or (historyEarliestDate not = 0
        and businessDate(1:6) < historyEarliestDate(1:6))
        display "PATH HISTORY ERROR: BUSINESS DATE " businessDateDisplay
            " MONTH ALREADY CLOSED"
        move 16 to return-code
        stop run
    end-if
exit section.

*>----------------------------------------------------------
*> One event onto RUNCTL, opened and closed around the write so
*> the event is on file before the work it announces begins -
*> a step that dies half-way leaves its "S" behind it. The
*> first event ever written (file status 35) opens it fresh.
writeRunControlEvent section.
*>----------------------------------------------------------
    open extend runControlFile
    if runControlFileStatus = "35"
        open output runControlFile
    end-if
    if runControlFileStatus not = "00"
        display "PATH HISTORY ERROR: RUNCTL COULD NOT BE OPENED - FILE STATUS "
            runControlFileStatus
        move 16 to return-code
        stop run
    end-if
    move spaces to runControlRecord
    move businessDate to rctBusinessDate
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
*> Takes the night's earlier records back off HISTFILE: every
*> other night's record is copied to HISTWRK, then copied back
*> over HISTFILE, so the rerun appends the night once and the
*> trend report never sees it twice. No HISTFILE at all means
*> the earlier posting never got as far as writing one.
backOutEarlierPosting section.
*>----------------------------------------------------------
    move 0 to historyBackedOutCount
    open input pathHistoryFile
    if pathHistoryFileStatus = "35"
        exit section
    end-if
    if pathHistoryFileStatus not = "00"
        display "PATH HISTORY ERROR: HISTFILE COULD NOT BE OPENED - FILE STATUS "
            pathHistoryFileStatus
        move 16 to return-code
        stop run
    end-if
    open output historyWorkFile
    if historyWorkFileStatus not = "00"
        display "PATH HISTORY ERROR: HISTWRK COULD NOT BE OPENED - FILE STATUS "
            historyWorkFileStatus
        move 16 to return-code
        stop run
    end-if
    perform until pathHistoryFileStatus = "10"
        read pathHistoryFile
            at end
                move "10" to pathHistoryFileStatus
            not at end
                *> pextRunDate sits in bytes 3-10 of every record
                *> (see pathext.cpy)
                move pathHistoryRecord(3:8) to historyRunDate
                if historyRunDate = businessDate
                    add 1 to historyBackedOutCount
                else
                    write historyWorkRecord from pathHistoryRecord
                end-if
        end-read
    end-perform
    close pathHistoryFile
    close historyWorkFile

    open input historyWorkFile
    open output pathHistoryFile
    if historyWorkFileStatus not = "00"
    or pathHistoryFileStatus not = "00"
        display "PATH HISTORY ERROR: HISTFILE COULD NOT BE REWRITTEN - FILE STATUS "
            pathHistoryFileStatus " " historyWorkFileStatus
        move 16 to return-code
        stop run
    end-if
    perform until historyWorkFileStatus = "10"
        read historyWorkFile
            at end
                move "10" to historyWorkFileStatus
            not at end
                write pathHistoryRecord from historyWorkRecord
        end-read
    end-perform
    close historyWorkFile
    close pathHistoryFile
exit section.
