>>SOURCE FORMAT FREE
*>Domenic Bianchi
*>This program answers the morning shift's one question -- did the
*>whole night actually run? -- from the job-step ledger
*>(job_ledger.dat, jobldgr.cpy) every step of the nightly chain writes
*>a start and an end record to. The night's expected steps come from a
*>step-list file, one step per line in the order they must run: the
*>program name, and for a step that runs as several instances (the
*>textReader partitions, intakeSweep's SWP and POST passes) the
*>instance on the same line. Consecutive lines naming the same step
*>are instances that run side by side, so each must start only after
*>every instance of the step before it has ended. Lines starting with
*>"*" are comments. A night runs from a start time on the night's date
*>to the same time the next day, so the steps after midnight still
*>belong to it; the latest run of each step inside that window is the
*>one judged. Every expected step is reported OK, WARNING (it ended
*>with return code 4), FAILED (8 or more), MISSING (no ledger record),
*>RUNNING (started, never ended) or OUT-OF-ORDER, and anything in the
*>ledger the list did not expect is listed after them. The report goes
*>to night_check_report.txt, and the step ends nonzero when the night is
*>incomplete, so the scheduler pages someone before the 7am workflow
*>reads a batch that never finished.
*>
*>Modification history:
*>Oct 15/2026 - DB - Initial version.

identification division.
program-id. nightCheck.

environment division.
    input-output section.
    file-control.
    select stepListFile assign to dynamic stepListName
        organization is line sequential
        file status is slstatus.
    select jobLedger assign to "job_ledger.dat"
        organization is indexed
        access is dynamic
        record key is ledgerKey
        file status is jlstatus.
    select nightReportFile assign to "night_check_report.txt"
        organization is line sequential
        file status is nrstatus.

data division.
    file section.
    fd stepListFile.
    01 stepListRecord pic x(80).
    fd jobLedger.
    copy "jobldgr.cpy".
    fd nightReportFile.
    01 nightReportRecord pic x(120).

    working-storage section.
    01 slstatus pic x(2).
    01 jlstatus pic x(2).
    01 nrstatus pic x(2).

    77 stepListName pic x(60).
    77 nightDate pic x(8).
    77 nightStartText pic x(6).
    77 nightStartTime pic x(6).
    77 nextDate pic x(8).
    77 nightInt pic 9(8).
    01 windowFrom.
        05 windowFromDate pic x(8).
        05 windowFromTime pic x(6).
    01 windowTo.
        05 windowToDate pic x(8).
        05 windowToTime pic x(6).
    77 haveLedger pic x(1) value "N".
        88 ledgerAvailable value "Y".

    *>The night's expected steps, in list order, with the ledger run
    *>each one resolved to. Consecutive lines for the same step share
    *>a group number: the instances of one step run side by side
    77 expMax pic 9(3) value 200.
    77 expCount pic 9(3) value 0.
    77 expDropped pic 9(4) value 0.
    01 expTable.
        05 expRow occurs 200 times.
            10 expStep pic x(20).
            10 expInstance pic x(4).
            10 expGroup pic 9(3).
            10 expFound pic x(1).
            10 expStart pic x(14).
            10 expEnd pic x(14).
            10 expState pic x(1).
            10 expRetCode pic 9(4).
            10 expRecsIn pic 9(9).
            10 expRecsOut pic 9(9).
            10 expVerdict pic x(12).
    77 listStep pic x(20).
    77 listInstance pic x(4).
    77 groupNum pic 9(3) value 0.

    *>Ledger records inside the window that the list did not expect
    77 unexpMax pic 9(3) value 200.
    77 unexpCount pic 9(3) value 0.
    77 unexpDropped pic 9(4) value 0.
    01 unexpTable.
        05 unexpRow occurs 200 times.
            10 unexpStep pic x(20).
            10 unexpInstance pic x(4).
            10 unexpStart pic x(14).
            10 unexpState pic x(1).
            10 unexpRetCode pic 9(4).

    01 ledgerStart.
        05 ledgerStartDatePart pic x(8).
        05 ledgerStartTimePart pic x(6).
    01 ledgerEnd.
        05 ledgerEndDatePart pic x(8).
        05 ledgerEndTimePart pic x(6).
    77 eIdx pic 9(3).
    77 matchIdx pic 9(3).
    77 prevGroupEnd pic x(14).
    77 groupEnd pic x(14).
    77 groupHasRun pic x(1).
        88 groupRan value "Y".
    77 currentGroup pic 9(3).

    77 okCount pic 9(4) value 0.
    77 warningCount pic 9(4) value 0.
    77 failedCount pic 9(4) value 0.
    77 missingCount pic 9(4) value 0.
    77 runningCount pic 9(4) value 0.
    77 orderCount pic 9(4) value 0.

    01 editedCount pic zzz9.
    01 editedRecs pic zzzzzzzz9.
    01 editedRetCode pic zzz9.
    01 nightReportText pic x(120).

procedure division.

main.
    display "Enter night date to check (YYYYMMDD):"
    accept nightDate
    if function test-numval(nightDate) not = 0
        display "Night date must be numeric. Nothing checked."
        move 8 to return-code
        stop run
    end-if
    display "Enter expected step list file name:"
    accept stepListName
    display "Enter time the night starts (HHMMSS, blank for 120000):"
    accept nightStartText
    if nightStartText = spaces
        move "120000" to nightStartTime
    else
        if function test-numval(nightStartText) not = 0
            display "Night start time must be numeric. Nothing checked."
            move 8 to return-code
            stop run
        end-if
        move nightStartText to nightStartTime
    end-if
    compute nightInt = function integer-of-date(function numval(nightDate))
    add 1 to nightInt
    move function date-of-integer(nightInt) to nextDate
    move nightDate to windowFromDate
    move nightStartTime to windowFromTime
    move nextDate to windowToDate
    move nightStartTime to windowToTime
    perform loadStepList
    perform readLedger
    perform judgeSteps
    perform checkStepOrder
    perform writeNightReport
    display "Night check complete. See night_check_report.txt"
    *>A step missing, failed or never finished means the night is
    *>incomplete; steps run out of order or ending with warnings are
    *>worth a look but the night did finish
    if missingCount > 0 or failedCount > 0 or runningCount > 0
        or expCount = 0 or not ledgerAvailable
        move 8 to return-code
    else
        if orderCount > 0 or warningCount > 0 or expDropped > 0
            move 4 to return-code
        else
            move 0 to return-code
        end-if
    end-if
    stop run.

    *>One expected step per line: the step's program name, then its
    *>instance where it has more than one
loadStepList.
    open input stepListFile
    if slstatus not = "00"
        display "Could not open step list " function trim(stepListName) " (status " slstatus "). Nothing checked."
        move 8 to return-code
        stop run
    end-if
    perform until slstatus = "10"
        read stepListFile
            at end
                move "10" to slstatus
            not at end
                if stepListRecord not = spaces
                    and function trim(stepListRecord)(1:1) not = "*"
                    perform loadOneStep
                end-if
        end-read
    end-perform
    close stepListFile.

loadOneStep.
    move spaces to listStep
    move spaces to listInstance
    unstring function trim(stepListRecord) delimited by all spaces
        into listStep listInstance
    end-unstring
    if expCount >= expMax
        add 1 to expDropped
    else
        if expCount = 0
            add 1 to groupNum
        else
            if function upper-case(listStep) not = function upper-case(expStep(expCount))
                add 1 to groupNum
            end-if
        end-if
        add 1 to expCount
        initialize expRow(expCount)
        move listStep to expStep(expCount)
        move listInstance to expInstance(expCount)
        move groupNum to expGroup(expCount)
        move "N" to expFound(expCount)
    end-if.

    *>The ledger is keyed by start date first, so the night's two dates
    *>are one contiguous stretch of it; records outside the window's
    *>start and end times on those dates belong to the nights either
    *>side of this one
readLedger.
    open input jobLedger
    if jlstatus = "00"
        move "Y" to haveLedger
        perform walkNightLedger
        close jobLedger
    else
        display "Could not open job_ledger.dat (status " jlstatus "); every step is MISSING."
    end-if.

walkNightLedger.
    move low-values to ledgerKey
    move nightDate to ledgerRunDate
    start jobLedger key is greater than or equal to ledgerKey
        invalid key move "23" to jlstatus
    end-start
    if jlstatus = "00"
        perform readNextLedger
    end-if
    perform
        until jlstatus not = "00" or ledgerRunDate > nextDate
        move ledgerRunDate to ledgerStartDatePart
        move ledgerStartTime to ledgerStartTimePart
        if ledgerStart >= windowFrom and ledgerStart < windowTo
            perform placeLedgerRecord
        end-if
        perform readNextLedger
    end-perform.

    *>A step run more than once in the night (a rerun after a failure)
    *>is judged by its latest run
placeLedgerRecord.
    move 0 to matchIdx
    move 1 to eIdx
    perform
        until eIdx > expCount or matchIdx > 0
        if function upper-case(expStep(eIdx)) = function upper-case(ledgerStep)
            and function upper-case(expInstance(eIdx)) = function upper-case(ledgerInstance)
            move eIdx to matchIdx
        end-if
        add 1 to eIdx
    end-perform
    if matchIdx = 0
        perform placeUnexpected
    else
        if expFound(matchIdx) = "N" or ledgerStart > expStart(matchIdx)
            move "Y" to expFound(matchIdx)
            move ledgerStart to expStart(matchIdx)
            move ledgerEndDate to ledgerEndDatePart
            move ledgerEndTime to ledgerEndTimePart
            move ledgerEnd to expEnd(matchIdx)
            move ledgerState to expState(matchIdx)
            move ledgerRetCode to expRetCode(matchIdx)
            move ledgerRecsIn to expRecsIn(matchIdx)
            move ledgerRecsOut to expRecsOut(matchIdx)
        end-if
    end-if.

placeUnexpected.
    if unexpCount >= unexpMax
        add 1 to unexpDropped
    else
        add 1 to unexpCount
        move ledgerStep to unexpStep(unexpCount)
        move ledgerInstance to unexpInstance(unexpCount)
        move ledgerStart to unexpStart(unexpCount)
        move ledgerState to unexpState(unexpCount)
        move ledgerRetCode to unexpRetCode(unexpCount)
    end-if.

judgeSteps.
    move 1 to eIdx
    perform
        until eIdx > expCount
        evaluate true
            when expFound(eIdx) = "N"
                move "MISSING" to expVerdict(eIdx)
                add 1 to missingCount
            when expState(eIdx) not = "E"
                move "RUNNING" to expVerdict(eIdx)
                add 1 to runningCount
            when expRetCode(eIdx) >= 8
                move "FAILED" to expVerdict(eIdx)
                add 1 to failedCount
            when expRetCode(eIdx) > 0
                move "WARNING" to expVerdict(eIdx)
                add 1 to warningCount
            when other
                move "OK" to expVerdict(eIdx)
                add 1 to okCount
        end-evaluate
        add 1 to eIdx
    end-perform.

    *>Each step must start after every instance of the step before it
    *>(the last earlier group that ran at all) has ended. An instance
    *>still running has no end yet, so anything started after it is
    *>out of order by definition. Only a step that otherwise finished
    *>cleanly is re-marked: MISSING, RUNNING and FAILED already say more
checkStepOrder.
    move spaces to prevGroupEnd
    move 1 to currentGroup
    perform
        until currentGroup > groupNum
        perform checkOneGroup
        add 1 to currentGroup
    end-perform.

checkOneGroup.
    move "N" to groupHasRun
    move low-values to groupEnd
    move 1 to eIdx
    perform
        until eIdx > expCount
        if expGroup(eIdx) = currentGroup and expFound(eIdx) = "Y"
            if prevGroupEnd not = spaces
                and expStart(eIdx) < prevGroupEnd
                and (expVerdict(eIdx) = "OK" or expVerdict(eIdx) = "WARNING")
                if expVerdict(eIdx) = "OK"
                    subtract 1 from okCount
                else
                    subtract 1 from warningCount
                end-if
                move "OUT-OF-ORDER" to expVerdict(eIdx)
                add 1 to orderCount
            end-if
            move "Y" to groupHasRun
            if expState(eIdx) not = "E"
                move all "9" to groupEnd
            else
                if expEnd(eIdx) > groupEnd
                    move expEnd(eIdx) to groupEnd
                end-if
            end-if
        end-if
        add 1 to eIdx
    end-perform
    if groupRan
        move groupEnd to prevGroupEnd
    end-if.

writeNightReport.
    open output nightReportFile
    move spaces to nightReportText
    string
        "NIGHT CHECK - NIGHT OF " delimited by size
        nightDate delimited by size
        " (" delimited by size
        windowFromDate delimited by size
        " " delimited by size
        windowFromTime delimited by size
        " TO " delimited by size
        windowToDate delimited by size
        " " delimited by size
        windowToTime delimited by size
        ")" delimited by size
        into nightReportText
    end-string
    write nightReportRecord from nightReportText
    move spaces to nightReportText
    string
        "STEP LIST: " delimited by size
        function trim(stepListName) delimited by size
        into nightReportText
    end-string
    write nightReportRecord from nightReportText
    if not ledgerAvailable
        move "(job_ledger.dat could not be opened -- no step has a ledger record)" to nightReportRecord
        write nightReportRecord
    end-if
    move spaces to nightReportRecord
    write nightReportRecord
    move "STEP                 INST  STATUS        STARTED          ENDED              RC   RECS IN  RECS OUT" to nightReportRecord
    write nightReportRecord
    move 1 to eIdx
    perform
        until eIdx > expCount
        perform writeStepRow
        add 1 to eIdx
    end-perform
    if expCount = 0
        move "  (the step list names no steps)" to nightReportRecord
        write nightReportRecord
    end-if
    move spaces to nightReportRecord
    write nightReportRecord
    move "STEPS IN THE LEDGER NOT ON THE LIST:" to nightReportRecord
    write nightReportRecord
    move 1 to eIdx
    perform
        until eIdx > unexpCount
        perform writeUnexpectedRow
        add 1 to eIdx
    end-perform
    if unexpCount = 0
        move "  (none)" to nightReportRecord
        write nightReportRecord
    end-if
    perform writeNightTotals
    close nightReportFile.

writeStepRow.
    move spaces to nightReportText
    move expStep(eIdx) to nightReportText(1:20)
    move expInstance(eIdx) to nightReportText(22:4)
    move expVerdict(eIdx) to nightReportText(28:12)
    if expFound(eIdx) = "Y"
        move expStart(eIdx)(1:8) to nightReportText(42:8)
        move expStart(eIdx)(9:6) to nightReportText(51:6)
        if expState(eIdx) = "E"
            move expEnd(eIdx)(1:8) to nightReportText(59:8)
            move expEnd(eIdx)(9:6) to nightReportText(68:6)
            move expRetCode(eIdx) to editedRetCode
            move editedRetCode to nightReportText(76:4)
            move expRecsIn(eIdx) to editedRecs
            move editedRecs to nightReportText(81:9)
            move expRecsOut(eIdx) to editedRecs
            move editedRecs to nightReportText(91:9)
        end-if
    end-if
    write nightReportRecord from nightReportText.

writeUnexpectedRow.
    move spaces to nightReportText
    move unexpStep(eIdx) to nightReportText(3:20)
    move unexpInstance(eIdx) to nightReportText(24:4)
    move unexpStart(eIdx)(1:8) to nightReportText(30:8)
    move unexpStart(eIdx)(9:6) to nightReportText(39:6)
    if unexpState(eIdx) = "E"
        move unexpRetCode(eIdx) to editedRetCode
        string
            "ended rc " delimited by size
            function trim(editedRetCode) delimited by size
            into nightReportText(47:20)
        end-string
    else
        move "still running" to nightReportText(47:20)
    end-if
    write nightReportRecord from nightReportText.

writeNightTotals.
    move spaces to nightReportRecord
    write nightReportRecord
    move spaces to nightReportText
    move expCount to editedCount
    move "STEPS EXPECTED:" to nightReportText(1:20)
    perform writeOneTotal
    move okCount to editedCount
    move "OK:" to nightReportText(1:20)
    perform writeOneTotal
    move warningCount to editedCount
    move "WARNING:" to nightReportText(1:20)
    perform writeOneTotal
    move failedCount to editedCount
    move "FAILED:" to nightReportText(1:20)
    perform writeOneTotal
    move missingCount to editedCount
    move "MISSING:" to nightReportText(1:20)
    perform writeOneTotal
    move runningCount to editedCount
    move "RUNNING:" to nightReportText(1:20)
    perform writeOneTotal
    move orderCount to editedCount
    move "OUT-OF-ORDER:" to nightReportText(1:20)
    perform writeOneTotal
    if expDropped > 0
        move expDropped to editedCount
        move "LIST LINES IGNORED:" to nightReportText(1:20)
        perform writeOneTotal
    end-if
    if unexpDropped > 0
        move unexpDropped to editedCount
        move "UNLISTED NOT SHOWN:" to nightReportText(1:20)
        perform writeOneTotal
    end-if
    move spaces to nightReportRecord
    write nightReportRecord
    if missingCount > 0 or failedCount > 0 or runningCount > 0
        or expCount = 0 or not ledgerAvailable
        move "NIGHT INCOMPLETE" to nightReportRecord
    else
        move "NIGHT COMPLETE" to nightReportRecord
    end-if
    write nightReportRecord.

writeOneTotal.
    move editedCount to nightReportText(21:4)
    write nightReportRecord from nightReportText
    move spaces to nightReportText.

readNextLedger.
    read jobLedger next
        at end move "10" to jlstatus
    end-read.
