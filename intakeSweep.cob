*>
*>Modification history:
*>Sep 02/2026 - DB - Initial version.
*>Oct 15/2026 - DB - Each pass writes start and end records to the job-step
*>              ledger (job_ledger.dat), instance SWP for the sweep
*>              and POST for posting outcomes.

identification division.
program-id. intakeSweep.
    select summaryFile assign to dynamic summaryFileName
        organization is line sequential
        file status is bsstatus.
    select jobLedger assign to "job_ledger.dat"
        organization is indexed
        access is dynamic
        record key is ledgerKey
        file status is jlstatus.

data division.
    file section.
    copy "intreg.cpy".
    fd summaryFile.
    01 summaryRecord pic x(100).
    fd jobLedger.
    copy "jobldgr.cpy".

    working-storage section.
    01 lfstatus pic x(2).

    01 editedCount pic zzzzz9.

    *>Job-step ledger (jobldgr.cpy): when this step started, which
    *>instance of it this is, and the return code it ends with
    01 jlstatus pic x(2).
    77 stepStartDate pic x(8).
    77 stepStartTime pic x(6).
    77 stepInstance pic x(4) value spaces.
    77 stepRetCode pic 9(4).

procedure division.

main.
    display "Option (1=sweep intake listing into a control file, 2=post batch outcomes to the registry):"
    accept sweepOption
    evaluate true
        when sweepIntake
            move "SWP" to stepInstance
        when postOutcomes
            move "POST" to stepInstance
    end-evaluate
    perform writeLedgerStart
    accept todayDate from date yyyymmdd
    evaluate true
        when sweepIntake
            display "Unknown option; nothing done."
            move 8 to return-code
    end-evaluate
    perform writeLedgerEnd
    stop run.

    *>Walk the intake listing: a name already in the registry was
    if lfstatus not = "00"
        display "Could not open listing " listingFileName " (status " lfstatus "). Nothing queued."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    perform openRegistryUpdate
        close listingFile
        close intakeRegistry
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    perform until lfstatus = "10"
    if bsstatus not = "00"
        display "Could not open summary " function trim(summaryFileName) " (status " bsstatus "). Nothing posted."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    perform openRegistryUpdate
    if irstatus not = "00"
        display "Could not open intake_registry.dat (status " irstatus ")."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if.

    *>Job-step ledger: the start record says this step began, and the
    *>end record written over it says how it finished -- a record
    *>left in state S is a step that started and never got to the end.
    *>A ledger that cannot be opened is reported but never stops the
    *>step; the night's work matters more than the record of it
writeLedgerStart.
    accept stepStartDate from date yyyymmdd
    accept stepStartTime from time
    perform openJobLedger
    if jlstatus = "00"
        perform moveLedgerKey
        move spaces to ledgerEndDate
        move spaces to ledgerEndTime
        move "S" to ledgerState
        move 0 to ledgerRecsIn
        move 0 to ledgerRecsOut
        move 0 to ledgerRetCode
        write ledgerRecord
            invalid key rewrite ledgerRecord
        end-write
        close jobLedger
    end-if.

    *>Performed ahead of every stop run. The return code is saved
    *>first and put back last: it is the step's verdict, and nothing
    *>done here to record it may change what the scheduler sees
writeLedgerEnd.
    move return-code to stepRetCode
    perform openJobLedger
    if jlstatus = "00"
        perform moveLedgerKey
        accept ledgerEndDate from date yyyymmdd
        accept ledgerEndTime from time
        move "E" to ledgerState
        if postOutcomes
            compute ledgerRecsIn = outcomesPosted + neverRegistered
            move outcomesPosted to ledgerRecsOut
        else
            compute ledgerRecsIn = newQueued + alreadyQueued + tooLongCount
            move newQueued to ledgerRecsOut
        end-if
        move stepRetCode to ledgerRetCode
        write ledgerRecord
            invalid key rewrite ledgerRecord
        end-write
        close jobLedger
    end-if
    move stepRetCode to return-code.

moveLedgerKey.
    move stepStartDate to ledgerRunDate
    move "intakeSweep" to ledgerStep
    move stepInstance to ledgerInstance
    move stepStartTime to ledgerStartTime.

    *>Only a ledger that does not exist yet (status 35) gets created
    *>fresh
openJobLedger.
    open i-o jobLedger
    if jlstatus = "35"
        open output jobLedger
    end-if
    if jlstatus not = "00"
        display "Could not open job_ledger.dat (status " jlstatus "); step not recorded."
    end-if.
