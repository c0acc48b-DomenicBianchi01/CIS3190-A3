*>
*>Modification history:
*>Aug 21/2026 - DB - Initial version.
*>Oct 15/2026 - DB - Writes start and end records to the job-step ledger
*>              (job_ledger.dat).

identification division.
program-id. reconcileRuns.
    select reconcileFile assign to "reconcile_report.txt"
        organization is line sequential
        file status is rcstatus.
    select jobLedger assign to "job_ledger.dat"
        organization is indexed
        access is dynamic
        record key is ledgerKey
        file status is jlstatus.

data division.
    file section.
        05 filler pic x(63).
    fd reconcileFile.
    01 reconcileRecord pic x(120).
    fd jobLedger.
    copy "jobldgr.cpy".

    working-storage section.
    01 afstatus pic x(2).
    01 editedBytePos pic zzzzzzzz9.
    01 reconcileText pic x(120).

    *>Job-step ledger (jobldgr.cpy): when this step started, which
    *>instance of it this is, and the return code it ends with
    01 jlstatus pic x(2).
    77 stepStartDate pic x(8).
    77 stepStartTime pic x(6).
    77 stepInstance pic x(4) value spaces.
    77 stepRetCode pic 9(4).

procedure division.

main.
    perform writeLedgerStart
    display "Enter directory-listing file name (one file name per line):"
    accept listingFileName
    open output reconcileFile
        when other
            move 0 to return-code
    end-evaluate
    perform writeLedgerEnd
    stop run.

    *>Walk the audit log: every logged run must still have its dated
        into reconcileText
    end-string
    write reconcileRecord from reconcileText.

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
        move runCount to ledgerRecsIn
        compute ledgerRecsOut = missingCount + orphanCount + staleCount
        move stepRetCode to ledgerRetCode
        write ledgerRecord
            invalid key rewrite ledgerRecord
        end-write
        close jobLedger
    end-if
    move stepRetCode to return-code.

moveLedgerKey.
    move stepStartDate to ledgerRunDate
    move "reconcileRuns" to ledgerStep
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
