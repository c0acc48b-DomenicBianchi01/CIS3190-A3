*>
*>Modification history:
*>Aug 21/2026 - DB - Initial version.
*>Oct 15/2026 - DB - Writes start and end records to the job-step ledger
*>              (job_ledger.dat).

identification division.
program-id. auditArchive.
    select keepFile assign to "audit_log.tmp"
        organization is line sequential
        file status is kpstatus.
    select jobLedger assign to "job_ledger.dat"
        organization is indexed
        access is dynamic
        record key is ledgerKey
        file status is jlstatus.

data division.
    file section.
    01 archiveRecord pic x(108).
    fd keepFile.
    01 keepRecord pic x(108).
    fd jobLedger.
    copy "jobldgr.cpy".

    working-storage section.
    01 afstatus pic x(2).
    01 editedKept pic zzzzz9.
    01 editedFiles pic zzz9.

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
    perform getRetention
    perform openLog
    if logAvailable
    *>CBL_DELETE_FILE leaves its own result in RETURN-CODE, so a run
    *>that got this far must end zero deliberately
    move 0 to return-code
    perform writeLedgerEnd
    stop run.

    *>Ask for the retention period and work out the cutoff date; a
    if function test-numval(retentionText) not = 0
        display "Retention period must be numeric. Nothing archived."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    compute retentionDays = function numval(retentionText)
        if arstatus not = "00"
            display "Could not open " archiveFileName " (status " arstatus "). Stopping before any records are lost."
            move 8 to return-code
            perform writeLedgerEnd
            stop run
        end-if
        move "Y" to archiveOpen
    display "  Records archived: " editedArchived
    display "  Records kept:     " editedKept
    display "  Archive files written: " editedFiles.

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
        move recordsRead to ledgerRecsIn
        move recordsArchived to ledgerRecsOut
        move stepRetCode to ledgerRetCode
        write ledgerRecord
            invalid key rewrite ledgerRecord
        end-write
        close jobLedger
    end-if
    move stepRetCode to return-code.

moveLedgerKey.
    move stepStartDate to ledgerRunDate
    move "auditArchive" to ledgerStep
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
