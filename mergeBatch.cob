*>              working directory via the PARTITION= parameter
*>              instead of running in separate directories that cut
*>              them off from every shared indexed file.
*>Oct 15/2026 - DB - The merged feed's control record is registered with
*>              empty replaced-by and replaces pointers (set by feedRegen).
*>Oct 15/2026 - DB - Writes start and end records to the job-step ledger
*>              (job_ledger.dat).

identification division.
program-id. mergeBatch.
        access is dynamic
        record key is feedCtlKey
        file status is fcstatus.
    select jobLedger assign to "job_ledger.dat"
        organization is indexed
        access is dynamic
        record key is ledgerKey
        file status is jlstatus.

data division.
    file section.
    01 mergedTrailerRecord pic x(34).
    fd feedControl.
    copy "feedctl.cpy".
    fd jobLedger.
    copy "jobldgr.cpy".

    working-storage section.
    01 lfstatus pic x(2).
    01 editedBatchCount pic zzzzz9.
    01 editedParts pic zzz9.

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
    display "Enter listing file of partition batch summaries (one name per line):"
    accept summaryListName
    display "Enter listing file of partition feed files (one name per line):"
            move 0 to return-code
        end-if
    end-if
    perform writeLedgerEnd
    stop run.

openMergedSummary.
    if bsstatus not = "00"
        display "Could not open merged summary " batchSummaryName " (status " bsstatus ")."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    move "BATCH RUN SUMMARY" to batchSummaryRecord
    if lfstatus not = "00"
        display "Could not open summary listing " listingFileName " (status " lfstatus ")."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    perform until lfstatus = "10"
    if mfstatus not = "00"
        display "Could not open merged feed " mergedFeedName " (status " mfstatus ")."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if.

    if lfstatus not = "00"
        display "Could not open feed listing " listingFileName " (status " lfstatus ")."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    perform until lfstatus = "10"
        move mergedHashChars to feedCtlHashChars
        move "SENT" to feedCtlState
        move spaces to feedCtlAckDate
        move spaces to feedCtlReplacedBy
        move spaces to feedCtlReplaces
        write feedCtlRecord
            invalid key rewrite feedCtlRecord
        end-write
        move feedsMissing to editedParts
        display "Partition feeds missing:     " editedParts
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
        move mTotal to ledgerRecsIn
        move mergedCount to ledgerRecsOut
        move stepRetCode to ledgerRetCode
        write ledgerRecord
            invalid key rewrite ledgerRecord
        end-write
        close jobLedger
    end-if
    move stepRetCode to return-code.

moveLedgerKey.
    move stepStartDate to ledgerRunDate
    move "mergeBatch" to ledgerStep
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
