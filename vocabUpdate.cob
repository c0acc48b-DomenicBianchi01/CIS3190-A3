*>
*>Modification history:
*>Sep 02/2026 - DB - Initial version.
*>Oct 15/2026 - DB - Writes start and end records to the job-step ledger
*>              (job_ledger.dat).

identification division.
program-id. vocabUpdate.
        access is dynamic
        record key is vocabXrefKey
        file status is vxstatus.
    select jobLedger assign to "job_ledger.dat"
        organization is indexed
        access is dynamic
        record key is ledgerKey
        file status is jlstatus.

data division.
    file section.
    copy "vocabmst.cpy".
    fd vocabXref.
    copy "vocabxrf.cpy".
    fd jobLedger.
    copy "jobldgr.cpy".

    working-storage section.
    01 kfstatus pic x(2).
    01 editedFiles pic zzzzz9.
    01 editedTerms pic zzzzzzzz9.

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
    display "Enter concordance file name (or @controlFileName to roll a list):"
    accept answerName
    if answerName(1:1) = "@"
    display "Skipped (unparseable or already rolled): " editedFiles
    display "Term rows applied: " editedTerms
    move 0 to return-code
    perform writeLedgerEnd
    stop run.

    *>Only a master or cross-reference that does not exist yet (status
    if vmstatus not = "00"
        display "Could not open vocab_master.dat (status " vmstatus ")."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    open i-o vocabXref
        display "Could not open vocab_xref.dat (status " vxstatus ")."
        close vocabMaster
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if.

            rewrite vocabRecord
    end-read
    add 1 to termsRolled.

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
        compute ledgerRecsIn = filesRolled + filesSkipped
        move termsRolled to ledgerRecsOut
        move stepRetCode to ledgerRetCode
        write ledgerRecord
            invalid key rewrite ledgerRecord
        end-write
        close jobLedger
    end-if
    move stepRetCode to return-code.

moveLedgerKey.
    move stepStartDate to ledgerRunDate
    move "vocabUpdate" to ledgerStep
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
