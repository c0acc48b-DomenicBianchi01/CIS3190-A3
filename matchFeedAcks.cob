*>
*>Modification history:
*>Sep 02/2026 - DB - Initial version.
*>Oct 15/2026 - DB - An acknowledgment for a feed feedRegen has since
*>              SUPERSEDED is reported against its replacement and
*>              counted, not matched -- the resend is the feed of record.
*>Oct 15/2026 - DB - Writes start and end records to the job-step ledger
*>              (job_ledger.dat).

identification division.
program-id. matchFeedAcks.
    select ackReportFile assign to "feed_ack_report.txt"
        organization is line sequential
        file status is arstatus.
    select jobLedger assign to "job_ledger.dat"
        organization is indexed
        access is dynamic
        record key is ledgerKey
        file status is jlstatus.

data division.
    file section.
    copy "feedrec.cpy".
    fd ackReportFile.
    01 ackReportRecord pic x(120).
    fd jobLedger.
    copy "jobldgr.cpy".

    working-storage section.
    01 akstatus pic x(2).
    77 countMismatches pic 9(6) value 0.
    77 hashMismatches pic 9(6) value 0.
    77 unknownFeeds pic 9(6) value 0.
    77 supersededAcks pic 9(6) value 0.
    77 overdueFeeds pic 9(6) value 0.

    01 editedCount pic zzzzz9.
    01 ackReportText pic x(120).

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
    display "Enter acknowledgment file name:"
    accept ackFileName
    display "Enter days a feed may wait unacknowledged before it is overdue:"
    if function test-numval(ageDaysText) not = 0
        display "Days must be numeric. Nothing matched."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    compute ageDays = function numval(ageDaysText)
    end-if
    display "Acknowledgment matching complete. See feed_ack_report.txt"
    if countMismatches > 0 or hashMismatches > 0
        or unknownFeeds > 0 or overdueFeeds > 0 or supersededAcks > 0
        move 8 to return-code
    else
        move 0 to return-code
    end-if
    perform writeLedgerEnd
    stop run.

    *>Only a control file that does not exist yet (status 35) gets
    if fcstatus not = "00"
        display "Could not open feed_control.dat (status " fcstatus ")."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    move "Y" to haveControl.
        end-string
        write ackReportRecord from ackReportText
    else
        if feedCtlState = "SUPERSEDED"
            perform reportSupersededAck
        else
            perform judgeAck
        end-if
    end-if.

    *>A superseded feed's state and totals are the evidence of why it
    *>was replaced; an acknowledgment arriving for it afterwards (the
    *>receiving system loading the bad copy late, or twice) must not
    *>overwrite that, and must not pass for an acknowledgment of the
    *>resend -- it is reported so someone confirms what was loaded
reportSupersededAck.
    add 1 to supersededAcks
    move spaces to ackReportText
    string
        "  " delimited by size
        function trim(ackFeedName) delimited by size
        " SUPERSEDED by " delimited by size
        function trim(feedCtlReplacedBy) delimited by size
        " -- acknowledgment not applied" delimited by size
        into ackReportText
    end-string
    write ackReportRecord from ackReportText.

judgeAck.
    evaluate true
        when ackCount not = feedCtlCount
            move "COUNT-MISMATCH" to feedCtlState
            add 1 to countMismatches
        when ackHashWords not = feedCtlHashWords
            or ackHashChars not = feedCtlHashChars
            move "HASH-MISMATCH" to feedCtlState
            add 1 to hashMismatches
        when other
            move "ACKNOWLEDGED" to feedCtlState
            add 1 to acksMatched
    end-evaluate
    move todayDate to feedCtlAckDate
    rewrite feedCtlRecord
    move spaces to ackReportText
    string
        "  " delimited by size
        function trim(ackFeedName) delimited by size
        " " delimited by size
        feedCtlState delimited by size
        into ackReportText
    end-string
    write ackReportRecord from ackReportText.

findControlRecord.
    move "N" to ctlFound
    move ackFeedName to feedCtlName
        move feedTrlHashChars to feedCtlHashChars
        move "SENT" to feedCtlState
        move spaces to feedCtlAckDate
        move spaces to feedCtlReplacedBy
        move spaces to feedCtlReplaces
        write feedCtlRecord
            invalid key rewrite feedCtlRecord
        end-write
    move unknownFeeds to editedCount
    move "UNKNOWN FEEDS:          " to ackReportText(1:24)
    perform writeOneAckTotal
    move supersededAcks to editedCount
    move "FOR SUPERSEDED FEEDS:   " to ackReportText(1:24)
    perform writeOneAckTotal
    move overdueFeeds to editedCount
    move "OVERDUE (STILL SENT):   " to ackReportText(1:24)
    perform writeOneAckTotal.
    move editedCount to ackReportText(25:6)
    write ackReportRecord from ackReportText
    move spaces to ackReportText.

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
        move acksRead to ledgerRecsIn
        move acksMatched to ledgerRecsOut
        move stepRetCode to ledgerRetCode
        write ledgerRecord
            invalid key rewrite ledgerRecord
        end-write
        close jobLedger
    end-if
    move stepRetCode to return-code.

moveLedgerKey.
    move stepStartDate to ledgerRunDate
    move "matchFeedAcks" to ledgerStep
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
