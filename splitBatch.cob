*>(it may have been deleted since the control file was built) is
*>assigned anyway at size zero, so textReader still reports it as a
*>skipped entry instead of it vanishing from the night's accounting.
*>Asked to balance by time instead, it weighs each entry by its
*>predicted processing time from the audit master's run history (the
*>way capacityForecast forecasts the night), falling back to bytes at
*>the average rate for a document never timed before.
*>The partition files are named <base>_part_NN.txt from the control
*>file's own base name. The N textReader instances run in the SAME
*>working directory, each with a PARTITION=NN line in its run-parameter
*>Sep 02/2026 - DB - Initial version.
*>Sep 02/2026 - DB - Documented the shared-directory PARTITION=NN
*>              convention the partition instances run under.
*>Oct 15/2026 - DB - Writes start and end records to the job-step ledger
*>              (job_ledger.dat).
*>Oct 15/2026 - DB - Can balance by predicted time instead of bytes: each
*>              entry's time comes from its latest timed run in the
*>              audit master, or from its bytes at the average rate
*>              of every timed run when it has never been timed.

identification division.
program-id. splitBatch.
    select partFile assign to dynamic partFileName
        organization is line sequential
        file status is ptstatus.
    select jobLedger assign to "job_ledger.dat"
        organization is indexed
        access is dynamic
        record key is ledgerKey
        file status is jlstatus.
    select auditMaster assign to "audit_master.dat"
        organization is indexed
        access is dynamic
        record key is masterKey
        file status is amstatus.

data division.
    file section.
    01 controlRecord pic x(50).
    fd partFile.
    01 partRecord pic x(50).
    fd jobLedger.
    copy "jobldgr.cpy".
    fd auditMaster.
    copy "auditmst.cpy".

    working-storage section.
    01 cfstatus pic x(2).
    01 ptstatus pic x(2).
    01 amstatus pic x(2).

    77 controlFileName pic x(50).
    77 partFileName pic x(60).
    77 partCountText pic x(4).
    77 partCount pic 99 value 0.
    77 partMax pic 99 value 16.
    77 balanceText pic x(1).
    77 balanceBy pic x(1) value "B".
        88 balanceByBytes value "B".
        88 balanceByTime value "T".

    *>Every control entry with its size and assigned partition; the
    *>same 2000-entry ceiling reconcileRuns puts on its run table.
    *>The weight is what the deal balances: the bytes, or the
    *>predicted seconds when balancing by time
    77 entryCount pic 9(4) value 0.
    77 entryMax pic 9(4) value 2000.
    01 entryTable.
            10 entryName pic x(50).
            10 entryBytes pic 9(9).
            10 entryPart pic 99.
            10 entryWeight pic 9(9)v99.
    01 entryTemp.
        05 entryNameTemp pic x(50).
        05 entryBytesTemp pic 9(9).
        05 entryPartTemp pic 99.
        05 entryWeightTemp pic 9(9)v99.

    *>Running byte and weight totals per partition, for the greedy deal
    01 partTotals.
        05 partBytes occurs 16 times pic 9(12).
    01 partWeights.
        05 partWeight occurs 16 times pic 9(12)v99.
    01 partCounts.
        05 partEntries occurs 16 times pic 9(4).

    *>Run history for balancing by time (see capacityForecast, which
    *>forecasts the night the same way): a document's own latest
    *>bytes per second, else the average of every timed run
    77 timedBytes pic 9(15) value 0.
    77 timedSecs pic 9(11)v99 value 0.
    77 averageRate pic 9(9)v99 value 0.
    77 historyRate pic 9(9)v99 value 0.
    77 timedEntries pic 9(4) value 0.
    77 averagedEntries pic 9(4) value 0.
    01 editedSecs pic zzzzzzzz9.

    *>The control file's base name, derived the way textReader's
    *>buildBaseFileName derives one
    77 workBase pic x(50).
    01 editedBytes pic zzzzzzzzzzz9.
    01 editedPart pic 99.

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
    display "Enter control file name to split:"
    accept controlFileName
    display "Enter number of partitions (2-16):"
    if function test-numval(partCountText) not = 0
        display "Partition count must be numeric. Nothing split."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    compute partCount = function numval(partCountText)
    if partCount < 2 or partCount > partMax
        display "Partition count must be 2-16. Nothing split."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    display "Balance partitions by (B=input bytes, T=predicted time from run history; blank for B):"
    accept balanceText
    move function upper-case(balanceText) to balanceText
    evaluate balanceText
        when space
        when "B"
            move "B" to balanceBy
        when "T"
            move "T" to balanceBy
        when other
            display "Balance must be B or T. Nothing split."
            move 8 to return-code
            perform writeLedgerEnd
            stop run
    end-evaluate
    perform loadControlEntries
    if entryCount = 0
        display "Control file has no entries. Nothing split."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    if balanceByTime
        perform weighEntriesByTime
    end-if
    perform sortEntriesBySize
    perform assignPartitions
    perform deriveControlBase
    perform writePartitionFiles
    perform printSplitSummary
    move 0 to return-code
    perform writeLedgerEnd
    stop run.

loadControlEntries.
    if cfstatus not = "00"
        display "Invalid control file. Please input the name of a valid control file."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    perform until cfstatus = "10"
        display "Control file holds more than " entryMax " entries. Nothing split."
        close controlFile
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    add 1 to entryCount
        move 0 to entryBytes(entryCount)
        add 1 to unsizedCount
    end-if
    move entryBytes(entryCount) to entryWeight(entryCount)
    move 0 to entryPart(entryCount).

    *>Heavy-concordance documents take far longer per byte than plain
    *>ones, so bytes alone leave one partition running long after its
    *>siblings. Each entry's weight becomes its predicted seconds: its
    *>bytes at the rate of its own latest timed run, or -- never timed
    *>-- at the average rate of every timed run. With no timed history
    *>at all (or no master to read it from) there is nothing to
    *>predict with, and the deal stays by bytes
weighEntriesByTime.
    open input auditMaster
    if amstatus not = "00"
        display "Could not open audit_master.dat (status " amstatus "); balancing by bytes."
        move "B" to balanceBy
    else
        perform computeAverageRate
        if averageRate = 0
            display "No timed runs in the audit master yet; balancing by bytes."
            move "B" to balanceBy
        else
            move 1 to i
            perform
                until i > entryCount
                perform weighOneEntry
                add 1 to i
            end-perform
        end-if
        close auditMaster
    end-if.

    *>A run with no time recorded -- a resume, a run from before times
    *>were kept, a file too small to register on the clock -- says
    *>nothing about speed and is left out
computeAverageRate.
    move low-values to masterKey
    start auditMaster key is greater than or equal to masterKey
        invalid key move "23" to amstatus
    end-start
    if amstatus = "00"
        perform readNextMaster
    end-if
    perform
        until amstatus not = "00"
        if masterBytesSec numeric and masterElapsed numeric
            and masterBytes numeric
            if masterBytesSec > 0
                add masterBytes to timedBytes
                add masterElapsed to timedSecs
            end-if
        end-if
        perform readNextMaster
    end-perform
    if timedSecs > 0
        compute averageRate rounded = timedBytes / timedSecs
    end-if.

    *>A document's runs sit together in key order, oldest first, so
    *>the last timed one read is its latest
weighOneEntry.
    move 0 to historyRate
    move spaces to masterKey
    move entryName(i) to masterFileName
    move low-values to masterRunDate
    move low-values to masterRunTime
    move "00" to amstatus
    start auditMaster key is greater than or equal to masterKey
        invalid key move "23" to amstatus
    end-start
    if amstatus = "00"
        perform readNextMaster
    end-if
    perform
        until amstatus not = "00" or masterFileName not = entryName(i)
        if masterBytesSec numeric
            if masterBytesSec > 0
                move masterBytesSec to historyRate
            end-if
        end-if
        perform readNextMaster
    end-perform
    if historyRate > 0
        compute entryWeight(i) rounded = entryBytes(i) / historyRate
        add 1 to timedEntries
    else
        compute entryWeight(i) rounded = entryBytes(i) / averageRate
        add 1 to averagedEntries
    end-if.

readNextMaster.
    read auditMaster next
        at end move "10" to amstatus
    end-read.

    *>Selection sort into descending weight, the same way textReader
    *>orders its concordance: dealing the big files out first is what
    *>keeps the partitions' totals close together
sortEntriesBySize.
    move 1 to i
    perform
        add 1 to j
        perform
            until j > entryCount
            if entryWeight(j) > entryWeight(i)
                move entryRow(i) to entryTemp
                move entryRow(j) to entryRow(i)
                move entryTemp to entryRow(j)
    *>partition is lightest at that moment
assignPartitions.
    initialize partTotals
    initialize partWeights
    initialize partCounts
    move 1 to i
    perform
        move 2 to p
        perform
            until p > partCount
            if partWeight(p) < partWeight(bestPart)
                move p to bestPart
            end-if
            add 1 to p
        end-perform
        move bestPart to entryPart(i)
        add entryBytes(i) to partBytes(bestPart)
        add entryWeight(i) to partWeight(bestPart)
        add 1 to partEntries(bestPart)
        add 1 to i
    end-perform.
    if ptstatus not = "00"
        display "Could not open partition file " function trim(partFileName) " (status " ptstatus "). Nothing more split."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    move 1 to i
    close partFile
    move partEntries(p) to editedCount
    move partBytes(p) to editedBytes
    if balanceByTime
        compute editedSecs rounded = partWeight(p)
        display "Partition " editedPart ": " function trim(partFileName)
            " entries " editedCount " bytes " editedBytes
            " predicted seconds " editedSecs
    else
        display "Partition " editedPart ": " function trim(partFileName)
            " entries " editedCount " bytes " editedBytes
    end-if.

printSplitSummary.
    move entryCount to editedCount
    if unsizedCount > 0
        move unsizedCount to editedCount
        display "Entries that could not be sized (assigned at zero bytes): " editedCount
    end-if
    if balanceByTime
        move timedEntries to editedCount
        display "Entries predicted from their own timed runs: " editedCount
        move averagedEntries to editedCount
        display "Entries never timed (predicted at the average rate): " editedCount
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
        move entryCount to ledgerRecsIn
        if stepRetCode = 0
            move entryCount to ledgerRecsOut
        else
            move 0 to ledgerRecsOut
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
    move "splitBatch" to ledgerStep
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
