>>SOURCE FORMAT FREE
*>Domenic Bianchi
*>Batch-window capacity forecast, run in the evening against the
*>night's control file so operations learns before the night starts,
*>not at six in the morning, that it will not fit. Every entry is
*>sized the way splitBatch and textReader size it, and its processing
*>time is predicted from the run history in the audit master
*>(audit_master.dat, auditmst.cpy): the bytes per second of the
*>document's own most recent timed run, or -- for a document never
*>timed before -- the average bytes per second of every timed run on
*>file. When the control file has been split (<base>_part_NN.txt, as
*>splitBatch names the partitions) each partition is forecast as its
*>own textReader instance; otherwise the whole control file is one.
*>The longest partition is the night's forecast, and any partition
*>forecast past the batch window -- BATCH-WINDOW= minutes in the same
*>run-parameter file that drives textReader, or asked for at the
*>console -- is flagged in capacity_report.txt and on the console with
*>return code 4. Return code 4 also means some entry could not be
*>forecast at all (no timed history anywhere), so the forecast is
*>understated; 8 means the forecast could not be made.
*>
*>Modification history:
*>Oct 15/2026 - DB - Initial version.

identification division.
program-id. capacityForecast.

environment division.
    input-output section.
    file-control.
    select controlFile assign to dynamic controlFileName
        organization is line sequential
        file status is cfstatus.
    select partFile assign to dynamic partFileName
        organization is line sequential
        file status is ptstatus.
    select parmFile assign to dynamic parmFileName
        organization is line sequential
        file status is pfstatus.
    select auditMaster assign to "audit_master.dat"
        organization is indexed
        access is dynamic
        record key is masterKey
        file status is amstatus.
    select capacityFile assign to "capacity_report.txt"
        organization is line sequential
        file status is crstatus.
    select jobLedger assign to "job_ledger.dat"
        organization is indexed
        access is dynamic
        record key is ledgerKey
        file status is jlstatus.

data division.
    file section.
    fd controlFile.
    01 controlRecord pic x(50).
    fd partFile.
    01 partRecord pic x(50).
    fd parmFile.
    01 parmRecord pic x(80).
    fd auditMaster.
    copy "auditmst.cpy".
    fd capacityFile.
    01 capacityRecord pic x(132).
    fd jobLedger.
    copy "jobldgr.cpy".

    working-storage section.
    01 cfstatus pic x(2).
    01 ptstatus pic x(2).
    01 pfstatus pic x(2).
    01 amstatus pic x(2).
    01 crstatus pic x(2).

    77 controlFileName pic x(50).
    77 partFileName pic x(60).
    77 parmFileName pic x(50).
    77 parmKey pic x(30).
    77 parmValue pic x(50).
    77 answerText pic x(10).

    *>The batch window, in minutes; eight hours unless the run
    *>parameters or the console say otherwise
    77 windowMinutes pic 9(4) value 480.
    77 windowSecs pic 9(7)v99 value 0.

    *>Every entry of the night with its partition, size and forecast;
    *>the same 2000-entry ceiling splitBatch puts on its table
    77 entryCount pic 9(4) value 0.
    77 entryMax pic 9(4) value 2000.
    01 entryTable.
        05 entryRow occurs 2000 times.
            10 entryName pic x(50).
            10 entryPart pic 99.
            10 entryBytes pic 9(9).
            10 entryBasis pic x(1).
                88 basisHistory value "H".
                88 basisAverage value "A".
                88 basisUnknown value "U".
            10 entryRate pic 9(9)v99.
            10 entrySecs pic 9(7)v99.
    77 controlEntries pic 9(4) value 0.

    *>Per-partition totals; partition 1 is the whole night when the
    *>control file has not been split
    77 partCount pic 99 value 0.
    77 partMax pic 99 value 16.
    01 partTotals.
        05 partRow occurs 16 times.
            10 partEntries pic 9(4).
            10 partBytes pic 9(12).
            10 partSecs pic 9(9)v99.
    77 longestSecs pic 9(9)v99 value 0.
    77 overrunCount pic 99 value 0.
    77 unknownCount pic 9(4) value 0.
    77 unsizedCount pic 9(4) value 0.

    *>The control file's base name, derived the way splitBatch derives
    *>it for the partition file names
    77 workBase pic x(50).
    77 workBaseLen pic 999 value 0.

    *>Timed history across the whole master: the average rate a
    *>never-timed document is forecast at
    77 timedRuns pic 9(9) value 0.
    77 timedBytes pic 9(15) value 0.
    77 timedSecs pic 9(11)v99 value 0.
    77 averageRate pic 9(9)v99 value 0.
    77 historyRate pic 9(9)v99 value 0.

    *>CBL_CHECK_FILE_EXIST result area, as in textReader
    77 sizeName pic x(50).
    01 exSizeDetails.
        05 exSizeBytes pic x(8) comp-x.
        05 exSizeDate.
            10 exSizeDay pic x comp-x.
            10 exSizeMonth pic x comp-x.
            10 exSizeYear pic x(2) comp-x.
        05 exSizeTime.
            10 exSizeHours pic x comp-x.
            10 exSizeMinutes pic x comp-x.
            10 exSizeSeconds pic x comp-x.
            10 exSizeHSeconds pic x comp-x.
    77 exSizeRet pic 9(9) comp-5.

    77 i pic 9(4).
    77 p pic 99.
    77 todayDate pic x(8).
    77 durationSecs pic 9(9)v99.
    77 wholeSecs pic 9(9).
    77 durHours pic 9(5).
    77 hourSecs pic 9(4).
    77 durMinutes pic 99.
    77 durSecs pic 99.
    77 windowPct pic 9(5)v9.
    01 durationText.
        05 editedHours pic zzz9.
        05 filler pic x(1) value ":".
        05 editedMinutes pic 99.
        05 filler pic x(1) value ":".
        05 editedSeconds pic 99.
    01 editedPart pic 99.
    01 editedCount pic zzzz9.
    01 editedBytes pic zzzzzzzzzzz9.
    01 editedRate pic zzzzzzzz9.99.
    01 editedPct pic zzzz9.9.
    01 editedWindow pic zzz9.
    01 capacityText pic x(132).

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
    accept todayDate from date yyyymmdd
    perform getRunParameters
    compute windowSecs = windowMinutes * 60
    perform deriveControlBase
    perform loadNight
    if entryCount = 0
        display "Control file has no entries. Nothing forecast."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    open input auditMaster
    if amstatus not = "00"
        display "Could not open audit_master.dat (status " amstatus "). Nothing forecast."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    perform computeAverageRate
    move 1 to i
    perform
        until i > entryCount
        perform forecastOneEntry
        add 1 to i
    end-perform
    close auditMaster
    perform totalPartitions
    open output capacityFile
    perform writeCapacityReport
    close capacityFile
    move longestSecs to durationSecs
    perform formatDuration
    display "Night forecast (longest partition): " durationText
    if overrunCount > 0
        display "*** Forecast exceeds the " windowMinutes "-minute batch window. See capacity_report.txt ***"
    end-if
    if unknownCount > 0
        display "Entries that could not be forecast (no timed history): " unknownCount
    end-if
    display "Capacity forecast complete. See capacity_report.txt"
    if overrunCount > 0 or unknownCount > 0
        move 4 to return-code
    else
        move 0 to return-code
    end-if
    perform writeLedgerEnd
    stop run.

    *>A run-parameter file named on the command line means a scheduler
    *>is driving: the control file is its INPUT=@ line and the window
    *>its BATCH-WINDOW= line, every other key belonging to textReader.
    *>Otherwise both are asked for at the console
getRunParameters.
    accept parmFileName from command-line
    if parmFileName not = spaces
        open input parmFile
        if pfstatus not = "00"
            display "Could not open run-parameter file " parmFileName " (status " pfstatus ")."
            move 8 to return-code
            perform writeLedgerEnd
            stop run
        end-if
        perform until pfstatus = "10"
            read parmFile
                at end
                    move "10" to pfstatus
                not at end
                    perform applyOneParameter
            end-read
        end-perform
        close parmFile
        if controlFileName = spaces
            display "Run-parameter file gives no INPUT=@controlFile. Nothing forecast."
            move 8 to return-code
            perform writeLedgerEnd
            stop run
        end-if
    else
        display "Enter control file name to forecast:"
        accept parmValue
        if parmValue(1:1) = "@"
            move parmValue(2:49) to controlFileName
        else
            move parmValue to controlFileName
        end-if
        display "Enter batch window in minutes (blank for 480):"
        accept answerText
        if answerText not = spaces
            move answerText to parmValue
            perform checkBatchWindow
        end-if
    end-if.

applyOneParameter.
    move spaces to parmKey
    move spaces to parmValue
    unstring parmRecord delimited by "="
        into parmKey parmValue
    end-unstring
    evaluate parmKey
        when "INPUT"
            if parmValue(1:1) = "@"
                move parmValue(2:49) to controlFileName
            else
                display "INPUT= names a single file, not a control file; nothing to forecast."
                close parmFile
                move 8 to return-code
                perform writeLedgerEnd
                stop run
            end-if
        when "BATCH-WINDOW"
            perform checkBatchWindow
    end-evaluate.

    *>A window that can't be read is a step failure, not a value to
    *>guess at -- a guessed window is a forecast nobody can trust
checkBatchWindow.
    if function test-numval(parmValue) not = 0
        or function numval(parmValue) < 1
        or function numval(parmValue) > 1440
        display "BATCH-WINDOW must be 1-1440 minutes: " parmValue
        if parmFileName not = spaces
            close parmFile
        end-if
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    compute windowMinutes = function numval(parmValue).

    *>Strip the control file name down to its base (no extension, no
    *>trailing spaces), the way splitBatch does before naming the
    *>partition files
deriveControlBase.
    move spaces to workBase
    move controlFileName to workBase
    move 0 to workBaseLen
    move 1 to i
    perform
        until i is greater than 50
        if workBase(i:1) = "." and workBaseLen = 0
            move i to workBaseLen
        end-if
        add 1 to i
    end-perform
    if workBaseLen = 0
        move 50 to workBaseLen
        perform
            until workBaseLen = 0 or workBase(workBaseLen:1) not = space
            subtract 1 from workBaseLen
        end-perform
    else
        subtract 1 from workBaseLen
    end-if.

    *>The control file is always read, to count the night's entries.
    *>When splitBatch has split it, the partition files are read too,
    *>from _part_01 up to the first one missing, and the entries are
    *>taken from them -- but only if together they hold exactly the
    *>control file's entries; a leftover partition file from an earlier
    *>night would otherwise be forecast as work that will never run
loadNight.
    open input controlFile
    if cfstatus not = "00"
        display "Invalid control file " function trim(controlFileName) " (status " cfstatus "). Nothing forecast."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    move 1 to p
    perform until cfstatus = "10"
        read controlFile
            at end
                move "10" to cfstatus
            not at end
                if controlRecord not = spaces
                    add 1 to controlEntries
                    perform loadOneEntry
                end-if
        end-read
    end-perform
    close controlFile
    move 1 to partCount
    move 1 to p
    perform buildPartFileName
    open input partFile
    if ptstatus = "00"
        close partFile
        move 0 to entryCount
        move 0 to unsizedCount
        move 0 to partCount
        perform
            until ptstatus not = "00" or partCount >= partMax
            add 1 to partCount
            move partCount to p
            perform loadOnePartition
            add 1 to p
            perform buildPartFileName
            open input partFile
            if ptstatus = "00"
                close partFile
            end-if
        end-perform
        if entryCount not = controlEntries
            move controlEntries to editedCount
            display "Partition files hold " entryCount " entries but " function trim(controlFileName)
                " holds " editedCount "; re-run splitBatch. Nothing forecast."
            move 8 to return-code
            perform writeLedgerEnd
            stop run
        end-if
    end-if.

buildPartFileName.
    move p to editedPart
    move spaces to partFileName
    string
        workBase(1:workBaseLen) delimited by size
        "_part_" delimited by size
        editedPart delimited by size
        ".txt" delimited by size
        into partFileName
    end-string.

loadOnePartition.
    open input partFile
    if ptstatus not = "00"
        display "Could not open partition file " function trim(partFileName) " (status " ptstatus "). Nothing forecast."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    perform until ptstatus = "10"
        read partFile
            at end
                move "10" to ptstatus
            not at end
                if partRecord not = spaces
                    move partRecord to controlRecord
                    perform loadOneEntry
                end-if
        end-read
    end-perform
    close partFile.

loadOneEntry.
    if entryCount >= entryMax
        display "Night holds more than " entryMax " entries. Nothing forecast."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    add 1 to entryCount
    move controlRecord to entryName(entryCount)
    move p to entryPart(entryCount)
    move controlRecord to sizeName
    call "CBL_CHECK_FILE_EXIST" using sizeName exSizeDetails
        returning exSizeRet
    if exSizeRet = 0
        move exSizeBytes to entryBytes(entryCount)
    else
        move 0 to entryBytes(entryCount)
        add 1 to unsizedCount
    end-if
    move "U" to entryBasis(entryCount)
    move 0 to entryRate(entryCount)
    move 0 to entrySecs(entryCount).

    *>One pass over the whole master for the average rate of every
    *>timed run. A run with no time recorded -- a resume, a run from
    *>before times were kept, a file too small to register on the
    *>clock -- says nothing about speed and is left out
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
                add 1 to timedRuns
                add masterBytes to timedBytes
                add masterElapsed to timedSecs
            end-if
        end-if
        perform readNextMaster
    end-perform
    if timedSecs > 0
        compute averageRate rounded = timedBytes / timedSecs
    end-if.

    *>The document's own latest timed run is the best guide to how
    *>long it takes per byte (heavy-concordance documents are slow on
    *>every night); its runs sit together in key order, oldest first,
    *>so the last timed one read is the latest
forecastOneEntry.
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
    move "00" to amstatus
    evaluate true
        when historyRate > 0
            move "H" to entryBasis(i)
            move historyRate to entryRate(i)
        when averageRate > 0
            move "A" to entryBasis(i)
            move averageRate to entryRate(i)
        when other
            move "U" to entryBasis(i)
            move 0 to entryRate(i)
            add 1 to unknownCount
    end-evaluate
    if entryRate(i) > 0
        compute entrySecs(i) rounded = entryBytes(i) / entryRate(i)
    end-if.

    *>Each partition runs its entries one after another, so its
    *>forecast is their sum; the partitions run side by side, so the
    *>night's is the longest of them
totalPartitions.
    initialize partTotals
    move 1 to i
    perform
        until i > entryCount
        move entryPart(i) to p
        add 1 to partEntries(p)
        add entryBytes(i) to partBytes(p)
        add entrySecs(i) to partSecs(p)
        add 1 to i
    end-perform
    move 0 to longestSecs
    move 0 to overrunCount
    move 1 to p
    perform
        until p > partCount
        if partSecs(p) > longestSecs
            move partSecs(p) to longestSecs
        end-if
        if partSecs(p) > windowSecs
            add 1 to overrunCount
        end-if
        add 1 to p
    end-perform.

writeCapacityReport.
    move spaces to capacityText
    string
        "CAPACITY FORECAST - " delimited by size
        function trim(controlFileName) delimited by size
        " - " delimited by size
        todayDate delimited by size
        into capacityText
    end-string
    write capacityRecord from capacityText
    move windowSecs to durationSecs
    perform formatDuration
    move windowMinutes to editedWindow
    move spaces to capacityText
    string
        "BATCH WINDOW: " delimited by size
        function trim(editedWindow) delimited by size
        " MINUTES (" delimited by size
        function trim(durationText) delimited by size
        ")" delimited by size
        into capacityText
    end-string
    write capacityRecord from capacityText
    move timedRuns to editedBytes
    move averageRate to editedRate
    move spaces to capacityText
    string
        "TIMED RUNS ON FILE: " delimited by size
        function trim(editedBytes) delimited by size
        "   AVERAGE BYTES/SEC: " delimited by size
        function trim(editedRate) delimited by size
        into capacityText
    end-string
    write capacityRecord from capacityText
    move spaces to capacityRecord
    write capacityRecord
    *>Each heading is laid at the columns writeEntryRow and
    *>writePartitionRow use, right-aligned over the figures beneath it
    move spaces to capacityText
    move "PT" to capacityText(1:2)
    move "FILE NAME" to capacityText(4:9)
    move "BYTES" to capacityText(51:5)
    move "BASIS" to capacityText(58:5)
    move "BYTES/SEC" to capacityText(69:9)
    move "FORECAST" to capacityText(81:8)
    write capacityRecord from capacityText
    move 1 to i
    perform
        until i > entryCount
        perform writeEntryRow
        add 1 to i
    end-perform
    move spaces to capacityRecord
    write capacityRecord
    move spaces to capacityText
    move "PT" to capacityText(1:2)
    move "ENTRIES" to capacityText(5:7)
    move "BYTES" to capacityText(21:5)
    move "FORECAST" to capacityText(30:8)
    move "% WINDOW" to capacityText(40:8)
    write capacityRecord from capacityText
    move 1 to p
    perform
        until p > partCount
        perform writePartitionRow
        add 1 to p
    end-perform
    move spaces to capacityRecord
    write capacityRecord
    move longestSecs to durationSecs
    perform formatDuration
    move spaces to capacityText
    string
        "NIGHT FORECAST (LONGEST PARTITION): " delimited by size
        function trim(durationText) delimited by size
        into capacityText
    end-string
    write capacityRecord from capacityText
    if overrunCount > 0
        move "*** FORECAST EXCEEDS THE BATCH WINDOW ***" to capacityRecord
    else
        move "FORECAST FITS THE BATCH WINDOW" to capacityRecord
    end-if
    write capacityRecord
    if unknownCount > 0
        move unknownCount to editedCount
        move spaces to capacityText
        string
            "ENTRIES NOT FORECAST (NO TIMED HISTORY) - FORECAST UNDERSTATED: " delimited by size
            function trim(editedCount) delimited by size
            into capacityText
        end-string
        write capacityRecord from capacityText
    end-if
    if unsizedCount > 0
        move unsizedCount to editedCount
        move spaces to capacityText
        string
            "ENTRIES THAT COULD NOT BE SIZED (FORECAST AT ZERO): " delimited by size
            function trim(editedCount) delimited by size
            into capacityText
        end-string
        write capacityRecord from capacityText
    end-if.

writeEntryRow.
    move spaces to capacityText
    move entryPart(i) to editedPart
    move editedPart to capacityText(1:2)
    move entryName(i) to capacityText(4:40)
    move entryBytes(i) to editedBytes
    move editedBytes to capacityText(44:12)
    evaluate true
        when basisHistory(i)
            move "HISTORY" to capacityText(58:7)
        when basisAverage(i)
            move "AVERAGE" to capacityText(58:7)
        when other
            move "UNKNOWN" to capacityText(58:7)
    end-evaluate
    if not basisUnknown(i)
        move entryRate(i) to editedRate
        move editedRate to capacityText(66:12)
        move entrySecs(i) to durationSecs
        perform formatDuration
        move durationText to capacityText(79:10)
    end-if
    write capacityRecord from capacityText.

writePartitionRow.
    move spaces to capacityText
    move p to editedPart
    move editedPart to capacityText(1:2)
    move partEntries(p) to editedCount
    move editedCount to capacityText(7:5)
    move partBytes(p) to editedBytes
    move editedBytes to capacityText(14:12)
    move partSecs(p) to durationSecs
    perform formatDuration
    move durationText to capacityText(28:10)
    compute windowPct rounded = partSecs(p) * 100 / windowSecs
    move windowPct to editedPct
    move editedPct to capacityText(41:7)
    if partSecs(p) > windowSecs
        move "OVERRUN" to capacityText(50:7)
    end-if
    write capacityRecord from capacityText.

    *>Seconds as hours:minutes:seconds, hours left open-ended since a
    *>badly overrun partition can run past a day
formatDuration.
    compute wholeSecs rounded = durationSecs
    divide wholeSecs by 3600 giving durHours remainder hourSecs
    divide hourSecs by 60 giving durMinutes remainder durSecs
    move durHours to editedHours
    move durMinutes to editedMinutes
    move durSecs to editedSeconds.

readNextMaster.
    read auditMaster next
        at end move "10" to amstatus
    end-read.

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
        if stepRetCode < 8
            compute ledgerRecsOut = entryCount - unknownCount
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
    move "capacityForecast" to ledgerStep
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
