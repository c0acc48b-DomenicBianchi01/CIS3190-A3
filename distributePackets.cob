>>SOURCE FORMAT FREE
*>Domenic Bianchi
*>This program sorts a night's results out by owning department, so
*>nobody has to hand-sort the shared batch summary, the _violations.txt
*>reports and the review queue every morning. It runs after the batch
*>(after mergeBatch, on a partitioned night), reads that night's
*>batch_summary_<date>.txt, and resolves every entry's owner from the
*>document-owner master (doc_owner.dat, docowner.cpy, maintained by
*>ownerMaint) -- exact file name first, then the first covering
*>trailing-"*" pattern, the way textReader resolves a standards
*>profile. Each department gets one packet file,
*>packet_<department>_<date>.txt, holding its documents from that
*>night with their outcome and PASS/FAIL verdict, the restricted-term
*>findings from each one's _violations.txt report, the ones skipped as
*>duplicates or flagged as near-duplicates, and every OPEN review-queue
*>item (review_queue.dat, rvwq.cpy) still waiting on one of its
*>documents. A document, or an OPEN item, that no owner covers goes to
*>unassigned_<date>.txt instead, so nothing falls through the sort;
*>any entry there ends the step with a warning code, and the step
*>writes start and end records to the job-step ledger like the rest of
*>the night.
*>
*>Modification history:
*>Oct 15/2026 - DB - Initial version.
*>Oct 15/2026 - DB - Packets carry the standards-profile version after
*>              each verdict, as the batch summary now does.

identification division.
program-id. distributePackets.

environment division.
    input-output section.
    file-control.
    select summaryFile assign to dynamic summaryFileName
        organization is line sequential
        file status is bsstatus.
    select ownerFile assign to "doc_owner.dat"
        organization is indexed
        access is dynamic
        record key is ownerKey
        file status is owstatus.
    select auditMaster assign to "audit_master.dat"
        organization is indexed
        access is dynamic
        record key is masterKey
        file status is amstatus.
    select reviewQueue assign to "review_queue.dat"
        organization is indexed
        access is dynamic
        record key is reviewKey
        file status is rqstatus.
    select violationsFile assign to dynamic violationsFileName
        organization is line sequential
        file status is vfstatus.
    select packetFile assign to dynamic packetFileName
        organization is line sequential
        file status is pkstatus.
    select jobLedger assign to "job_ledger.dat"
        organization is indexed
        access is dynamic
        record key is ledgerKey
        file status is jlstatus.

data division.
    file section.
    fd summaryFile.
    01 summaryRecord pic x(100).
    fd ownerFile.
    copy "docowner.cpy".
    fd auditMaster.
    copy "auditmst.cpy".
    fd reviewQueue.
    copy "rvwq.cpy".
    fd violationsFile.
    01 violationsRecord pic x(120).
    fd packetFile.
    01 packetRecord pic x(130).
    fd jobLedger.
    copy "jobldgr.cpy".

    working-storage section.
    01 bsstatus pic x(2).
    01 owstatus pic x(2).
    01 amstatus pic x(2).
    01 rqstatus pic x(2).
    01 vfstatus pic x(2).
    01 pkstatus pic x(2).

    77 batchDate pic x(8).
    77 summaryFileName pic x(60).
    77 violationsFileName pic x(60).
    77 packetFileName pic x(60).

    77 haveOwners pic x(1) value "N".
        88 ownersAvailable value "Y".
    77 haveMaster pic x(1) value "N".
        88 masterAvailable value "Y".
    77 haveQueue pic x(1) value "N".
        88 queueAvailable value "Y".

    *>What section of the batch summary the read loop is inside: its
    *>two header lines, its entry lines, or its totals block (entry
    *>lines end at the first blank line), as mergeBatch reads it
    77 summaryLineNo pic 9(4) value 0.
    77 inTotals pic x(1) value "N".
        88 pastEntries value "Y".

    *>The night's entries with their owners, the same 2000-entry
    *>ceiling splitBatch and reconcileRuns put on their tables
    77 docMax pic 9(4) value 2000.
    77 docCount pic 9(4) value 0.
    77 docDropped pic 9(4) value 0.
    01 docTable.
        05 docRow occurs 2000 times.
            10 docName pic x(50).
            10 docOutcome pic x(25).
            10 docVerdict pic x(10).
            10 docNote pic x(14).
            10 docRunDate pic x(8).
            10 docDept pic x(20).
            10 docContact pic x(40).

    *>Every OPEN review item, whatever night it was flagged, with the
    *>owner of its document
    77 itemMax pic 9(4) value 2000.
    77 itemCount pic 9(4) value 0.
    77 itemDropped pic 9(4) value 0.
    01 itemTable.
        05 itemRow occurs 2000 times.
            10 itemFileName pic x(50).
            10 itemRunDate pic x(8).
            10 itemReason pic x(12).
            10 itemDept pic x(20).

    *>The departments that get a packet tonight
    77 deptMax pic 9(3) value 100.
    77 deptCount pic 9(3) value 0.
    77 deptDropped pic 9(4) value 0.
    01 deptTable.
        05 deptName occurs 100 times pic x(20).
    77 currentDept pic x(20).
    77 deptFileWork pic x(20).
    77 deptLen pic 99.

    *>Owner resolution, the way textReader's checkCompliance and
    *>findProfilePattern resolve a profile
    77 resolveName pic x(50).
    77 resolvedDept pic x(20).
    77 resolvedContact pic x(40).
    77 ownerMatched pic x(1).
        88 ownerWasFound value "Y".
    77 ownerNameLen pic 99.
    77 ownerPatLen pic 99.

    *>A document's base name, derived the way textReader's
    *>buildBaseFileName derives one, for its _violations.txt name
    77 workBase pic x(50).
    77 workBaseLen pic 999 value 0.
    77 i pic 9(4).
    77 dIdx pic 9(4).
    77 xIdx pic 9(4).
    77 found pic x(1).
        88 entryFound value "Y".
    77 sectionRows pic 9(4).
    77 violationLineNo pic 9(4).

    77 docsAssigned pic 9(6) value 0.
    77 docsUnassigned pic 9(6) value 0.
    77 itemsUnassigned pic 9(6) value 0.
    77 packetsWritten pic 9(4) value 0.

    01 editedCount pic zzzzz9.
    01 packetText pic x(130).

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
    display "Enter batch date to distribute (YYYYMMDD):"
    accept batchDate
    perform loadBatchSummary
    perform openLookupFiles
    perform resolveDocuments
    perform loadOpenItems
    if ownersAvailable
        close ownerFile
    end-if
    if masterAvailable
        close auditMaster
    end-if
    if queueAvailable
        close reviewQueue
    end-if
    perform collectDepartments
    move 1 to xIdx
    perform
        until xIdx > deptCount
        move deptName(xIdx) to currentDept
        perform writeDepartmentPacket
        add 1 to xIdx
    end-perform
    perform writeUnassignedList
    move docCount to editedCount
    display "Batch entries distributed: " editedCount
    move packetsWritten to editedCount
    display "Department packets written: " editedCount
    move docsUnassigned to editedCount
    display "Documents with no owner:    " editedCount
    move itemsUnassigned to editedCount
    display "Open items with no owner:   " editedCount
    *>Entries a full table could not hold were never sorted at all,
    *>which is exactly the falling-through this step exists to stop
    if docDropped > 0 or itemDropped > 0 or deptDropped > 0
        move 8 to return-code
    else
        if docsUnassigned > 0 or itemsUnassigned > 0
            move 4 to return-code
        else
            move 0 to return-code
        end-if
    end-if
    perform writeLedgerEnd
    stop run.

loadBatchSummary.
    move spaces to summaryFileName
    string
        "batch_summary_" delimited by size
        batchDate delimited by size
        ".txt" delimited by size
        into summaryFileName
    end-string
    open input summaryFile
    if bsstatus not = "00"
        display "Could not open summary " function trim(summaryFileName) " (status " bsstatus "). Nothing distributed."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    perform until bsstatus = "10"
        read summaryFile
            at end
                move "10" to bsstatus
            not at end
                add 1 to summaryLineNo
                if summaryLineNo > 2 and not pastEntries
                    if summaryRecord = spaces
                        move "Y" to inTotals
                    else
                        perform loadOneEntry
                    end-if
                end-if
        end-read
    end-perform
    close summaryFile.

loadOneEntry.
    if docCount >= docMax
        add 1 to docDropped
    else
        add 1 to docCount
        move summaryRecord(1:40) to docName(docCount)
        move summaryRecord(43:25) to docOutcome(docCount)
        move summaryRecord(70:10) to docVerdict(docCount)
        move summaryRecord(81:14) to docNote(docCount)
        move batchDate to docRunDate(docCount)
        move spaces to docDept(docCount)
        move spaces to docContact(docCount)
    end-if.

    *>Without an owner file every document is unassigned, which the
    *>exceptions list says plainly; only a file that does not exist
    *>yet (status 35) means that. The audit master (for each run's
    *>date) and the review queue are read when they are there
openLookupFiles.
    open input ownerFile
    if owstatus = "00"
        move "Y" to haveOwners
    else
        if owstatus not = "35"
            display "Could not open doc_owner.dat (status " owstatus "). Nothing distributed."
            move 8 to return-code
            perform writeLedgerEnd
            stop run
        end-if
        display "No document-owner file (doc_owner.dat); every document is unassigned."
    end-if
    open input auditMaster
    if amstatus = "00"
        move "Y" to haveMaster
    end-if
    open input reviewQueue
    if rqstatus = "00"
        move "Y" to haveQueue
    end-if.

resolveDocuments.
    move 1 to dIdx
    perform
        until dIdx > docCount
        move docName(dIdx) to resolveName
        perform resolveOwner
        move resolvedDept to docDept(dIdx)
        move resolvedContact to docContact(dIdx)
        if resolvedDept = spaces
            add 1 to docsUnassigned
        else
            add 1 to docsAssigned
        end-if
        if masterAvailable
            perform findDocRunDate
        end-if
        add 1 to dIdx
    end-perform.

    *>The run a batch entry made is the document's first run on or
    *>after the batch date (a run started after midnight carries the
    *>next day's date); its reports are named for that date
findDocRunDate.
    move docName(dIdx) to masterFileName
    move batchDate to masterRunDate
    move low-values to masterRunTime
    start auditMaster key is greater than or equal to masterKey
        invalid key move "23" to amstatus
    end-start
    if amstatus = "00"
        read auditMaster next
            at end move "10" to amstatus
        end-read
        if amstatus = "00" and masterFileName = docName(dIdx)
            move masterRunDate to docRunDate(dIdx)
        end-if
    end-if.

resolveOwner.
    move "N" to ownerMatched
    move spaces to resolvedDept
    move spaces to resolvedContact
    if ownersAvailable
        move resolveName to ownerName
        read ownerFile
            invalid key continue
            not invalid key move "Y" to ownerMatched
        end-read
        if not ownerWasFound
            perform findOwnerPattern
        end-if
        if ownerWasFound
            move ownerDept to resolvedDept
            move ownerContact to resolvedContact
        end-if
    end-if.

    *>Walk the owners for one whose trailing-"*" pattern covers this
    *>document's name; the first covering pattern in key order wins
findOwnerPattern.
    move low-values to ownerKey
    start ownerFile key is greater than or equal to ownerKey
        invalid key move "23" to owstatus
    end-start
    if owstatus = "00"
        perform readNextOwner
    end-if
    perform
        until owstatus not = "00" or ownerWasFound
        move 50 to ownerNameLen
        perform
            until ownerNameLen = 0 or ownerName(ownerNameLen:1) not = space
            subtract 1 from ownerNameLen
        end-perform
        if ownerNameLen > 0 and ownerName(ownerNameLen:1) = "*"
            compute ownerPatLen = ownerNameLen - 1
            if ownerPatLen = 0
                or resolveName(1:ownerPatLen) = ownerName(1:ownerPatLen)
                move "Y" to ownerMatched
            end-if
        end-if
        if not ownerWasFound
            perform readNextOwner
        end-if
    end-perform.

readNextOwner.
    read ownerFile next
        at end move "10" to owstatus
    end-read.

loadOpenItems.
    if queueAvailable
        move low-values to reviewKey
        start reviewQueue key is greater than or equal to reviewKey
            invalid key move "23" to rqstatus
        end-start
        if rqstatus = "00"
            perform readNextItem
        end-if
        perform
            until rqstatus not = "00"
            if reviewStatus = "O"
                perform loadOneItem
            end-if
            perform readNextItem
        end-perform
    end-if.

loadOneItem.
    if itemCount >= itemMax
        add 1 to itemDropped
    else
        add 1 to itemCount
        move reviewFileName to itemFileName(itemCount)
        move reviewRunDate to itemRunDate(itemCount)
        move reviewReason to itemReason(itemCount)
        move reviewFileName to resolveName
        perform resolveOwner
        move resolvedDept to itemDept(itemCount)
        if resolvedDept = spaces
            add 1 to itemsUnassigned
        end-if
    end-if.

readNextItem.
    read reviewQueue next
        at end move "10" to rqstatus
    end-read.

    *>Every department that owns a document from tonight or an OPEN
    *>item gets a packet, once
collectDepartments.
    move 1 to dIdx
    perform
        until dIdx > docCount
        if docDept(dIdx) not = spaces
            move docDept(dIdx) to currentDept
            perform addDepartment
        end-if
        add 1 to dIdx
    end-perform
    move 1 to dIdx
    perform
        until dIdx > itemCount
        if itemDept(dIdx) not = spaces
            move itemDept(dIdx) to currentDept
            perform addDepartment
        end-if
        add 1 to dIdx
    end-perform.

addDepartment.
    move "N" to found
    move 1 to i
    perform
        until i > deptCount or entryFound
        if deptName(i) = currentDept
            move "Y" to found
        end-if
        add 1 to i
    end-perform
    if not entryFound
        if deptCount >= deptMax
            add 1 to deptDropped
            display "More than " deptMax " departments; no packet for " function trim(currentDept)
        else
            add 1 to deptCount
            move currentDept to deptName(deptCount)
        end-if
    end-if.

    *>packet_<department>_<date>.txt, the department's blanks turned
    *>to underscores so the name is one word
writeDepartmentPacket.
    move function trim(currentDept) to deptFileWork
    move 20 to deptLen
    perform
        until deptLen = 0 or deptFileWork(deptLen:1) not = space
        subtract 1 from deptLen
    end-perform
    inspect deptFileWork(1:deptLen) replacing all space by "_"
    move spaces to packetFileName
    string
        "packet_" delimited by size
        deptFileWork(1:deptLen) delimited by size
        "_" delimited by size
        batchDate delimited by size
        ".txt" delimited by size
        into packetFileName
    end-string
    open output packetFile
    if pkstatus not = "00"
        display "Could not open packet " function trim(packetFileName) " (status " pkstatus ")"
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    move spaces to packetText
    string
        "DISTRIBUTION PACKET - " delimited by size
        function trim(currentDept) delimited by size
        " - BATCH " delimited by size
        batchDate delimited by size
        into packetText
    end-string
    write packetRecord from packetText
    perform writePacketDocuments
    perform writePacketFindings
    perform writePacketDuplicates
    perform writePacketItems
    close packetFile
    add 1 to packetsWritten.

writePacketDocuments.
    move spaces to packetRecord
    write packetRecord
    move "DOCUMENTS ANALYZED:" to packetRecord
    write packetRecord
    move "FILE NAME                                 OUTCOME                    COMPLIANCE NOTE            CONTACT" to packetRecord
    write packetRecord
    move 0 to sectionRows
    move 1 to dIdx
    perform
        until dIdx > docCount
        if docDept(dIdx) = currentDept
            perform writeDocumentRow
            add 1 to sectionRows
        end-if
        add 1 to dIdx
    end-perform
    if sectionRows = 0
        move "  (none in this batch)" to packetRecord
        write packetRecord
    end-if.

writeDocumentRow.
    move spaces to packetText
    move docName(dIdx) to packetText(1:40)
    move docOutcome(dIdx) to packetText(43:25)
    move docVerdict(dIdx) to packetText(70:10)
    move docNote(dIdx) to packetText(81:14)
    move docContact(dIdx)(1:33) to packetText(97:33)
    write packetRecord from packetText.

    *>Each analyzed document's restricted-term rows are copied from its
    *>own _violations.txt report; a document screened clean, or never
    *>screened (no dictionary, so no report), adds nothing here
writePacketFindings.
    move spaces to packetRecord
    write packetRecord
    move "RESTRICTED-TERM FINDINGS:" to packetRecord
    write packetRecord
    move 0 to sectionRows
    move 1 to dIdx
    perform
        until dIdx > docCount
        if docDept(dIdx) = currentDept
            and (docOutcome(dIdx) = "PROCESSED"
                or docOutcome(dIdx) = "RESUMED-FROM-CHECKPOINT")
            perform copyDocumentFindings
        end-if
        add 1 to dIdx
    end-perform
    if sectionRows = 0
        move "  (none)" to packetRecord
        write packetRecord
    end-if.

copyDocumentFindings.
    perform buildViolationsName
    open input violationsFile
    if vfstatus = "00"
        move 0 to violationLineNo
        perform until vfstatus = "10"
            read violationsFile
                at end
                    move "10" to vfstatus
                not at end
                    add 1 to violationLineNo
                    perform copyOneFindingLine
            end-read
        end-perform
        close violationsFile
    end-if.

    *>Line 1 is the report's title; line 2 either says nothing was
    *>found (and ends the copy) or is the column header the term rows
    *>follow
copyOneFindingLine.
    evaluate true
        when violationLineNo = 1
            continue
        when violationLineNo = 2 and violationsRecord(1:25) = "NO RESTRICTED TERMS FOUND"
            move "10" to vfstatus
        when other
            if violationLineNo = 2
                move spaces to packetText
                string
                    "  " delimited by size
                    function trim(docName(dIdx)) delimited by size
                    " (run " delimited by size
                    docRunDate(dIdx) delimited by size
                    "):" delimited by size
                    into packetText
                end-string
                write packetRecord from packetText
                add 1 to sectionRows
            end-if
            move spaces to packetText
            move violationsRecord to packetText(5:120)
            write packetRecord from packetText
    end-evaluate.

buildViolationsName.
    move spaces to workBase
    move docName(dIdx) to workBase
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
    end-if
    move spaces to violationsFileName
    if workBaseLen > 0
        string
            "out_" delimited by size
            workBase(1:workBaseLen) delimited by size
            "_" delimited by size
            docRunDate(dIdx) delimited by size
            "_violations.txt" delimited by size
            into violationsFileName
        end-string
    end-if.

writePacketDuplicates.
    move spaces to packetRecord
    write packetRecord
    move "DUPLICATES:" to packetRecord
    write packetRecord
    move 0 to sectionRows
    move 1 to dIdx
    perform
        until dIdx > docCount
        if docDept(dIdx) = currentDept
            if docOutcome(dIdx) = "SKIPPED-DUPLICATE"
                move spaces to packetText
                move docName(dIdx) to packetText(3:40)
                move "EXACT DUPLICATE OF AN EARLIER DOCUMENT (NOT ANALYZED)" to packetText(45:60)
                write packetRecord from packetText
                add 1 to sectionRows
            end-if
            if docNote(dIdx) = "NEAR-DUPLICATE"
                move spaces to packetText
                move docName(dIdx) to packetText(3:40)
                move "NEAR-DUPLICATE OF AN EARLIER DOCUMENT" to packetText(45:60)
                write packetRecord from packetText
                add 1 to sectionRows
            end-if
        end-if
        add 1 to dIdx
    end-perform
    if sectionRows = 0
        move "  (none)" to packetRecord
        write packetRecord
    end-if.

writePacketItems.
    move spaces to packetRecord
    write packetRecord
    move "OPEN REVIEW ITEMS:" to packetRecord
    write packetRecord
    move 0 to sectionRows
    move 1 to dIdx
    perform
        until dIdx > itemCount
        if itemDept(dIdx) = currentDept
            perform writeItemRow
            add 1 to sectionRows
        end-if
        add 1 to dIdx
    end-perform
    if sectionRows = 0
        move "  (none)" to packetRecord
        write packetRecord
    end-if.

writeItemRow.
    move spaces to packetText
    move itemFileName(dIdx) to packetText(3:40)
    move itemRunDate(dIdx) to packetText(45:8)
    move itemReason(dIdx) to packetText(55:12)
    write packetRecord from packetText.

    *>Everything no owner covers, so it can be claimed (and an owner
    *>added) rather than lost
writeUnassignedList.
    move spaces to packetFileName
    string
        "unassigned_" delimited by size
        batchDate delimited by size
        ".txt" delimited by size
        into packetFileName
    end-string
    open output packetFile
    if pkstatus not = "00"
        display "Could not open " function trim(packetFileName) " (status " pkstatus ")"
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    move spaces to packetText
    string
        "UNASSIGNED - NO DOCUMENT OWNER - BATCH " delimited by size
        batchDate delimited by size
        into packetText
    end-string
    write packetRecord from packetText
    if not ownersAvailable
        move "(doc_owner.dat does not exist -- no document has an owner)" to packetRecord
        write packetRecord
    end-if
    move spaces to packetRecord
    write packetRecord
    move "DOCUMENTS:" to packetRecord
    write packetRecord
    move 0 to sectionRows
    move 1 to dIdx
    perform
        until dIdx > docCount
        if docDept(dIdx) = spaces
            perform writeDocumentRow
            add 1 to sectionRows
        end-if
        add 1 to dIdx
    end-perform
    if sectionRows = 0
        move "  (none)" to packetRecord
        write packetRecord
    end-if
    move spaces to packetRecord
    write packetRecord
    move "OPEN REVIEW ITEMS:" to packetRecord
    write packetRecord
    move 0 to sectionRows
    move 1 to dIdx
    perform
        until dIdx > itemCount
        if itemDept(dIdx) = spaces
            perform writeItemRow
            add 1 to sectionRows
        end-if
        add 1 to dIdx
    end-perform
    if sectionRows = 0
        move "  (none)" to packetRecord
        write packetRecord
    end-if
    if docDropped > 0 or itemDropped > 0 or deptDropped > 0
        move spaces to packetRecord
        write packetRecord
        move docDropped to editedCount
        move spaces to packetText
        string
            "BATCH ENTRIES NOT SORTED (TABLE FULL): " delimited by size
            editedCount delimited by size
            into packetText
        end-string
        write packetRecord from packetText
        move itemDropped to editedCount
        move spaces to packetText
        string
            "OPEN ITEMS NOT SORTED (TABLE FULL):   " delimited by size
            editedCount delimited by size
            into packetText
        end-string
        write packetRecord from packetText
        move deptDropped to editedCount
        move spaces to packetText
        string
            "DEPARTMENT PACKETS NOT WRITTEN:       " delimited by size
            editedCount delimited by size
            into packetText
        end-string
        write packetRecord from packetText
    end-if
    close packetFile.

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
        move docCount to ledgerRecsIn
        move packetsWritten to ledgerRecsOut
        move stepRetCode to ledgerRetCode
        write ledgerRecord
            invalid key rewrite ledgerRecord
        end-write
        close jobLedger
    end-if
    move stepRetCode to return-code.

moveLedgerKey.
    move stepStartDate to ledgerRunDate
    move "distributePackets" to ledgerStep
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
