>>SOURCE FORMAT FREE
*>Domenic Bianchi
*>This program re-screens documents that were already analyzed when the
*>restricted-terms dictionary changes. textReader only screens a
*>document while it is being analyzed, so a term legal bans today never
*>touches the documents that went out last month -- they stay marked
*>screened clean. Given the old and the new dictionary, this program
*>works out which terms were added, looks each one up in the vocabulary
*>cross-reference (vocab_xref.dat, vocabxrf.cpy) that vocabUpdate builds
*>out of the concordances, and queues every document that uses a new
*>term as an OPEN item in the review queue (review_queue.dat, rvwq.cpy)
*>under reason RESCREEN, naming the term and the document's count of
*>it across all its analyzed runs (the cross-reference keeps no
*>per-run count) -- all without
*>re-running the counting pass over a single document. The document
*>base name the cross-reference carries is resolved back to the file
*>name and run the audit master (audit_master.dat) recorded, so the
*>queue item names the run exactly the way textReader's own items do.
*>An impact report (rescreen_report.txt) lists each added term and the
*>documents it hits: legal's "what have we already sent out with this
*>in it?", answered the day the term is banned.
*>
*>Modification history:
*>Oct 15/2026 - DB - Initial version.

identification division.
program-id. rescreenTerms.

environment division.
    input-output section.
    file-control.
    select dictFile assign to dynamic dictFileName
        organization is line sequential
        file status is dfstatus.
    select vocabXref assign to "vocab_xref.dat"
        organization is indexed
        access is dynamic
        record key is vocabXrefKey
        file status is vxstatus.
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
    select rescreenFile assign to "rescreen_report.txt"
        organization is line sequential
        file status is rsstatus.

data division.
    file section.
    fd dictFile.
    01 dictRecord pic x(50).
    fd vocabXref.
    copy "vocabxrf.cpy".
    fd auditMaster.
    copy "auditmst.cpy".
    fd reviewQueue.
    copy "rvwq.cpy".
    fd rescreenFile.
    01 rescreenRecord pic x(120).

    working-storage section.
    01 dfstatus pic x(2).
    01 vxstatus pic x(2).
    01 amstatus pic x(2).
    01 rqstatus pic x(2).
    01 rsstatus pic x(2).

    77 oldDictName pic x(50).
    77 newDictName pic x(50).
    77 dictFileName pic x(50).
    77 todayDate pic x(8).

    *>Each dictionary is loaded the way textReader's loadDictionary
    *>loads one -- one term per line, folded to upper case, the same
    *>100-term table -- so "added" means exactly what textReader
    *>would now screen for and did not before
    77 dictMax pic 9(3) value 100.
    77 dictCount pic 9(3) value 0.
    77 dictDropped pic 9(4) value 0.
    01 dictTerms.
        05 dTerm occurs 100 times pic x(30).
    77 oldCount pic 9(3) value 0.
    77 oldDropped pic 9(4) value 0.
    01 oldTerms.
        05 oldTerm occurs 100 times pic x(30).
    77 newCount pic 9(3) value 0.
    77 newDropped pic 9(4) value 0.
    01 newTerms.
        05 newTerm occurs 100 times pic x(30).
    77 addedCount pic 9(3) value 0.
    01 addedTerms.
        05 addedTerm occurs 100 times pic x(30).
    77 removedCount pic 9(3) value 0.

    77 tIdx pic 9(3).
    77 oIdx pic 9(3).
    77 fIdx pic 99.
    77 termFound pic x(1).
        88 termInList value "Y".

    77 haveMaster pic x(1) value "N".
        88 masterAvailable value "Y".

    *>The run a cross-reference hit is resolved to: the file name the
    *>audit master recorded for the document's base name, and the run
    *>on the cross-reference's last-seen date (or, failing that, the
    *>document's latest run) -- the run that went out with the term in it
    77 docBaseLen pic 99.
    77 hitFileName pic x(50).
    77 hitRunDate pic x(8).
    77 hitExact pic x(1).
        88 hitOnLastSeen value "Y".
    77 itemAction pic x(24).

    77 termDocs pic 9(6) value 0.
    77 termsWithHits pic 9(6) value 0.
    77 documentHits pic 9(6) value 0.
    77 itemsQueued pic 9(6) value 0.
    77 itemsReopened pic 9(6) value 0.
    77 itemsAlready pic 9(6) value 0.
    77 itemsFull pic 9(6) value 0.

    01 editedCount pic zzzzzzzz9.
    01 editedTotal pic zzzzz9.
    01 rescreenText pic x(120).

procedure division.

main.
    display "Enter OLD restricted-terms dictionary file name (blank if there was none):"
    accept oldDictName
    display "Enter NEW restricted-terms dictionary file name:"
    accept newDictName
    if newDictName = spaces
        display "A new dictionary is required. Nothing rescreened."
        move 8 to return-code
        stop run
    end-if
    accept todayDate from date yyyymmdd
    perform loadBothDictionaries
    perform findAddedTerms
    perform openFiles
    open output rescreenFile
    perform writeReportHeader
    move spaces to rescreenRecord
    write rescreenRecord
    move "ADDED TERMS AND THE DOCUMENTS THAT USE THEM:" to rescreenRecord
    write rescreenRecord
    if addedCount = 0
        move "  (no terms added)" to rescreenRecord
        write rescreenRecord
    end-if
    move 1 to tIdx
    perform
        until tIdx > addedCount
        perform rescreenOneTerm
        add 1 to tIdx
    end-perform
    perform writeRemovedTerms
    perform writeRescreenTotals
    close rescreenFile
    close vocabXref
    close reviewQueue
    if masterAvailable
        close auditMaster
    end-if
    display "Rescreen complete. See rescreen_report.txt"
    *>A hit is a finding an editor now owes a decision on, and a
    *>dictionary too big to load whole, or an item too full to take
    *>a term, is a term that was never rescreened; any ends the step
    *>with a warning code
    if documentHits > 0 or oldDropped > 0 or newDropped > 0
        or itemsFull > 0
        move 4 to return-code
    else
        move 0 to return-code
    end-if
    stop run.

    *>No old dictionary means there was nothing screened before, so
    *>every term in the new one counts as added
loadBothDictionaries.
    move 0 to oldCount
    if oldDictName not = spaces
        move oldDictName to dictFileName
        perform loadDictionary
        move dictTerms to oldTerms
        move dictCount to oldCount
        move dictDropped to oldDropped
    end-if
    move newDictName to dictFileName
    perform loadDictionary
    move dictTerms to newTerms
    move dictCount to newCount
    move dictDropped to newDropped.

loadDictionary.
    open input dictFile
    if dfstatus not = "00"
        display "Could not open dictionary " dictFileName " (status " dfstatus "). Nothing rescreened."
        move 8 to return-code
        stop run
    end-if
    move 0 to dictCount
    move 0 to dictDropped
    initialize dictTerms
    perform until dfstatus = "10"
        read dictFile
            at end
                move "10" to dfstatus
            not at end
                if dictRecord not = spaces
                    if dictCount < dictMax
                        add 1 to dictCount
                        move function upper-case(dictRecord(1:30)) to dTerm(dictCount)
                    else
                        add 1 to dictDropped
                    end-if
                end-if
        end-read
    end-perform
    close dictFile
    if dictDropped > 0
        display "Dictionary " function trim(dictFileName) " has more than " dictMax " terms; " dictDropped " term(s) NOT rescreened."
    end-if.

    *>A term in the new dictionary and not in the old one is added
    *>(listed once, however many times it was typed in); a term in the
    *>old and not the new is removed, which needs no action but is
    *>worth showing legal alongside
findAddedTerms.
    move 0 to addedCount
    move 1 to tIdx
    perform
        until tIdx > newCount
        move "N" to termFound
        move 1 to oIdx
        perform
            until oIdx > oldCount or termInList
            if oldTerm(oIdx) = newTerm(tIdx)
                move "Y" to termFound
            end-if
            add 1 to oIdx
        end-perform
        move 1 to oIdx
        perform
            until oIdx > addedCount or termInList
            if addedTerm(oIdx) = newTerm(tIdx)
                move "Y" to termFound
            end-if
            add 1 to oIdx
        end-perform
        if not termInList
            add 1 to addedCount
            move newTerm(tIdx) to addedTerm(addedCount)
        end-if
        add 1 to tIdx
    end-perform
    move 0 to removedCount
    move 1 to oIdx
    perform
        until oIdx > oldCount
        perform checkTermRemoved
        if not termInList
            add 1 to removedCount
        end-if
        add 1 to oIdx
    end-perform.

checkTermRemoved.
    move "N" to termFound
    move 1 to tIdx
    perform
        until tIdx > newCount or termInList
        if newTerm(tIdx) = oldTerm(oIdx)
            move "Y" to termFound
        end-if
        add 1 to tIdx
    end-perform.

    *>The cross-reference is the whole point -- without it there is no
    *>way to answer the question short of re-running the corpus, so a
    *>missing one ends the step. The audit master only sharpens the
    *>answer (file name and run instead of base name), so without it
    *>the items are filed under the base name and the report says so.
    *>Only a review queue that does not exist yet (status 35) gets
    *>created fresh; any other failed open ends the step rather than
    *>recreating it empty and losing the dispositions already recorded
openFiles.
    open input vocabXref
    if vxstatus not = "00"
        display "No vocabulary cross-reference found (vocab_xref.dat, status " vxstatus "). Run vocabUpdate first."
        move 8 to return-code
        stop run
    end-if
    open input auditMaster
    if amstatus = "00"
        move "Y" to haveMaster
    else
        display "Could not open audit_master.dat (status " amstatus "); items filed under document base names."
    end-if
    open i-o reviewQueue
    if rqstatus = "35"
        open output reviewQueue
    end-if
    if rqstatus not = "00"
        display "Could not open review_queue.dat (status " rqstatus "). Nothing rescreened."
        close vocabXref
        if masterAvailable
            close auditMaster
        end-if
        move 8 to return-code
        stop run
    end-if.

writeReportHeader.
    move spaces to rescreenText
    string
        "RESTRICTED-TERMS RESCREEN - " delimited by size
        todayDate delimited by size
        into rescreenText
    end-string
    write rescreenRecord from rescreenText
    move spaces to rescreenText
    if oldDictName = spaces
        move "OLD DICTIONARY: (none -- every term treated as added)" to rescreenText
    else
        string
            "OLD DICTIONARY: " delimited by size
            function trim(oldDictName) delimited by size
            into rescreenText
        end-string
    end-if
    write rescreenRecord from rescreenText
    move spaces to rescreenText
    string
        "NEW DICTIONARY: " delimited by size
        function trim(newDictName) delimited by size
        into rescreenText
    end-string
    write rescreenRecord from rescreenText
    if not masterAvailable
        move "(audit_master.dat unavailable -- documents shown by base name and last-seen date)" to rescreenRecord
        write rescreenRecord
    end-if.

    *>Position the cross-reference to the term and walk its documents
    *>in key order, the way vocabInquiry lists a term's documents
rescreenOneTerm.
    move spaces to rescreenRecord
    write rescreenRecord
    move spaces to rescreenText
    string
        "TERM: " delimited by size
        function trim(addedTerm(tIdx)) delimited by size
        into rescreenText
    end-string
    write rescreenRecord from rescreenText
    move 0 to termDocs
    move addedTerm(tIdx) to vocabXrefTerm
    move low-values to vocabXrefDoc
    start vocabXref key is greater than or equal to vocabXrefKey
        invalid key move "23" to vxstatus
    end-start
    if vxstatus = "00"
        perform readNextXref
    end-if
    perform
        until vxstatus not = "00" or vocabXrefTerm not = addedTerm(tIdx)
        perform rescreenOneDocument
        perform readNextXref
    end-perform
    if termDocs = 0
        move "  (no analyzed document uses this term)" to rescreenRecord
        write rescreenRecord
    else
        add 1 to termsWithHits
    end-if.

    *>The count is the cross-reference's, summed over every run of the
    *>document rolled into it, so the line says so rather than pass
    *>it off as the one run's
rescreenOneDocument.
    add 1 to termDocs
    add 1 to documentHits
    perform resolveDocumentRun
    perform queueRescreenItem
    move vocabXrefCount to editedCount
    move spaces to rescreenText
    string
        "  " delimited by size
        hitFileName(1:40) delimited by size
        " run " delimited by size
        hitRunDate delimited by size
        " count " delimited by size
        editedCount delimited by size
        " (all runs)  " delimited by size
        itemAction delimited by size
        into rescreenText
    end-string
    write rescreenRecord from rescreenText.

    *>The cross-reference carries the document's base name (the file
    *>name up to its first ".", the way textReader's buildBaseFileName
    *>derives it), and the audit master's key leads with the full file
    *>name -- so position to the base name and walk the names that
    *>start with it, keeping only those whose base really is this
    *>one. The run on the cross-reference's last-seen date wins;
    *>otherwise the latest run of a matching name does
resolveDocumentRun.
    move vocabXrefDoc to hitFileName
    move vocabXrefLastSeen to hitRunDate
    move "N" to hitExact
    if masterAvailable
        move 50 to docBaseLen
        perform
            until docBaseLen = 0 or vocabXrefDoc(docBaseLen:1) not = space
            subtract 1 from docBaseLen
        end-perform
        if docBaseLen > 0 and docBaseLen < 50
            move vocabXrefDoc to masterFileName
            move low-values to masterRunDate
            move low-values to masterRunTime
            start auditMaster key is greater than or equal to masterKey
                invalid key move "23" to amstatus
            end-start
            if amstatus = "00"
                perform readNextMaster
            end-if
            perform
                until amstatus not = "00"
                    or masterFileName(1:docBaseLen) not = vocabXrefDoc(1:docBaseLen)
                if masterFileName(docBaseLen + 1:1) = "."
                    or masterFileName(docBaseLen + 1:1) = space
                    perform considerMasterRun
                end-if
                perform readNextMaster
            end-perform
        end-if
    end-if.

considerMasterRun.
    if masterRunDate = vocabXrefLastSeen
        move masterFileName to hitFileName
        move masterRunDate to hitRunDate
        move "Y" to hitExact
    else
        if not hitOnLastSeen
            and (hitFileName = vocabXrefDoc or masterRunDate > hitRunDate)
            move masterFileName to hitFileName
            move masterRunDate to hitRunDate
        end-if
    end-if.

    *>One RESCREEN item per run, carrying every new term it uses. A
    *>term already on the item (the same dictionary change rescreened
    *>twice) changes nothing, so an editor's disposition is never
    *>undone by a rerun; a term new to the item is a new problem, so it
    *>is added and the item goes back to OPEN. An item already holding
    *>ten terms cannot take another or tell it from one taken before,
    *>so it is left as it is and the term reported as not recorded
queueRescreenItem.
    move hitFileName to reviewFileName
    move hitRunDate to reviewRunDate
    move "RESCREEN" to reviewReason
    read reviewQueue
        invalid key
            move "O" to reviewStatus
            move spaces to reviewDispText
            move spaces to reviewInitials
            move spaces to reviewDispDate
            initialize reviewFindings
            move 1 to reviewFindTotal
            move vocabXrefTerm to reviewFindTerm(1)
            move vocabXrefCount to reviewFindCount(1)
            write reviewRecord
                invalid key continue
            end-write
            add 1 to itemsQueued
            move "QUEUED" to itemAction
        not invalid key
            perform addTermToItem
    end-read.

addTermToItem.
    if reviewFindTotal not numeric
        move 0 to reviewFindTotal
    end-if
    move "N" to termFound
    move 1 to fIdx
    perform
        until fIdx > 10 or fIdx > reviewFindTotal or termInList
        if reviewFindTerm(fIdx) = vocabXrefTerm
            move "Y" to termFound
        end-if
        add 1 to fIdx
    end-perform
    evaluate true
        when termInList
            add 1 to itemsAlready
            move "ALREADY QUEUED" to itemAction
        when reviewFindTotal >= 10
            add 1 to itemsFull
            move "NOT RECORDED (ITEM FULL)" to itemAction
        when other
            perform reopenWithTerm
    end-evaluate.

reopenWithTerm.
    add 1 to reviewFindTotal
    move vocabXrefTerm to reviewFindTerm(reviewFindTotal)
    move vocabXrefCount to reviewFindCount(reviewFindTotal)
    move "O" to reviewStatus
    move spaces to reviewDispText
    move spaces to reviewInitials
    move spaces to reviewDispDate
    rewrite reviewRecord
    add 1 to itemsReopened
    move "ADDED TO ITEM (OPEN)" to itemAction.

writeRemovedTerms.
    move spaces to rescreenRecord
    write rescreenRecord
    move "TERMS REMOVED FROM THE DICTIONARY (NO ACTION TAKEN):" to rescreenRecord
    write rescreenRecord
    if removedCount = 0
        move "  (none)" to rescreenRecord
        write rescreenRecord
    else
        move 1 to oIdx
        perform
            until oIdx > oldCount
            perform checkTermRemoved
            if not termInList
                move spaces to rescreenText
                string
                    "  " delimited by size
                    function trim(oldTerm(oIdx)) delimited by size
                    into rescreenText
                end-string
                write rescreenRecord from rescreenText
            end-if
            add 1 to oIdx
        end-perform
    end-if.

writeRescreenTotals.
    move spaces to rescreenRecord
    write rescreenRecord
    move spaces to rescreenText
    move oldCount to editedTotal
    move "TERMS IN OLD DICTIONARY: " to rescreenText(1:32)
    perform writeOneTotal
    move newCount to editedTotal
    move "TERMS IN NEW DICTIONARY: " to rescreenText(1:32)
    perform writeOneTotal
    move addedCount to editedTotal
    move "TERMS ADDED:             " to rescreenText(1:32)
    perform writeOneTotal
    move removedCount to editedTotal
    move "TERMS REMOVED:           " to rescreenText(1:32)
    perform writeOneTotal
    move termsWithHits to editedTotal
    move "ADDED TERMS IN USE:      " to rescreenText(1:32)
    perform writeOneTotal
    move documentHits to editedTotal
    move "DOCUMENT HITS:           " to rescreenText(1:32)
    perform writeOneTotal
    move itemsQueued to editedTotal
    move "REVIEW ITEMS QUEUED:     " to rescreenText(1:32)
    perform writeOneTotal
    move itemsReopened to editedTotal
    move "REVIEW ITEMS REOPENED:   " to rescreenText(1:32)
    perform writeOneTotal
    move itemsAlready to editedTotal
    move "ALREADY QUEUED:          " to rescreenText(1:32)
    perform writeOneTotal
    if itemsFull > 0
        move itemsFull to editedTotal
        move "NOT RECORDED (ITEM FULL):" to rescreenText(1:32)
        perform writeOneTotal
    end-if
    if oldDropped > 0 or newDropped > 0
        compute editedTotal = oldDropped + newDropped
        move "TERMS NOT LOADED (TABLE FULL):" to rescreenText(1:32)
        perform writeOneTotal
    end-if.

writeOneTotal.
    move editedTotal to rescreenText(33:6)
    write rescreenRecord from rescreenText
    move spaces to rescreenText.

readNextXref.
    read vocabXref next
        at end move "10" to vxstatus
    end-read.

readNextMaster.
    read auditMaster next
        at end move "10" to amstatus
    end-read.
