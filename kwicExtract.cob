>>SOURCE FORMAT FREE
*>Domenic Bianchi
*>Keyword-in-context extract for legal searches. vocabInquiry says
*>which documents use a term; this program says what the text around
*>each use actually reads, so nobody has to open dozens of documents by
*>hand. Given one term, or "@" and the name of a file listing terms
*>one per line, it finds every document that uses them from the
*>vocabulary cross-reference (vocab_xref.dat, vocabxrf.cpy), resolves
*>each document's base name to the file the audit master
*>(audit_master.dat) last analyzed under it, and reads that source
*>document again. Every occurrence becomes one row of
*>kwic_report.txt: the document, the line number, a fixed window of
*>the text before the term (right-aligned) and after it, and the term
*>itself in a center column so a page of hits reads straight down.
*>Words are built exactly the way textReader builds them for its
*>concordance -- letters and UTF-8 accented letters join a word, a
*>space, a line break or a UTF-8 punctuation sequence ends it, the
*>word is capped at 30 characters and folded to upper case the way
*>finalizeWord folds it -- so a hit here is a hit the concordance
*>counted, and vice versa. A document the cross-reference names that
*>can no longer be read is listed as unavailable, never skipped
*>silently: a legal hold has to know what could not be checked.
*>
*>Modification history:
*>Oct 15/2026 - DB - Initial version.

identification division.
program-id. kwicExtract.

environment division.
    input-output section.
    file-control.
    select termListFile assign to dynamic termListName
        organization is line sequential
        file status is tlstatus.
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
    select sourceFile assign to dynamic sourceFileName
        organization is line sequential
        file status is sfstatus.
    select kwicReportFile assign to "kwic_report.txt"
        organization is line sequential
        file status is krstatus.

data division.
    file section.
    fd termListFile.
    01 termListRecord pic x(80).
    fd vocabXref.
    copy "vocabxrf.cpy".
    fd auditMaster.
    copy "auditmst.cpy".
    *>Read the way textReader reads its input, a line (up to 4096
    *>characters) at a time, so line numbers agree with its reports
    fd sourceFile
        record is varying in size from 1 to 4096 characters
        depending on lineLen.
    01 sourceLine pic x(4096).
    fd kwicReportFile.
    01 kwicReportRecord pic x(180).

    working-storage section.
    01 tlstatus pic x(2).
    01 vxstatus pic x(2).
    01 amstatus pic x(2).
    01 sfstatus pic x(2).
    01 krstatus pic x(2).

    77 answerTerm pic x(80).
    77 termListName pic x(80).
    77 sourceFileName pic x(50).
    77 todayDate pic x(8).
    77 haveMaster pic x(1) value "N".
        88 masterAvailable value "Y".

    *>The terms searched for, folded to upper case the way
    *>finalizeWord folds a word, each with the documents it was found
    *>in according to the cross-reference
    77 termMax pic 99 value 50.
    77 termCount pic 99 value 0.
    77 termDropped pic 9(4) value 0.
    01 termTable.
        05 termRow occurs 50 times.
            10 kwicTerm pic x(30).
            10 termDocs pic 9(6).
            10 termHits pic 9(6).
    77 tIdx pic 99.
    77 kIdx pic 99.

    *>Every document any of the terms is found in, each scanned once
    77 docMax pic 9(4) value 1000.
    77 docCount pic 9(4) value 0.
    77 docDropped pic 9(6) value 0.
    01 docTable.
        05 docRow occurs 1000 times.
            10 docBase pic x(50).
            10 docLastSeen pic x(8).
            10 docFile pic x(50).
            10 docRunDate pic x(8).
            10 docOpenStatus pic x(2).
    77 dIdx pic 9(4).
    77 docFound pic x(1).
        88 docListed value "Y".

    *>The file and run a document's base name resolves to, the way
    *>rescreenTerms resolves one
    77 docBaseLen pic 99.
    77 hitFileName pic x(50).
    77 hitRunDate pic x(8).
    77 hitExact pic x(1).
        88 hitOnLastSeen value "Y".
    77 unavailCount pic 9(6) value 0.
    77 docsScanned pic 9(6) value 0.
    77 hitsTotal pic 9(9) value 0.
    77 docHits pic 9(9).

    *>Word building, exactly as textReader's processOneCharacter
    *>builds a concordance word, plus where on the line the word
    *>started and ended so its context can be cut out around it
    77 lineLen pic 9(4) value 0.
    77 lineNum pic 9(6).
    77 bytePos pic 9(4).
    77 fileLetter pic x(1).
    77 currentWord pic x(30).
    77 currentWordLen pic 99.
    77 wordStart pic 9(4).
    77 wordEnd pic 9(4).
    77 havePending pic x(1).
    77 pendingLead pic x(1).
    77 pendingPos pic 9(4).
    77 utfSkip pic 9.
    77 byteHandled pic x(1).
    77 addPos pic 9(4).
    77 addByte pic x(1).

    *>One report row: document, line, 40 bytes of left context
    *>right-aligned against the 30-byte term column, 40 bytes of right
    *>context
    77 contextWidth pic 99 value 40.
    77 leftLen pic 9(4).
    77 rightLen pic 9(4).
    77 termShowLen pic 9(4).
    01 kwicRow.
        05 kwicRowDoc pic x(50).
        05 filler pic x(1).
        05 kwicRowLine pic z(5)9.
        05 filler pic x(2).
        05 kwicRowLeft pic x(40).
        05 filler pic x(2).
        05 kwicRowTerm pic x(30).
        05 filler pic x(2).
        05 kwicRowRight pic x(40).

    01 editedCount pic zzzzz9.
    01 editedHits pic zzzzzzzz9.
    01 kwicReportText pic x(180).

procedure division.

main.
    display "Enter term to search for (or @fileName listing one term per line):"
    accept answerTerm
    if answerTerm = spaces
        display "A term is required. Nothing searched."
        move 8 to return-code
        stop run
    end-if
    accept todayDate from date yyyymmdd
    perform loadTerms
    if termCount = 0
        display "No terms to search for. Nothing searched."
        move 8 to return-code
        stop run
    end-if
    perform openFiles
    open output kwicReportFile
    perform writeReportHeader
    perform findTermDocuments
    perform scanDocuments
    perform writeKwicTotals
    close kwicReportFile
    close vocabXref
    if masterAvailable
        close auditMaster
    end-if
    display "Keyword-in-context extract complete. See kwic_report.txt"
    *>A document that could not be checked is exactly what legal must
    *>not miss, so it ends the step with a warning code
    if unavailCount > 0 or docDropped > 0 or termDropped > 0
        move 4 to return-code
    else
        move 0 to return-code
    end-if
    stop run.

loadTerms.
    if answerTerm(1:1) = "@"
        move answerTerm(2:79) to termListName
        open input termListFile
        if tlstatus not = "00"
            display "Could not open term list " function trim(termListName) " (status " tlstatus "). Nothing searched."
            move 8 to return-code
            stop run
        end-if
        perform until tlstatus = "10"
            read termListFile
                at end
                    move "10" to tlstatus
                not at end
                    if termListRecord not = spaces
                        move termListRecord to answerTerm
                        perform addTerm
                    end-if
            end-read
        end-perform
        close termListFile
    else
        perform addTerm
    end-if.

    *>A term is one word as the concordance holds it: its first word,
    *>capped at 30 characters and upper-cased
addTerm.
    move function trim(answerTerm) to answerTerm
    move "N" to docFound
    move 1 to kIdx
    perform
        until kIdx > termCount or docListed
        if kwicTerm(kIdx) = function upper-case(answerTerm(1:30))
            move "Y" to docFound
        end-if
        add 1 to kIdx
    end-perform
    if not docListed
        if termCount >= termMax
            add 1 to termDropped
            display "More than " termMax " terms; not searched: " function trim(answerTerm)
        else
            add 1 to termCount
            move function upper-case(answerTerm(1:30)) to kwicTerm(termCount)
            move 0 to termDocs(termCount)
            move 0 to termHits(termCount)
        end-if
    end-if.

    *>The cross-reference is the only index of who uses what, so a
    *>missing one ends the step; the audit master only turns base
    *>names back into file names, so without it the base name is tried
    *>as the file name
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
        display "Could not open audit_master.dat (status " amstatus "); documents looked for under their base names."
    end-if.

writeReportHeader.
    move spaces to kwicReportText
    string
        "KEYWORD-IN-CONTEXT EXTRACT - " delimited by size
        todayDate delimited by size
        into kwicReportText
    end-string
    write kwicReportRecord from kwicReportText
    move "TERMS SEARCHED:" to kwicReportRecord
    write kwicReportRecord
    move 1 to tIdx
    perform
        until tIdx > termCount
        move spaces to kwicReportText
        move kwicTerm(tIdx) to kwicReportText(3:30)
        write kwicReportRecord from kwicReportText
        add 1 to tIdx
    end-perform
    move spaces to kwicReportRecord
    write kwicReportRecord
    *>The heading is laid into the row's own fields, so every caption
    *>stays over its column: LINE and BEFORE right-aligned over the
    *>line number and the right-aligned left context
    move spaces to kwicRow
    move "DOCUMENT" to kwicRowDoc
    move "  LINE" to kwicRowLine(1:6)
    move "BEFORE" to kwicRowLeft(contextWidth - 5:6)
    move "TERM" to kwicRowTerm
    move "AFTER" to kwicRowRight
    write kwicReportRecord from kwicRow.

    *>Position the cross-reference to each term and collect its
    *>documents, the way vocabInquiry lists a term's documents; a
    *>document used by several of the terms is still scanned once
findTermDocuments.
    move 1 to tIdx
    perform
        until tIdx > termCount
        move kwicTerm(tIdx) to vocabXrefTerm
        move low-values to vocabXrefDoc
        start vocabXref key is greater than or equal to vocabXrefKey
            invalid key move "23" to vxstatus
        end-start
        if vxstatus = "00"
            perform readNextXref
        end-if
        perform
            until vxstatus not = "00" or vocabXrefTerm not = kwicTerm(tIdx)
            add 1 to termDocs(tIdx)
            perform addDocument
            perform readNextXref
        end-perform
        add 1 to tIdx
    end-perform.

addDocument.
    move "N" to docFound
    move 1 to dIdx
    perform
        until dIdx > docCount or docListed
        if docBase(dIdx) = vocabXrefDoc
            move "Y" to docFound
            if vocabXrefLastSeen > docLastSeen(dIdx)
                move vocabXrefLastSeen to docLastSeen(dIdx)
            end-if
        end-if
        add 1 to dIdx
    end-perform
    if not docListed
        if docCount >= docMax
            add 1 to docDropped
        else
            add 1 to docCount
            move vocabXrefDoc to docBase(docCount)
            move vocabXrefLastSeen to docLastSeen(docCount)
        end-if
    end-if.

scanDocuments.
    move 1 to dIdx
    perform
        until dIdx > docCount
        perform resolveDocumentFile
        move hitFileName to docFile(dIdx)
        move hitRunDate to docRunDate(dIdx)
        move hitFileName to sourceFileName
        open input sourceFile
        move sfstatus to docOpenStatus(dIdx)
        if sfstatus = "00"
            add 1 to docsScanned
            perform scanOneDocument
            close sourceFile
        else
            add 1 to unavailCount
        end-if
        add 1 to dIdx
    end-perform
    perform writeUnavailableDocuments.

    *>Resolve a base name to the file the audit master holds for it:
    *>the run on the cross-reference's last-seen date, or failing that
    *>the latest run of a name whose base is this one
resolveDocumentFile.
    move docBase(dIdx) to hitFileName
    move docLastSeen(dIdx) to hitRunDate
    move "N" to hitExact
    if masterAvailable
        move 50 to docBaseLen
        perform
            until docBaseLen = 0 or docBase(dIdx)(docBaseLen:1) not = space
            subtract 1 from docBaseLen
        end-perform
        if docBaseLen > 0 and docBaseLen < 50
            move docBase(dIdx) to masterFileName
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
                    or masterFileName(1:docBaseLen) not = docBase(dIdx)(1:docBaseLen)
                if masterFileName(docBaseLen + 1:1) = "."
                    or masterFileName(docBaseLen + 1:1) = space
                    perform considerMasterRun
                end-if
                perform readNextMaster
            end-perform
        end-if
    end-if.

considerMasterRun.
    if masterRunDate = docLastSeen(dIdx)
        move masterFileName to hitFileName
        move masterRunDate to hitRunDate
        move "Y" to hitExact
    else
        if not hitOnLastSeen
            and (hitFileName = docBase(dIdx) or masterRunDate > hitRunDate)
            move masterFileName to hitFileName
            move masterRunDate to hitRunDate
        end-if
    end-if.

    *>One line at a time, each line's bytes run through the word rules
    *>and the line break then ending whatever word is open -- the
    *>line break textReader's read loop puts back after every line
scanOneDocument.
    move 0 to docHits
    move spaces to kwicReportRecord
    write kwicReportRecord
    move 0 to lineNum
    perform until sfstatus = "10"
        read sourceFile
            at end
                move "10" to sfstatus
            not at end
                add 1 to lineNum
                perform scanOneLine
        end-read
    end-perform
    move docHits to editedHits
    move spaces to kwicReportText
    string
        "  " delimited by size
        function trim(hitFileName) delimited by size
        " (analyzed " delimited by size
        hitRunDate delimited by size
        "): " delimited by size
        function trim(editedHits) delimited by size
        " occurrence(s)" delimited by size
        into kwicReportText
    end-string
    write kwicReportRecord from kwicReportText.

scanOneLine.
    move spaces to currentWord
    move 0 to currentWordLen
    move 0 to wordStart
    move 0 to wordEnd
    move "N" to havePending
    move 0 to utfSkip
    move 1 to bytePos
    perform
        until bytePos > lineLen
        move sourceLine(bytePos:1) to fileLetter
        perform scanOneByte
        add 1 to bytePos
    end-perform
    perform resolvePendingLead
    perform finalizeKwicWord.

    *>The same byte rules, in the same order, as textReader's
    *>processOneCharacter: finish skipping a UTF-8 punctuation
    *>sequence; settle a held x"E0"+ byte (punctuation when a
    *>continuation byte follows it, else a Latin-1 letter joining the
    *>word); then a letter, a continuation byte or an x"C0"+ byte joins
    *>the word, and a space ends it
scanOneByte.
    move "N" to byteHandled
    if utfSkip > 0
        if fileLetter >= x"80" and fileLetter <= x"BF"
            subtract 1 from utfSkip
            move "Y" to byteHandled
        else
            move 0 to utfSkip
        end-if
    end-if
    if byteHandled = "N" and havePending = "Y"
        if fileLetter >= x"80" and fileLetter <= x"BF"
            move "N" to havePending
            perform finalizeKwicWord
            if pendingLead >= x"F0"
                move 2 to utfSkip
            else
                move 1 to utfSkip
            end-if
            move "Y" to byteHandled
        else
            perform resolvePendingLead
        end-if
    end-if
    if byteHandled = "N"
        if fileLetter >= x"E0"
            move fileLetter to pendingLead
            move bytePos to pendingPos
            move "Y" to havePending
        else
            if fileLetter >= x"80" and fileLetter <= x"BF"
                move fileLetter to addByte
                move bytePos to addPos
                perform addByteToWord
            else
                if (fileLetter is alphabetic and fileLetter not = space and fileLetter not = x"0A")
                    or fileLetter >= x"C0"
                    move fileLetter to addByte
                    move bytePos to addPos
                    perform addByteToWord
                end-if
            end-if
        end-if
    end-if
    if fileLetter = space
        perform finalizeKwicWord
    end-if.

resolvePendingLead.
    if havePending = "Y"
        move "N" to havePending
        move pendingLead to addByte
        move pendingPos to addPos
        perform addByteToWord
    end-if.

    *>The word keeps only its first 30 bytes, as the concordance does,
    *>but its span on the line runs to its true last byte so the right
    *>context starts after the whole word
addByteToWord.
    if currentWordLen < 30
        add 1 to currentWordLen
        move addByte to currentWord(currentWordLen:1)
    end-if
    if wordStart = 0
        move addPos to wordStart
    end-if
    move addPos to wordEnd.

finalizeKwicWord.
    if currentWordLen > 0
        move function upper-case(currentWord) to currentWord
        move 1 to kIdx
        perform
            until kIdx > termCount
            if kwicTerm(kIdx) = currentWord
                add 1 to termHits(kIdx)
                perform writeKwicRow
                move termCount to kIdx
            end-if
            add 1 to kIdx
        end-perform
    end-if
    move spaces to currentWord
    move 0 to currentWordLen
    move 0 to wordStart
    move 0 to wordEnd.

writeKwicRow.
    add 1 to docHits
    add 1 to hitsTotal
    move spaces to kwicRow
    move hitFileName to kwicRowDoc
    move lineNum to kwicRowLine
    compute leftLen = wordStart - 1
    if leftLen > contextWidth
        move sourceLine(wordStart - contextWidth:contextWidth) to kwicRowLeft
    else
        if leftLen > 0
            move sourceLine(1:leftLen) to kwicRowLeft(contextWidth - leftLen + 1:leftLen)
        end-if
    end-if
    compute termShowLen = wordEnd - wordStart + 1
    if termShowLen > 30
        move 30 to termShowLen
    end-if
    move sourceLine(wordStart:termShowLen) to kwicRowTerm
    compute rightLen = lineLen - wordEnd
    if rightLen > contextWidth
        move contextWidth to rightLen
    end-if
    if rightLen > 0
        move sourceLine(wordEnd + 1:rightLen) to kwicRowRight
    end-if
    write kwicReportRecord from kwicRow.

writeUnavailableDocuments.
    move spaces to kwicReportRecord
    write kwicReportRecord
    move "DOCUMENTS THAT COULD NOT BE CHECKED (NOT ON DISK OR UNREADABLE):" to kwicReportRecord
    write kwicReportRecord
    if unavailCount = 0
        move "  (none)" to kwicReportRecord
        write kwicReportRecord
    else
        move 1 to dIdx
        perform
            until dIdx > docCount
            if docOpenStatus(dIdx) not = "00"
                move spaces to kwicReportText
                string
                    "  " delimited by size
                    function trim(docFile(dIdx)) delimited by size
                    " (last analyzed " delimited by size
                    docRunDate(dIdx) delimited by size
                    ", status " delimited by size
                    docOpenStatus(dIdx) delimited by size
                    ")" delimited by size
                    into kwicReportText
                end-string
                write kwicReportRecord from kwicReportText
            end-if
            add 1 to dIdx
        end-perform
    end-if
    if docDropped > 0
        move docDropped to editedCount
        move spaces to kwicReportText
        string
            "  ...and " delimited by size
            function trim(editedCount) delimited by size
            " more document(s) past the 1000-document table, not checked" delimited by size
            into kwicReportText
        end-string
        write kwicReportRecord from kwicReportText
    end-if.

writeKwicTotals.
    move spaces to kwicReportRecord
    write kwicReportRecord
    move "TERM                            DOCUMENTS  OCCURRENCES" to kwicReportRecord
    write kwicReportRecord
    move 1 to tIdx
    perform
        until tIdx > termCount
        move spaces to kwicReportText
        move kwicTerm(tIdx) to kwicReportText(1:30)
        move termDocs(tIdx) to editedCount
        move editedCount to kwicReportText(35:6)
        move termHits(tIdx) to editedHits
        move editedHits to kwicReportText(44:9)
        if termDocs(tIdx) = 0
            move "(no analyzed document uses this term)" to kwicReportText(55:40)
        end-if
        write kwicReportRecord from kwicReportText
        add 1 to tIdx
    end-perform
    move spaces to kwicReportRecord
    write kwicReportRecord
    move spaces to kwicReportText
    move docsScanned to editedCount
    string
        "DOCUMENTS SCANNED:     " delimited by size
        editedCount delimited by size
        into kwicReportText
    end-string
    write kwicReportRecord from kwicReportText
    move spaces to kwicReportText
    move unavailCount to editedCount
    string
        "DOCUMENTS UNAVAILABLE: " delimited by size
        editedCount delimited by size
        into kwicReportText
    end-string
    write kwicReportRecord from kwicReportText
    move spaces to kwicReportText
    move hitsTotal to editedHits
    string
        "OCCURRENCES:        " delimited by size
        editedHits delimited by size
        into kwicReportText
    end-string
    write kwicReportRecord from kwicReportText.

readNextXref.
    read vocabXref next
        at end move "10" to vxstatus
    end-read.

readNextMaster.
    read auditMaster next
        at end move "10" to amstatus
    end-read.
