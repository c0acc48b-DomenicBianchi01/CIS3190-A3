>>SOURCE FORMAT FREE
*>Domenic Bianchi
*>Probable-misspelling report. Nearly every term vocabInquiry finds in
*>a single document is a typo, but nothing told the typos from the
*>legitimate rare words; this program does, against an approved
*>lexicon the editors maintain (lexicon.dat, lexrec.cpy). It checks
*>either one document's out_<base>_<date>_concordance.txt or the whole
*>corpus-wide vocabulary master (vocab_master.dat, vocabmst.cpy): a
*>word that is not in the lexicon and appears in no more than a given
*>number of documents corpus-wide is reported in spelling_report.txt
*>as a probable misspelling, with the document, its count there, and
*>up to three suggestions -- the closest lexicon words, and the closest
*>words common enough in the corpus not to be suspects themselves, by
*>spelling distance (letters inserted, deleted, changed or swapped
*>with a neighbour; two edits at most). A third option promotes
*>reviewed words, one at a time or a list of them, into the lexicon,
*>so each legitimate word only has to be cleared once.
*>
*>Modification history:
*>Oct 15/2026 - DB - Initial version.

identification division.
program-id. spellCheck.

environment division.
    input-output section.
    file-control.
    select concordanceFile assign to dynamic concordanceFileName
        organization is line sequential
        file status is kfstatus.
    select wordListFile assign to dynamic wordListName
        organization is line sequential
        file status is wlstatus.
    select vocabMaster assign to "vocab_master.dat"
        organization is indexed
        access is dynamic
        record key is vocabKey
        file status is vmstatus.
    select vocabXref assign to "vocab_xref.dat"
        organization is indexed
        access is dynamic
        record key is vocabXrefKey
        file status is vxstatus.
    select lexiconFile assign to "lexicon.dat"
        organization is indexed
        access is dynamic
        record key is lexiconKey
        file status is lxstatus.
    select spellReportFile assign to "spelling_report.txt"
        organization is line sequential
        file status is srstatus.

data division.
    file section.
    fd concordanceFile.
    01 concordanceRecord pic x(60).
    fd wordListFile.
    01 wordListRecord pic x(80).
    fd vocabMaster.
    copy "vocabmst.cpy".
    fd vocabXref.
    copy "vocabxrf.cpy".
    fd lexiconFile.
    copy "lexrec.cpy".
    fd spellReportFile.
    01 spellReportRecord pic x(160).

    working-storage section.
    01 kfstatus pic x(2).
    01 wlstatus pic x(2).
    01 vmstatus pic x(2).
    01 vxstatus pic x(2).
    01 lxstatus pic x(2).
    01 srstatus pic x(2).

    77 spellOption pic x(1).
        88 concordanceOption value "1".
        88 masterOption value "2".
        88 promoteOption value "3".

    77 answerName pic x(80).
    77 answerText pic x(10).
    77 concordanceFileName pic x(80).
    77 wordListName pic x(80).
    77 todayDate pic x(8).
    77 haveLexicon pic x(1) value "N".
        88 lexiconAvailable value "Y".

    *>The document base name and run date carried by the concordance
    *>file's own name (out_<base>_<YYYYMMDD>_concordance.txt), picked
    *>apart the way vocabUpdate picks them
    77 docBase pic x(50).
    77 docBaseLen pic 999.
    77 docRunDate pic x(8).
    77 nameLen pic 999.
    77 nameOk pic x(1).
        88 nameParses value "Y".

    *>A word is rare when it appears in no more than rareThreshold
    *>documents corpus-wide
    77 rareThreshold pic 9(6) value 1.

    *>The word being judged: its spelling, length, count in the
    *>document and the number of documents it appears in
    77 checkWord pic x(30).
    77 checkLen pic 99.
    77 checkCount pic 9(9).
    77 checkDocs pic 9(6).
    77 inLexicon pic x(1).
        88 wordApproved value "Y".

    *>Suggestion candidates: every lexicon word, then every corpus
    *>word found in more documents than the rare threshold (so itself
    *>no suspect) that the lexicon does not already hold. Lexicon words
    *>load first, so on a tie in distance a lexicon word is preferred
    77 candMax pic 9(5) value 30000.
    77 candCount pic 9(5) value 0.
    77 candDropped pic 9(9) value 0.
    77 candLexicon pic 9(5) value 0.
    01 candTable.
        05 candEntry occurs 30000 times.
            10 candWord pic x(30).
            10 candLen pic 99.
    77 candIdx pic 9(5).

    *>The three best suggestions for the word being judged, closest
    *>first; a distance of 9 marks an empty slot
    01 bestTable.
        05 bestEntry occurs 3 times.
            10 bestWord pic x(30).
            10 bestDist pic 9.
    77 bestIdx pic 9.
    77 bestPtr pic 999.
    01 bestTemp.
        05 bestWordTemp pic x(30).
        05 bestDistTemp pic 9.

    *>Spelling distance (optimal string alignment): the fewest
    *>inserted, deleted or changed letters, or swaps of two neighbours,
    *>that turn one word into the other. distCell(i + 1, j + 1) holds
    *>the distance between the first i letters of checkWord and the
    *>first j letters of the candidate. Anything past maxDistance is
    *>abandoned as soon as a whole row has gone past it
    77 maxDistance pic 9 value 2.
    01 distTable.
        05 distRow occurs 31 times.
            10 distCell occurs 31 times pic 99.
    77 wordDist pic 99.
    77 dI pic 99.
    77 dJ pic 99.
    77 distCost pic 9.
    77 distBest pic 99.
    77 rowMin pic 99.
    77 lenDiff pic s99.

    *>Promotion into the lexicon
    77 promoterInitials pic x(3).
    77 promoteWord pic x(30).
    77 promotedCount pic 9(6) value 0.
    77 alreadyCount pic 9(6) value 0.

    77 wordsChecked pic 9(9) value 0.
    77 suspectCount pic 9(9) value 0.
    77 firstDocRow pic x(1).

    01 editedCount pic zzzzzzzz9.
    01 editedDocs pic zzzzz9.
    01 editedCands pic zzzz9.
    01 spellReportText pic x(160).

procedure division.

main.
    display "Option (1=check a document's concordance, 2=check the whole vocabulary master, 3=promote reviewed words into the lexicon):"
    accept spellOption
    accept todayDate from date yyyymmdd
    evaluate true
        when concordanceOption
            perform checkSpelling
        when masterOption
            perform checkSpelling
        when promoteOption
            perform promoteWords
        when other
            display "Unknown option; nothing done."
            move 8 to return-code
    end-evaluate
    stop run.

    *>Rarity is only known from the vocabulary master and its
    *>cross-reference, so without them there is nothing to judge by; a
    *>lexicon that does not exist yet just means nothing is approved
checkSpelling.
    if concordanceOption
        display "Enter concordance file name (out_<base>_<date>_concordance.txt):"
        accept concordanceFileName
        perform parseConcordanceName
        if not nameParses
            display "Not a concordance report name: " function trim(concordanceFileName) ". Nothing checked."
            move 8 to return-code
            stop run
        end-if
        open input concordanceFile
        if kfstatus not = "00"
            display "Could not open " function trim(concordanceFileName) " (status " kfstatus "). Nothing checked."
            move 8 to return-code
            stop run
        end-if
    end-if
    display "A word is rare when it appears in at most how many documents corpus-wide (blank for 1)?"
    accept answerText
    if answerText not = spaces
        if function test-numval(answerText) not = 0
            or function numval(answerText) < 1
            or function numval(answerText) > 999999
            display "Answer must be a number from 1 to 999999: " answerText ". Nothing checked."
            move 8 to return-code
            stop run
        end-if
        compute rareThreshold = function numval(answerText)
    end-if
    perform openCheckFiles
    perform loadCandidates
    open output spellReportFile
    perform writeReportHeader
    if concordanceOption
        perform checkConcordance
        close concordanceFile
    else
        perform checkVocabMaster
    end-if
    perform writeSpellTotals
    close spellReportFile
    close vocabMaster
    close vocabXref
    if lexiconAvailable
        close lexiconFile
    end-if
    display "Spelling check complete. See spelling_report.txt"
    if suspectCount > 0
        move 4 to return-code
    else
        move 0 to return-code
    end-if.

openCheckFiles.
    open input vocabMaster
    if vmstatus not = "00"
        display "No vocabulary master found (vocab_master.dat, status " vmstatus "). Run vocabUpdate first."
        move 8 to return-code
        stop run
    end-if
    open input vocabXref
    if vxstatus not = "00"
        display "No vocabulary cross-reference found (vocab_xref.dat, status " vxstatus "). Run vocabUpdate first."
        move 8 to return-code
        stop run
    end-if
    open input lexiconFile
    if lxstatus = "00"
        move "Y" to haveLexicon
    else
        if lxstatus = "35"
            display "No approved lexicon yet (lexicon.dat); every rare word will be reported."
        else
            display "Could not open lexicon.dat (status " lxstatus "). Nothing checked."
            move 8 to return-code
            stop run
        end-if
    end-if.

    *>out_<base>_<YYYYMMDD>_concordance.txt, trimmed of trailing
    *>spaces: the 16-character suffix and the 8-digit date in front of
    *>it pin the base name down, exactly as vocabUpdate reads it
parseConcordanceName.
    move "N" to nameOk
    move 80 to nameLen
    perform
        until nameLen = 0 or concordanceFileName(nameLen:1) not = space
        subtract 1 from nameLen
    end-perform
    if nameLen > 29
        and concordanceFileName(1:4) = "out_"
        and concordanceFileName(nameLen - 15:16) = "_concordance.txt"
        and concordanceFileName(nameLen - 24:1) = "_"
        and concordanceFileName(nameLen - 23:8) numeric
        move concordanceFileName(nameLen - 23:8) to docRunDate
        compute docBaseLen = nameLen - 29
        if docBaseLen > 0 and docBaseLen <= 50
            move spaces to docBase
            move concordanceFileName(5:docBaseLen) to docBase
            move "Y" to nameOk
        end-if
    end-if.

    *>Every lexicon word, then the corpus words common enough not to be
    *>suspects. A table that fills is reported, since it narrows the
    *>suggestions, but the check itself still runs against the lexicon
    *>file and the master in full
loadCandidates.
    if lexiconAvailable
        move low-values to lexiconKey
        start lexiconFile key is greater than or equal to lexiconKey
            invalid key move "23" to lxstatus
        end-start
        if lxstatus = "00"
            perform readNextLexicon
        end-if
        perform
            until lxstatus not = "00"
            move lexiconWord to checkWord
            perform addCandidate
            perform readNextLexicon
        end-perform
        move "00" to lxstatus
    end-if
    move candCount to candLexicon
    move low-values to vocabKey
    start vocabMaster key is greater than or equal to vocabKey
        invalid key move "23" to vmstatus
    end-start
    if vmstatus = "00"
        perform readNextMaster
    end-if
    perform
        until vmstatus not = "00"
        if vocabDocCount > rareThreshold
            move vocabTerm to checkWord
            perform lookUpLexicon
            if not wordApproved
                perform addCandidate
            end-if
        end-if
        perform readNextMaster
    end-perform
    if candDropped > 0
        move candDropped to editedCount
        display "Suggestion table full; " function trim(editedCount) " word(s) not offered as suggestions."
    end-if.

addCandidate.
    if candCount >= candMax
        add 1 to candDropped
    else
        add 1 to candCount
        move checkWord to candWord(candCount)
        move 30 to checkLen
        perform
            until checkLen = 0 or checkWord(checkLen:1) not = space
            subtract 1 from checkLen
        end-perform
        move checkLen to candLen(candCount)
    end-if.

writeReportHeader.
    move spaces to spellReportText
    if concordanceOption
        string
            "PROBABLE MISSPELLINGS - " delimited by size
            function trim(concordanceFileName) delimited by size
            " - " delimited by size
            todayDate delimited by size
            into spellReportText
        end-string
    else
        string
            "PROBABLE MISSPELLINGS - vocab_master.dat - " delimited by size
            todayDate delimited by size
            into spellReportText
        end-string
    end-if
    write spellReportRecord from spellReportText
    move rareThreshold to editedDocs
    move spaces to spellReportText
    string
        "WORDS NOT IN lexicon.dat AND IN AT MOST " delimited by size
        function trim(editedDocs) delimited by size
        " DOCUMENT(S) CORPUS-WIDE" delimited by size
        into spellReportText
    end-string
    write spellReportRecord from spellReportText
    move spaces to spellReportRecord
    write spellReportRecord
    move "WORD                           DOCUMENT                                               COUNT   DOCS  SUGGESTIONS" to spellReportRecord
    write spellReportRecord.

    *>One document's words, off its concordance rows (word in 1-30,
    *>count in 33-38). A document not yet rolled into the master is
    *>one more document for each of its words than the master knows of
checkConcordance.
    perform
        until kfstatus = "10"
        read concordanceFile
            at end
                move "10" to kfstatus
            not at end
                if concordanceRecord(1:30) not = spaces
                    and concordanceRecord(33:6) numeric
                    move concordanceRecord(1:30) to checkWord
                    move concordanceRecord(33:6) to checkCount
                    perform judgeConcordanceWord
                end-if
        end-read
    end-perform.

judgeConcordanceWord.
    add 1 to wordsChecked
    perform lookUpLexicon
    if not wordApproved
        move 0 to checkDocs
        move checkWord to vocabTerm
        read vocabMaster
            invalid key continue
            not invalid key move vocabDocCount to checkDocs
        end-read
        move checkWord to vocabXrefTerm
        move docBase to vocabXrefDoc
        read vocabXref
            invalid key add 1 to checkDocs
        end-read
        if checkDocs <= rareThreshold
            add 1 to suspectCount
            perform findSuggestions
            move "Y" to firstDocRow
            move docBase to vocabXrefDoc
            perform writeSuspectRow
        end-if
    end-if.

    *>The whole corpus: every rare master term the lexicon does not
    *>hold, one row per document it appears in, off the
    *>cross-reference the way vocabInquiry lists a term's documents
checkVocabMaster.
    move low-values to vocabKey
    start vocabMaster key is greater than or equal to vocabKey
        invalid key move "23" to vmstatus
    end-start
    if vmstatus = "00"
        perform readNextMaster
    end-if
    perform
        until vmstatus not = "00"
        add 1 to wordsChecked
        if vocabDocCount <= rareThreshold
            move vocabTerm to checkWord
            perform lookUpLexicon
            if not wordApproved
                add 1 to suspectCount
                move vocabDocCount to checkDocs
                perform findSuggestions
                perform listSuspectDocuments
            end-if
        end-if
        perform readNextMaster
    end-perform.

listSuspectDocuments.
    move "Y" to firstDocRow
    move checkWord to vocabXrefTerm
    move low-values to vocabXrefDoc
    start vocabXref key is greater than or equal to vocabXrefKey
        invalid key move "23" to vxstatus
    end-start
    if vxstatus = "00"
        perform readNextXref
    end-if
    perform
        until vxstatus not = "00" or vocabXrefTerm not = checkWord
        move vocabXrefCount to checkCount
        perform writeSuspectRow
        perform readNextXref
    end-perform
    *>A master term with no cross-reference record behind it still
    *>gets its row, under its corpus-wide count
    if firstDocRow = "Y"
        move vocabTotalCount to checkCount
        move "(no cross-reference record)" to vocabXrefDoc
        perform writeSuspectRow
    end-if
    move "00" to vxstatus.

    *>The suggestions go on the word's first row only; any further
    *>documents it appears in follow under it
writeSuspectRow.
    move spaces to spellReportText
    if firstDocRow = "Y"
        move checkWord to spellReportText(1:30)
    end-if
    move vocabXrefDoc to spellReportText(32:50)
    move checkCount to editedCount
    move editedCount to spellReportText(84:9)
    if firstDocRow = "Y"
        move checkDocs to editedDocs
        move editedDocs to spellReportText(94:6)
        if bestDist(1) > maxDistance
            move "(none close)" to spellReportText(101:12)
        else
            move 101 to bestPtr
            move 1 to bestIdx
            perform
                until bestIdx > 3 or bestDist(bestIdx) > maxDistance
                string
                    function trim(bestWord(bestIdx)) delimited by size
                    "(" delimited by size
                    bestDist(bestIdx) delimited by size
                    ") " delimited by size
                    into spellReportText
                    with pointer bestPtr
                end-string
                add 1 to bestIdx
            end-perform
        end-if
    end-if
    write spellReportRecord from spellReportText
    move "N" to firstDocRow.

    *>Typing slips seldom touch a word's first letter, so only
    *>candidates sharing it (or with the first two letters swapped),
    *>and within maxDistance letters of the same length, are measured
findSuggestions.
    move 1 to bestIdx
    perform
        until bestIdx > 3
        move spaces to bestWord(bestIdx)
        move 9 to bestDist(bestIdx)
        add 1 to bestIdx
    end-perform
    move 30 to checkLen
    perform
        until checkLen = 0 or checkWord(checkLen:1) not = space
        subtract 1 from checkLen
    end-perform
    move 1 to candIdx
    perform
        until candIdx > candCount
        compute lenDiff = candLen(candIdx) - checkLen
        if lenDiff >= -2 and lenDiff <= 2
            and candWord(candIdx) not = checkWord
            and (candWord(candIdx)(1:1) = checkWord(1:1)
                or (candWord(candIdx)(1:1) = checkWord(2:1)
                    and candWord(candIdx)(2:1) = checkWord(1:1)))
            perform computeDistance
            if wordDist < bestDist(3)
                perform insertSuggestion
            end-if
        end-if
        add 1 to candIdx
    end-perform.

computeDistance.
    move 0 to dI
    perform
        until dI > checkLen
        move dI to distCell(dI + 1, 1)
        add 1 to dI
    end-perform
    move 0 to dJ
    perform
        until dJ > candLen(candIdx)
        move dJ to distCell(1, dJ + 1)
        add 1 to dJ
    end-perform
    move 0 to rowMin
    move 1 to dI
    perform
        until dI > checkLen or rowMin > maxDistance
        move distCell(dI + 1, 1) to rowMin
        move 1 to dJ
        perform
            until dJ > candLen(candIdx)
            perform computeOneCell
            if distCell(dI + 1, dJ + 1) < rowMin
                move distCell(dI + 1, dJ + 1) to rowMin
            end-if
            add 1 to dJ
        end-perform
        add 1 to dI
    end-perform
    if rowMin > maxDistance
        move 99 to wordDist
    else
        move candLen(candIdx) to dJ
        move distCell(checkLen + 1, dJ + 1) to wordDist
    end-if.

computeOneCell.
    if checkWord(dI:1) = candWord(candIdx)(dJ:1)
        move 0 to distCost
    else
        move 1 to distCost
    end-if
    compute distBest = distCell(dI, dJ) + distCost
    if distCell(dI, dJ + 1) + 1 < distBest
        compute distBest = distCell(dI, dJ + 1) + 1
    end-if
    if distCell(dI + 1, dJ) + 1 < distBest
        compute distBest = distCell(dI + 1, dJ) + 1
    end-if
    if dI > 1 and dJ > 1
        if checkWord(dI:1) = candWord(candIdx)(dJ - 1:1)
            and checkWord(dI - 1:1) = candWord(candIdx)(dJ:1)
            if distCell(dI - 1, dJ - 1) + 1 < distBest
                compute distBest = distCell(dI - 1, dJ - 1) + 1
            end-if
        end-if
    end-if
    move distBest to distCell(dI + 1, dJ + 1).

    *>Drop the new suggestion into the last slot and move it up past
    *>every strictly worse one, so an earlier candidate keeps its place
    *>on a tie
insertSuggestion.
    move candWord(candIdx) to bestWord(3)
    move wordDist to bestDist(3)
    move 3 to bestIdx
    perform
        until bestIdx = 1 or bestDist(bestIdx) >= bestDist(bestIdx - 1)
        move bestEntry(bestIdx) to bestTemp
        move bestEntry(bestIdx - 1) to bestEntry(bestIdx)
        move bestTemp to bestEntry(bestIdx - 1)
        subtract 1 from bestIdx
    end-perform.

lookUpLexicon.
    move "N" to inLexicon
    if lexiconAvailable
        move checkWord to lexiconWord
        read lexiconFile
            invalid key continue
            not invalid key move "Y" to inLexicon
        end-read
    end-if.

writeSpellTotals.
    move spaces to spellReportRecord
    write spellReportRecord
    move spaces to spellReportText
    move wordsChecked to editedCount
    string
        "WORDS CHECKED:          " delimited by size
        editedCount delimited by size
        into spellReportText
    end-string
    write spellReportRecord from spellReportText
    move spaces to spellReportText
    move suspectCount to editedCount
    string
        "PROBABLE MISSPELLINGS:  " delimited by size
        editedCount delimited by size
        into spellReportText
    end-string
    write spellReportRecord from spellReportText
    move spaces to spellReportText
    move 1 to bestPtr
    move candLexicon to editedCands
    string
        "SUGGESTIONS DRAWN FROM: " delimited by size
        function trim(editedCands) delimited by size
        " lexicon word(s) and " delimited by size
        into spellReportText
        with pointer bestPtr
    end-string
    compute candIdx = candCount - candLexicon
    move candIdx to editedCands
    string
        function trim(editedCands) delimited by size
        " common corpus word(s)" delimited by size
        into spellReportText
        with pointer bestPtr
    end-string
    write spellReportRecord from spellReportText
    if candDropped > 0
        move spaces to spellReportText
        move candDropped to editedCount
        string
            "  (table full: " delimited by size
            function trim(editedCount) delimited by size
            " more word(s) not offered as suggestions)" delimited by size
            into spellReportText
        end-string
        write spellReportRecord from spellReportText
    end-if.

    *>Clear reviewed words once and for all: each goes into the
    *>lexicon with today's date and the promoter's initials; a word
    *>already there is left as it was first cleared
promoteWords.
    display "Your initials:"
    accept promoterInitials
    if promoterInitials = spaces
        display "Promotions must carry the reviewer's initials. Nothing done."
        move 8 to return-code
        stop run
    end-if
    move function upper-case(promoterInitials) to promoterInitials
    display "Enter word to promote (or @fileName listing one word per line):"
    accept answerName
    if answerName = spaces
        display "No word given. Nothing done."
        move 8 to return-code
        stop run
    end-if
    open i-o lexiconFile
    if lxstatus = "35"
        open output lexiconFile
    end-if
    if lxstatus not = "00"
        display "Could not open lexicon.dat (status " lxstatus ")."
        move 8 to return-code
        stop run
    end-if
    if answerName(1:1) = "@"
        move answerName(2:79) to wordListName
        open input wordListFile
        if wlstatus not = "00"
            display "Could not open word list " function trim(wordListName) " (status " wlstatus ")."
            close lexiconFile
            move 8 to return-code
            stop run
        end-if
        perform
            until wlstatus = "10"
            read wordListFile
                at end
                    move "10" to wlstatus
                not at end
                    if wordListRecord not = spaces
                        move wordListRecord to answerName
                        perform promoteOneWord
                    end-if
            end-read
        end-perform
        close wordListFile
    else
        perform promoteOneWord
    end-if
    close lexiconFile
    move promotedCount to editedCount
    display "WORDS PROMOTED: " editedCount
    move alreadyCount to editedCount
    display "ALREADY IN LEXICON: " editedCount
    move 0 to return-code.

promoteOneWord.
    move function upper-case(function trim(answerName)) to promoteWord
    move promoteWord to lexiconWord
    move todayDate to lexiconAdded
    move promoterInitials to lexiconAddedBy
    write lexiconRecord
        invalid key
            add 1 to alreadyCount
            display "Already in lexicon: " function trim(promoteWord)
        not invalid key
            add 1 to promotedCount
    end-write.

readNextLexicon.
    read lexiconFile next
        at end move "10" to lxstatus
    end-read.

readNextMaster.
    read vocabMaster next
        at end move "10" to vmstatus
    end-read.

readNextXref.
    read vocabXref next
        at end move "10" to vxstatus
    end-read.
