*>              instead of fragmenting into per-partition copies.
*>              Opens of the shared indexed files retry briefly on a
*>              locked status, since a sibling's touches are short.
*>Oct 15/2026 - DB - Review queue items start with an empty findings
*>              table (the table rescreenTerms fills for RESCREEN items).
*>Oct 15/2026 - DB - Feed-control records are registered with empty
*>              replaced-by and replaces pointers (set by feedRegen).
*>Oct 15/2026 - DB - Each run writes start and end records to the job-step
*>              ledger (job_ledger.dat), a partitioned run under its
*>              partition number.
*>Oct 15/2026 - DB - The counting pass now also finds style defects --
*>              doubled words, passive constructions (a form of "to
*>              be" then a word ending in ED or EN) and words longer
*>              than LONG-WORD-LENGTH (default 15) -- listed by type,
*>              words and line in out_<base>_<date>_style.txt, totalled
*>              in three new CSV columns, and checked against the
*>              profile's maximum passive constructions per 100
*>              sentences.
*>Oct 15/2026 - DB - A verdict now records the standards-profile version
*>              it was made under: on the CSV row, the batch summary
*>              line (after the verdict) and the audit master, which
*>              also keeps the judging profile's name, the screening
*>              flag, the passive count and the verdict itself so
*>              profileImpact can re-judge the run later.
*>Oct 15/2026 - DB - Each file's elapsed processing time, its size and
*>              the bytes per second they give now go on the audit
*>              master, for capacityForecast and splitBatch's
*>              time-balanced deal. A BATCH-WINDOW= run parameter
*>              (read by capacityForecast) is allowed in the file.

identification division.
program-id. textReader.
    select sentenceFile assign to dynamic sentenceFileName
        organization is line sequential
        file status is snstatus.
    select styleFile assign to dynamic styleFileName
        organization is line sequential
        file status is systatus.
    select profileFile assign to "standards_profile.dat"
        organization is indexed
        access is dynamic
        access is dynamic
        record key is reviewKey
        file status is rqstatus.
    select jobLedger assign to "job_ledger.dat"
        organization is indexed
        access is dynamic
        record key is ledgerKey
        file status is jlstatus.

data division.
    file section.
    fd controlFile.
    01 controlRecord pic x(50).
    fd structFile.
    01 structRecord pic x(200).
    fd auditFile.
    copy "auditrec.cpy".
    fd auditMaster.
    01 violationsRecord pic x(120).
    fd sentenceFile.
    01 sentenceRecord pic x(100).
    fd styleFile.
    01 styleRecord pic x(100).
    fd profileFile.
    copy "stdprof.cpy".
    fd feedControl.
                15 restartLongLine pic 9(6).
        05 restartSigByteCount pic 9(9).
        05 restartSigByteSum pic 9(12).
        05 restartStyleLastWord pic x(30).
        05 restartStyleBreak pic x(1).
        05 restartStyleCounters.
            10 restartStyleDoubled pic 9(6).
            10 restartStylePassive pic 9(6).
            10 restartStyleLong pic 9(6).
            10 restartStyleCount pic 9(3).
        05 restartStyleTable.
            10 restartStyleEntry occurs 100 times.
                15 restartStyleType pic x(1).
                15 restartStyleLine pic 9(6).
                15 restartStyleWords pic x(61).
    fd jobLedger.
    copy "jobldgr.cpy".

    working-storage section.

    *>with the audit log so run history can be read back by key
    01 amstatus pic x(2).

    *>Elapsed processing time per file, in hundredths of a second
    *>since midnight from the hhmmsscc clock, so a file that runs past
    *>midnight still times correctly
    01 clockNow.
        05 clockHours pic 99.
        05 clockMinutes pic 99.
        05 clockSeconds pic 99.
        05 clockHundredths pic 99.
    77 fileStartHund pic 9(8) value 0.
    77 fileEndHund pic 9(8) value 0.
    77 elapsedSecs pic 9(7)v99 value 0.
    77 bytesPerSec pic 9(9)v99 value 0.

    *>Structured (CSV) companion output, one row per analyzed file
    01 sfstatus pic x(2).
    77 structFileName pic x(60).
    01 editedSentLine pic zzzzz9.
    01 sentenceText pic x(100).

    *>Style defects, judged on every word finalizeWord finishes: the
    *>same word twice running, a form of "to be" followed by a word
    *>ending in ED or EN (a passive construction), and a word longer
    *>than longWordLength characters. styleLastWord is the word before
    *>the current one within the same sentence -- a sentence
    *>terminator or a number breaks the run, so "ended. Ended" and
    *>"page 4 page" are not doubled words. A terminator arrives while
    *>the word it is glued to is still being built, so the break is
    *>held in styleBreakPending until that word has been judged. The
    *>first 100 defects are listed with their line; the totals keep
    *>counting past that
    01 systatus pic x(2).
    77 styleFileName pic x(60).
    77 longWordLength pic 99 value 15.
    77 styleLastWord pic x(30) value spaces.
    77 styleBreakPending pic x(1) value "N".
    77 styleWordChars pic 99.
    77 styleCharIdx pic 99.
    77 styleMax pic 9(3) value 100.
    77 styleIdx pic 9(3).
    77 styleTypeW pic x(1).
    77 styleWordsW pic x(61).
    77 stylePassivePct pic 9(5)v99.
    01 styleCounters.
        05 styleDoubled pic 9(6).
        05 stylePassive pic 9(6).
        05 styleLong pic 9(6).
        05 styleCount pic 9(3).
    01 styleDefectTable.
        05 styleDefect occurs 100 times.
            10 styleType pic x(1).
            10 styleLine pic 9(6).
            10 styleWords pic x(61).
    01 editedStyleLine pic zzzzz9.
    01 editedStyleCount pic zzzzz9.
    01 editedPassivePct pic zzzz9.99.
    01 editedWordLength pic z9.
    01 styleText pic x(100).

    *>Standards-profile compliance: after the totals and grade are in,
    *>the document is looked up in standards_profile.dat (stdprof.cpy,
    *>maintained by profileMaint) by exact name first and then by name
        05 profMaxWrdSen pic 9(4)v99.
        05 profMaxSymWrd pic 9(4)v99.
        05 profScreenReq pic x(1).
        05 profMaxPassivePct pic 9(3)v99.
    *>Which profile judged the document, and at which version of its
    *>history (zero for a profile stored before versions were kept)
    77 profNameW pic x(50) value spaces.
    77 profVersionW pic 9(4) value 0.
    77 profNameLen pic 999.
    77 profPatLen pic 999.
    77 cmpWrdSen pic 9(4)v99.
    77 skipCount pic 9(9) value 0.
    77 skipRemaining pic 9(9) value 0.

    *>Job-step ledger (jobldgr.cpy): when this step started, which
    *>instance of it this is, and the return code it ends with
    01 jlstatus pic x(2).
    77 stepStartDate pic x(8).
    77 stepStartTime pic x(6).
    77 stepInstance pic x(4) value spaces.
    77 stepRetCode pic 9(4).

procedure division.

main.
    accept stepStartDate from date yyyymmdd
    accept stepStartTime from time
    perform getInputSource
    perform writeLedgerStart
    if batchMode
        perform processBatch
    else
    else
        move 0 to return-code
    end-if
    perform writeLedgerEnd
    stop run.

    *>A run-parameter file named on the command line means a scheduler
    end-if.

    *>One KEY=VALUE parameter per line. INPUT names the file (or
    *>@controlFile) to analyze; DICTIONARY, CHECKPOINT-INTERVAL,
    *>CONCORDANCE-MAX and LONG-WORD-LENGTH override what the console
    *>flow would have prompted for or left at its built-in value. ANOMALY-THRESHOLD
    *>belongs to trendReport and BATCH-WINDOW to capacityForecast, but
    *>both are allowed here so one parameter file can drive the whole
    *>scheduled run; anything else is a typo and
    *>typos end the step -- a misread parameter silently ignored is
    *>how a file goes unscreened overnight
loadRunParameters.
                partitionNum delimited by size
                into partSuffix
            end-string
            move partSuffix(3:2) to stepInstance
            move spaces to statusFileName
            string
                "reader_status" delimited by size
                ".txt" delimited by size
                into statusFileName
            end-string
        when "LONG-WORD-LENGTH"
            if function test-numval(parmValue) not = 0
                display "LONG-WORD-LENGTH is not numeric: " parmValue
                perform endParameterError
            end-if
            *>A word is only ever held to 30 characters, so a longer
            *>threshold could never be exceeded
            if function numval(parmValue) < 2
                or function numval(parmValue) > 29
                display "LONG-WORD-LENGTH must be 2-29: " parmValue
                perform endParameterError
            end-if
            compute longWordLength = function numval(parmValue)
        when "ANOMALY-THRESHOLD"
            continue
        when "BATCH-WINDOW"
            continue
        when other
            display "Unknown run parameter: " parmKey
            perform endParameterError
endParameterError.
    close parmFile
    move 8 to return-code
    perform writeLedgerEnd
    stop run.

    *>Load the restricted-terms dictionary once, one term per line,
    if dfstatus not = "00"
        display "Could not open dictionary " dictFileName " (status " dfstatus "). Stopping rather than running unscreened."
        move 8 to return-code
        perform writeLedgerEnd
        stop run
    end-if
    move 0 to dictCount
        move feedHashChars to feedCtlHashChars
        move "SENT" to feedCtlState
        move spaces to feedCtlAckDate
        move spaces to feedCtlReplacedBy
        move spaces to feedCtlReplaces
        write feedCtlRecord
            invalid key rewrite feedCtlRecord
        end-write
            move "SKIPPED-DUPLICATE" to batchSummaryText(43:25)
    end-evaluate
    move complianceVerdict to batchSummaryText(70:4)
    *>The profile version the verdict was made under rides just
    *>after it, still inside the COMPLIANCE column
    if complianceVerdict not = "-"
        move "v" to batchSummaryText(75:1)
        move profVersionW to batchSummaryText(76:4)
    end-if
    if nearDupFound
        move "NEAR-DUPLICATE" to batchSummaryText(81:14)
    end-if
        move "Y" to anyFailed
    else
        close ifile
        perform startFileClock
        accept runDate from date yyyymmdd
        perform buildBaseFileName
        perform determineFileSize
            initialize sentBands
            initialize longestTable
            move 0 to longestCount
            move spaces to styleLastWord
            move "N" to styleBreakPending
            initialize styleCounters
            initialize styleDefectTable
        end-if

        *>outFileName is built dynamically per input file and run date, so
        perform writeConcordanceReport
        perform writeViolationsReport
        perform writeSentenceReport
        perform writeStyleReport

        *>Calculate stats that require averages
        compute outputWrdSen = numOfWords/numOfSentences
        move numOfChars to outputChars
        move numOfNums to outputNumofNums

        perform stopFileClock
        perform writeAuditLog
        perform writeStructuredOutput

        subtract 1 from numOfWords
        subtract 1 from lineWords
        subtract 1 from sentWords
        perform breakStyleContext
    end-if

    *>Check for the end of a sentence
            move "Y" to sentWordCarried
        end-if
        perform recordSentenceLength
        perform breakStyleContext
    *>Check for the end of a word
    else if (fileLetter = space or fileLetter = x"0A") and prevChar not = '/' and prevChar not = space and prevChar not = x"0A" then
        add 1 to numOfWords
        move numOfSentences to masterSentences
        move numOfChars to masterChars
        move numOfNums to masterNums
        move auditScreen to masterScreen
        move stylePassive to masterPassive
        move complianceVerdict to masterVerdict
        move profNameW to masterProfName
        move profVersionW to masterProfVersion
        move elapsedSecs to masterElapsed
        move ifByteSize to masterBytes
        move bytesPerSec to masterBytesSec
        write masterRecord
            invalid key rewrite masterRecord
        end-write
    *>the fixed-width report banner
writeStructuredOutput.
    open output structFile
    move "numOfSentences,numOfWords,numOfChars,numOfNums,outputWrdSen,outputSymWrd,gradeLevel,compliance,doubledWords,passiveVoice,longWords,profileVersion" to structRecord
    write structRecord
    move spaces to structRecord
    string
        function trim(outputGrade) delimited by size
        "," delimited by size
        function trim(complianceVerdict) delimited by size
        "," delimited by size
        styleDoubled delimited by size
        "," delimited by size
        stylePassive delimited by size
        "," delimited by size
        styleLong delimited by size
        "," delimited by size
        profVersionW delimited by size
        into structRecord
    end-string
    write structRecord
checkCompliance.
    move "-" to complianceVerdict
    move "N" to haveProfile
    move spaces to profNameW
    move 0 to profVersionW
    move 0 to lockRetries
    open input profileFile
    perform
                move profileMaxWrdSen to profMaxWrdSen
                move profileMaxSymWrd to profMaxSymWrd
                move profileScreenReq to profScreenReq
                perform moveProfilePassive
                perform moveProfileVersion
                move "Y" to haveProfile
        end-read
        if not profileFound
                move profileMaxWrdSen to profMaxWrdSen
                move profileMaxSymWrd to profMaxSymWrd
                move profileScreenReq to profScreenReq
                perform moveProfilePassive
                perform moveProfileVersion
                move "Y" to haveProfile
            end-if
        end-if
        at end move "10" to ppstatus
    end-read.

    *>A profile stored before the passive-voice limit existed has no
    *>valid number there; it sets no limit
moveProfilePassive.
    if profileMaxPassivePct numeric
        move profileMaxPassivePct to profMaxPassivePct
    else
        move 0 to profMaxPassivePct
    end-if.

moveProfileVersion.
    move profileName to profNameW
    if profileVersion numeric
        move profileVersion to profVersionW
    else
        move 0 to profVersionW
    end-if.

    *>Judge the finished totals against the covering profile: grade
    *>band (when one is set), ratio ceilings (when set), and the
    *>screening requirement -- a document that must be screened fails
    if profMaxSymWrd > 0 and cmpSymWrd > profMaxSymWrd
        move "FAIL" to complianceVerdict
    end-if
    perform computePassivePct
    if profMaxPassivePct > 0 and stylePassivePct > profMaxPassivePct
        move "FAIL" to complianceVerdict
    end-if
    if profScreenReq = "Y"
        if not dictLoaded
            move "FAIL" to complianceVerdict
        if dictLoaded
            perform checkRestrictedTerm
        end-if
        perform checkStyleDefects
        perform addWordFrequency
    end-if
    move spaces to currentWord
        add 1 to lIdx
    end-perform.

    *>Judge the word finalizeWord just finished for the style defects
    *>against the word before it in this sentence, then make it that
    *>word -- unless a terminator or number arrived while it was being
    *>built, in which case the next word starts a fresh run. An
    *>overlong word is measured in characters the way numOfChars counts
    *>them, so a UTF-8 continuation byte does not lengthen a word
checkStyleDefects.
    if currentWord = styleLastWord
        add 1 to styleDoubled
        move "D" to styleTypeW
        move spaces to styleWordsW
        string
            function trim(styleLastWord) delimited by size
            " " delimited by size
            function trim(currentWord) delimited by size
            into styleWordsW
        end-string
        perform recordStyleDefect
    else
        if currentWordLen > 2
            and (currentWord(currentWordLen - 1:2) = "ED"
                or currentWord(currentWordLen - 1:2) = "EN")
            and (styleLastWord = "AM" or styleLastWord = "IS"
                or styleLastWord = "ARE" or styleLastWord = "WAS"
                or styleLastWord = "WERE" or styleLastWord = "BE"
                or styleLastWord = "BEEN" or styleLastWord = "BEING")
            add 1 to stylePassive
            move "P" to styleTypeW
            move spaces to styleWordsW
            string
                function trim(styleLastWord) delimited by size
                " " delimited by size
                function trim(currentWord) delimited by size
                into styleWordsW
            end-string
            perform recordStyleDefect
        end-if
    end-if
    move 0 to styleWordChars
    move 1 to styleCharIdx
    perform
        until styleCharIdx > currentWordLen
        if currentWord(styleCharIdx:1) < x"80"
            or currentWord(styleCharIdx:1) > x"BF"
            add 1 to styleWordChars
        end-if
        add 1 to styleCharIdx
    end-perform
    if styleWordChars > longWordLength
        add 1 to styleLong
        move "L" to styleTypeW
        move currentWord to styleWordsW
        perform recordStyleDefect
    end-if
    if styleBreakPending = "Y"
        move spaces to styleLastWord
        move "N" to styleBreakPending
    else
        move currentWord to styleLastWord
    end-if.

    *>A sentence terminator or a number ends the run of words a doubled
    *>word or passive construction is looked for in; when a word is
    *>still being built, the break waits until that word is judged
breakStyleContext.
    if currentWordLen = 0
        move spaces to styleLastWord
    else
        move "Y" to styleBreakPending
    end-if.

recordStyleDefect.
    if styleCount < styleMax
        add 1 to styleCount
        move styleTypeW to styleType(styleCount)
        move lineNum to styleLine(styleCount)
        move styleWordsW to styleWords(styleCount)
    end-if.

    *>Passive constructions per 100 sentences; a document with no
    *>terminator at all is one sentence
computePassivePct.
    if numOfSentences > 0
        compute stylePassivePct rounded = stylePassive * 100 / numOfSentences
    else
        compute stylePassivePct = stylePassive * 100
    end-if.

    *>One style report per analyzed file: each defect with its type,
    *>the words involved and the line it is on, then the totals by
    *>type, so an editor goes straight to what can be fixed
writeStyleReport.
    open output styleFile
    if systatus not = "00"
        display "Could not open style report " styleFileName " (status " systatus ")"
    else
        move spaces to styleText
        string
            "STYLE DEFECTS - " delimited by size
            fileName delimited by size
            into styleText
        end-string
        write styleRecord from styleText
        if styleCount = 0
            move "NO STYLE DEFECTS FOUND" to styleRecord
            write styleRecord
        else
            move "TYPE            LINE  WORDS" to styleRecord
            write styleRecord
            move 1 to styleIdx
            perform
                until styleIdx > styleCount
                perform writeStyleRow
                add 1 to styleIdx
            end-perform
            if styleDoubled + stylePassive + styleLong > styleCount
                compute editedStyleCount = styleDoubled + stylePassive + styleLong - styleCount
                move spaces to styleText
                string
                    "  ...and " delimited by size
                    function trim(editedStyleCount) delimited by size
                    " more defect(s) past the first 100, counted in the totals below" delimited by size
                    into styleText
                end-string
                write styleRecord from styleText
            end-if
        end-if
        move spaces to styleRecord
        write styleRecord
        move spaces to styleText
        move styleDoubled to editedStyleCount
        string
            "DOUBLED WORDS:          " delimited by size
            editedStyleCount delimited by size
            into styleText
        end-string
        write styleRecord from styleText
        perform computePassivePct
        move stylePassivePct to editedPassivePct
        move spaces to styleText
        move stylePassive to editedStyleCount
        string
            "PASSIVE CONSTRUCTIONS:  " delimited by size
            editedStyleCount delimited by size
            "  (" delimited by size
            function trim(editedPassivePct) delimited by size
            " per 100 sentences)" delimited by size
            into styleText
        end-string
        write styleRecord from styleText
        move spaces to styleText
        move styleLong to editedStyleCount
        move longWordLength to editedWordLength
        string
            "OVERLONG WORDS:         " delimited by size
            editedStyleCount delimited by size
            "  (over " delimited by size
            function trim(editedWordLength) delimited by size
            " characters)" delimited by size
            into styleText
        end-string
        write styleRecord from styleText
        close styleFile
    end-if.

writeStyleRow.
    move styleLine(styleIdx) to editedStyleLine
    move spaces to styleText
    evaluate styleType(styleIdx)
        when "D"
            move "DOUBLED WORD" to styleText(1:14)
        when "P"
            move "PASSIVE VOICE" to styleText(1:14)
        when other
            move "OVERLONG WORD" to styleText(1:14)
    end-evaluate
    move editedStyleLine to styleText(15:6)
    move styleWords(styleIdx) to styleText(23:61)
    write styleRecord from styleText.

    *>Queue the flagged run as an OPEN item for an editor, under the
    *>reason the caller just set: a report on disk says what was found,
    *>but only this record can later prove somebody acted on it. The
        move spaces to reviewDispText
        move spaces to reviewInitials
        move spaces to reviewDispDate
        initialize reviewFindings
        write reviewRecord
            invalid key rewrite reviewRecord
        end-write
        move 0 to sigByteCountW
        move 0 to sigByteSumW
    end-if
    *>A checkpoint from before the style-defect machinery comes back
    *>space-padded here; that run's defects start counting fresh
    if restartStyleDoubled numeric
        move restartStyleLastWord to styleLastWord
        move restartStyleBreak to styleBreakPending
        move restartStyleCounters to styleCounters
        move restartStyleTable to styleDefectTable
    else
        move spaces to styleLastWord
        move "N" to styleBreakPending
        initialize styleCounters
        initialize styleDefectTable
    end-if
    move bytePos to skipCount.

    *>Save enough state to resume this file from the last completed
    move longestTable to restartLongestTable
    move sigByteCountW to restartSigByteCount
    move sigByteSumW to restartSigByteSum
    move styleLastWord to restartStyleLastWord
    move styleBreakPending to restartStyleBreak
    move styleCounters to restartStyleCounters
    move styleDefectTable to restartStyleTable
    write restartRecord
    close restartFile.

        into restartFileName
    end-string.

    *>Time each file from the moment it is found openable to the moment
    *>its totals are final, so validation and the counting pass are
    *>both in it. A resumed run's time is split across sessions and
    *>would understate the file, so it records no time at all rather
    *>than mislead the capacity forecast
startFileClock.
    accept clockNow from time
    compute fileStartHund =
        ((clockHours * 60 + clockMinutes) * 60 + clockSeconds) * 100
        + clockHundredths.

stopFileClock.
    accept clockNow from time
    compute fileEndHund =
        ((clockHours * 60 + clockMinutes) * 60 + clockSeconds) * 100
        + clockHundredths
    if fileEndHund < fileStartHund
        add 8640000 to fileEndHund
    end-if
    compute elapsedSecs = (fileEndHund - fileStartHund) / 100
    if resumingRun
        move 0 to elapsedSecs
    end-if
    if elapsedSecs > 0
        compute bytesPerSec rounded = ifByteSize / elapsedSecs
    else
        move 0 to bytesPerSec
    end-if.

    *>Fetch the input file's true on-disk size once per file, so the
    *>block-read loop can tell whether the last line it reads really
    *>ended in a newline or the file just ran out partway through one
        "_sentences.txt" delimited by size
        into sentenceFileName
    end-string
    move spaces to styleFileName
    string
        "out_" delimited by size
        outBaseName(1:baseLen) delimited by size
        "_" delimited by size
        runDate delimited by size
        "_style.txt" delimited by size
        into styleFileName
    end-string
    move 60 to outFileNameLen
    perform
        until outFileNameLen = 0 or outFileName(outFileNameLen:1) not = space
        ".trunc" delimited by size
        into truncFileName
    end-string.

    *>Job-step ledger: the start record says this step began, and the
    *>end record written over it says how it finished -- a record
    *>left in state S is a step that started and never got to the end.
    *>The start date and time are taken first thing in main, before
    *>the run parameters (and so the partition) are known; the record
    *>goes out once they are. A ledger that cannot be opened is
    *>reported but never stops the run
writeLedgerStart.
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
        if batchMode
            move batchTotal to ledgerRecsIn
            compute ledgerRecsOut = batchProcessed + batchResumed
        else
            move 1 to ledgerRecsIn
            if runHadFailures
                move 0 to ledgerRecsOut
            else
                move 1 to ledgerRecsOut
            end-if
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
    move "textReader" to ledgerStep
    move stepInstance to ledgerInstance
    move stepStartTime to ledgerStartTime.

    *>Every partition writes to the one ledger, so a locked open is
    *>retried the way the other shared files' opens are. Only a ledger
    *>that does not exist yet (status 35) gets created fresh
openJobLedger.
    move 0 to lockRetries
    open i-o jobLedger
    perform
        until jlstatus not = "93" or lockRetries >= lockRetryMax
        perform waitForLock
        open i-o jobLedger
    end-perform
    if jlstatus = "35"
        open output jobLedger
    end-if
    if jlstatus not = "00"
        display "Could not open job_ledger.dat (status " jlstatus "); step not recorded."
    end-if.
