>>SOURCE FORMAT FREE
*>Domenic Bianchi
*>This program rebuilds and resends an interface feed the corporate
*>reporting system rejected or never received -- a feed matchFeedAcks
*>moved to COUNT-MISMATCH or HASH-MISMATCH, or one still SENT long
*>after it should have been acknowledged -- without re-running
*>textReader against the original documents (they may be archived by
*>now, and a rerun would put a second audit row on every one of them).
*>The runs come from the audit master (audit_master.dat, auditmst.cpy)
*>textReader already recorded them in: when the original feed file can
*>still be read, its detail records say exactly which runs it carried
*>and the master supplies their totals afresh (one holding fewer than
*>it was sealed with -- truncated, as a COUNT-MISMATCH feed so often
*>is -- has the rest found as a lost feed's are); when the feed is gone,
*>the night's batch summary (batch_summary_YYYYMMDD.txt) says which
*>documents the batch fed, and each one's run that night is taken from
*>the master, less the runs another in-force feed of that date already
*>delivered. The new feed
*>is written in the feedrec.cpy layouts with freshly computed hash
*>totals under its own resend name (feed_YYYYMMDD_HHMMSS_resend.dat),
*>registered SENT in feed_control.dat (feedctl.cpy) so matchFeedAcks
*>tracks its acknowledgment like any other feed, and the original's
*>control record is marked SUPERSEDED, pointing at its replacement.
*>What was rebuilt, and how its totals compare with what the original
*>was sealed with, goes to feed_regen_report.txt.
*>
*>Modification history:
*>Oct 15/2026 - DB - Initial version.
*>Oct 15/2026 - DB - A lost feed's runs are chosen from the night's
*>              batch summary, not every master run of the date.
*>Oct 15/2026 - DB - A readable original holding fewer details than
*>              it was sealed with has the gap filled from the
*>              night's batch summary; any shortfall left is reported.

identification division.
program-id. feedRegen.

environment division.
    input-output section.
    file-control.
    select feedControl assign to "feed_control.dat"
        organization is indexed
        access is dynamic
        record key is feedCtlKey
        file status is fcstatus.
    select auditMaster assign to "audit_master.dat"
        organization is indexed
        access is dynamic
        record key is masterKey
        file status is amstatus.
    select feedFile assign to dynamic feedFileName
        organization is line sequential
        file status is ffstatus.
    select resendFeedFile assign to dynamic resendFeedName
        organization is line sequential
        file status is rfstatus.
    select summaryFile assign to dynamic summaryFileName
        organization is line sequential
        file status is bsstatus.
    select regenReportFile assign to "feed_regen_report.txt"
        organization is line sequential
        file status is rgstatus.

data division.
    file section.
    fd feedControl.
    copy "feedctl.cpy".
    fd auditMaster.
    copy "auditmst.cpy".
    fd feedFile.
    copy "feedrec.cpy".
    *>The resend's records are written from working storage so each
    *>comes out exactly as wide as feedrec.cpy defines it, the way
    *>mergeBatch writes its merged feed
    fd resendFeedFile.
    01 resendHeaderRecord pic x(9).
    01 resendDetailRecord pic x(113).
    01 resendTrailerRecord pic x(34).
    fd summaryFile.
    01 summaryRecord pic x(100).
    fd regenReportFile.
    01 regenReportRecord pic x(120).

    working-storage section.
    01 fcstatus pic x(2).
    01 amstatus pic x(2).
    01 ffstatus pic x(2).
    01 rfstatus pic x(2).
    01 rgstatus pic x(2).
    01 bsstatus pic x(2).

    77 regenRunDate pic x(8).
    77 originalFeedName pic x(60).
    77 feedFileName pic x(60).
    77 resendFeedName pic x(60).
    77 resendRunTime pic x(6).
    77 todayDate pic x(8).

    *>The original feed's control record, held while the control file
    *>is walked for the date's other feeds
    01 originalControl.
        05 origCtlName pic x(60).
        05 origCtlRunDate pic x(8).
        05 origCtlCount pic 9(9).
        05 origCtlHashWords pic 9(12).
        05 origCtlHashChars pic 9(12).
        05 origCtlState pic x(14).
        05 origCtlAckDate pic x(8).
        05 origCtlReplacedBy pic x(60).
        05 origCtlReplaces pic x(60).

    *>Where the runs came from: the original feed's own details, or
    *>(the feed being lost) the night's batch summary and the master
    77 selectSource pic x(1).
        88 fromOriginalFeed value "F".
        88 fromAuditMaster value "M".

    *>The runs the resend will carry, gathered in full before a single
    *>record is written, so a rebuild that finds nothing to send never
    *>supersedes the feed it was meant to replace
    77 regenMax pic 9(4) value 9999.
    77 regenCount pic 9(4) value 0.
    77 regenDropped pic 9(6) value 0.
    01 regenRuns.
        05 regenRun occurs 9999 times.
            10 regenFileName pic x(50).
            10 regenDate pic x(8).
            10 regenTime pic x(6).
            10 regenWords pic 9(9).
            10 regenSentences pic 9(9).
            10 regenChars pic 9(9).
            10 regenNums pic 9(9).
            10 regenFrom pic x(1).

    *>Runs already delivered by the date's other in-force feeds, kept
    *>out of a rebuild made from the audit master
    77 deliveredMax pic 9(4) value 9999.
    77 deliveredCount pic 9(4) value 0.
    01 deliveredRuns.
        05 deliveredKey occurs 9999 times pic x(64).
    77 otherFeeds pic 9(4) value 0.
    77 otherFeedsUnread pic 9(4) value 0.
    77 rIdx pic 9(4).
    77 dIdx pic 9(4).
    77 runFound pic x(1).
        88 runIsDelivered value "Y".
    01 runKey.
        05 runKeyFile pic x(50).
        05 runKeyDate pic x(8).
        05 runKeyTime pic x(6).

    *>Resend header and trailer, built here and written whole
    01 resendFeedHeader.
        05 resendHdrType pic x(1).
        05 resendHdrRunDate pic x(8).
    01 resendFeedDetail.
        05 resendDtlType pic x(1).
        05 resendDtlFileName pic x(50).
        05 resendDtlRunDate pic x(8).
        05 resendDtlRunTime pic x(6).
        05 resendDtlWords pic 9(9).
        05 resendDtlSentences pic 9(9).
        05 resendDtlChars pic 9(9).
        05 resendDtlNums pic 9(9).
        05 resendDtlWrdSen pic 9(4)v99.
        05 resendDtlSymWrd pic 9(4)v99.
    01 resendFeedTrailer.
        05 resendTrlType pic x(1).
        05 resendTrlCount pic 9(9).
        05 resendTrlHashWords pic 9(12).
        05 resendTrlHashChars pic 9(12).
    77 resendCount pic 9(9) value 0.
    77 resendHashWords pic 9(12) value 0.
    77 resendHashChars pic 9(12) value 0.
    77 carriedFromFeed pic 9(6) value 0.

    *>A lost feed is rebuilt from the night's batch summary: only its
    *>entries textReader fed (PROCESSED or RESUMED-FROM-CHECKPOINT)
    *>are carried, each with the document's run inside the night --
    *>from noon of the run date to noon the next day, nightCheck's
    *>default window -- so neither the day's interactive runs nor the
    *>previous night's after-midnight ones are mistaken for it
    77 summaryFileName pic x(60).
    77 summaryLineNo pic 9(4) value 0.
    77 inTotals pic x(1) value "N".
        88 pastEntries value "Y".
    77 entryName pic x(40).
    77 entryOutcome pic x(25).
    77 nightStartTime pic x(6) value "120000".
    77 nextDate pic x(8).
    77 nightInt pic 9(8).
    77 runChosen pic x(1).
        88 entryRunChosen value "Y".
    77 resumedKey pic x(64).
    77 summaryFed pic 9(6) value 0.
    77 entriesUnmatched pic 9(6) value 0.
    77 summaryUsed pic x(1) value "N".
        88 summaryWasRead value "Y".

    *>What the resend still lacks against the count the original was
    *>sealed with, and what the summary supplied toward it
    77 regenShort pic 9(9) value 0.
    77 filledFromSummary pic 9(6) value 0.
    77 selectedFound pic x(1).
        88 runIsSelected value "Y".

    01 editedCount pic zzzzzzzz9.
    01 editedHash pic zzzzzzzzzzz9.
    01 regenReportText pic x(120).

procedure division.

main.
    display "Enter run date of the feed to regenerate (YYYYMMDD):"
    accept regenRunDate
    display "Enter file name of the feed being replaced:"
    accept originalFeedName
    accept todayDate from date yyyymmdd
    accept resendRunTime from time
    perform openFiles
    perform checkOriginalFeed
    open output regenReportFile
    perform writeReportHeader
    perform selectRuns
    if regenCount = 0
        move spaces to regenReportRecord
        write regenReportRecord
        move "NO RUNS FOUND TO RESEND -- original feed left as it was; nothing superseded." to regenReportRecord
        write regenReportRecord
        close regenReportFile
        close feedControl
        close auditMaster
        display "No runs found for " regenRunDate " to resend. Nothing regenerated."
        move 8 to return-code
        stop run
    end-if
    perform writeResendFeed
    perform registerResend
    perform supersedeOriginal
    perform writeRegenTotals
    close regenReportFile
    close feedControl
    close auditMaster
    display "Feed regenerated as " function trim(resendFeedName) ". See feed_regen_report.txt"
    *>A resend that had to trust the damaged feed for some of its runs,
    *>that may overlap a feed whose file could not be read, that is
    *>missing a batch entry's run, that could not hold every run, or
    *>that still carries fewer runs than the original was sealed with
    *>is sent, but with a warning code
    if carriedFromFeed > 0 or otherFeedsUnread > 0 or regenDropped > 0
        or entriesUnmatched > 0 or regenShort > 0
        move 4 to return-code
    else
        move 0 to return-code
    end-if
    stop run.

    *>Without the control file there is no original to supersede, and
    *>without the audit master nothing to rebuild from: either ends
    *>the step (neither is ever created here)
openFiles.
    open i-o feedControl
    if fcstatus not = "00"
        display "Could not open feed_control.dat (status " fcstatus "). Nothing regenerated."
        move 8 to return-code
        stop run
    end-if
    open input auditMaster
    if amstatus not = "00"
        display "Could not open audit_master.dat (status " amstatus "). Nothing regenerated."
        close feedControl
        move 8 to return-code
        stop run
    end-if.

    *>Only a feed that went wrong may be replaced: one the reporting
    *>system acknowledged balanced, and one already superseded, stay
    *>as they are -- the latter names the resend to work from instead
checkOriginalFeed.
    move originalFeedName to feedCtlName
    read feedControl
        invalid key
            display "No control record for feed " function trim(originalFeedName) ". Nothing regenerated."
            perform endRegenError
    end-read
    if feedCtlRunDate not = regenRunDate
        display "Feed " function trim(originalFeedName) " is for run date " feedCtlRunDate ", not " regenRunDate ". Nothing regenerated."
        perform endRegenError
    end-if
    if feedCtlState = "SUPERSEDED"
        display "Feed " function trim(originalFeedName) " was already replaced by " function trim(feedCtlReplacedBy) ". Nothing regenerated."
        perform endRegenError
    end-if
    if feedCtlState not = "SENT" and feedCtlState not = "COUNT-MISMATCH"
        and feedCtlState not = "HASH-MISMATCH"
        display "Feed " function trim(originalFeedName) " is " function trim(feedCtlState) "; only a SENT or mismatched feed can be regenerated."
        perform endRegenError
    end-if
    move feedCtlRecord to originalControl.

endRegenError.
    close feedControl
    close auditMaster
    move 8 to return-code
    stop run.

writeReportHeader.
    move spaces to regenReportText
    string
        "FEED REGENERATION - " delimited by size
        todayDate delimited by size
        into regenReportText
    end-string
    write regenReportRecord from regenReportText
    move spaces to regenReportText
    string
        "ORIGINAL FEED: " delimited by size
        function trim(origCtlName) delimited by size
        "  RUN DATE " delimited by size
        origCtlRunDate delimited by size
        "  STATE " delimited by size
        function trim(origCtlState) delimited by size
        into regenReportText
    end-string
    write regenReportRecord from regenReportText.

    *>The original's own details are the truest record of what it was
    *>meant to carry, so a readable original picks the runs; a lost
    *>one leaves the night's batch summary to say what was fed. An
    *>original that reads back short of its sealed count is damaged
    *>past its last good detail, so the summary fills the gap, and
    *>what cannot be filled is counted as the resend's shortfall
selectRuns.
    move 0 to regenCount
    move origCtlName to feedFileName
    open input feedFile
    if ffstatus = "00"
        move "F" to selectSource
        move "RUNS SELECTED FROM: original feed's detail records (totals from audit_master.dat)" to regenReportRecord
        write regenReportRecord
        perform until ffstatus = "10"
            read feedFile
                at end
                    move "10" to ffstatus
                not at end
                    if feedDtlType = "D"
                        perform selectFeedDetail
                    end-if
            end-read
        end-perform
        close feedFile
        if regenCount + regenDropped < origCtlCount
            compute regenShort = origCtlCount - regenCount - regenDropped
            move regenShort to editedCount
            move spaces to regenReportText
            string
                "ORIGINAL FEED HOLDS " delimited by size
                function trim(editedCount) delimited by size
                " DETAIL(S) FEWER THAN IT WAS SEALED WITH; FILLING FROM THE BATCH SUMMARY" delimited by size
                into regenReportText
            end-string
            write regenReportRecord from regenReportText
            perform loadDeliveredRuns
            perform selectSummaryRuns
        end-if
    else
        move "M" to selectSource
        move "RUNS SELECTED FROM: batch summary entries, runs from audit_master.dat (original feed file could not be read)" to regenReportRecord
        write regenReportRecord
        perform loadDeliveredRuns
        perform selectSummaryRuns
    end-if
    if regenCount + regenDropped < origCtlCount
        compute regenShort = origCtlCount - regenCount - regenDropped
    else
        move 0 to regenShort
    end-if
    move spaces to regenReportRecord
    write regenReportRecord
    move "FILE NAME                                           RUN DATE RUN TIME     WORDS      CHARS  SOURCE" to regenReportRecord
    write regenReportRecord
    move 1 to rIdx
    perform
        until rIdx > regenCount
        perform writeRunRow
        add 1 to rIdx
    end-perform.

    *>A run the master no longer holds (recovered from a backup that
    *>predates it, say) is carried exactly as the original feed had
    *>it, and flagged: dropping it would short the resend just as
    *>surely as the damage being repaired
selectFeedDetail.
    move feedDtlFileName to masterFileName
    move feedDtlRunDate to masterRunDate
    move feedDtlRunTime to masterRunTime
    read auditMaster
        invalid key
            move "23" to amstatus
        not invalid key
            move "00" to amstatus
    end-read
    if regenCount >= regenMax
        add 1 to regenDropped
    else
        add 1 to regenCount
        move feedDtlFileName to regenFileName(regenCount)
        move feedDtlRunDate to regenDate(regenCount)
        move feedDtlRunTime to regenTime(regenCount)
        if amstatus = "00"
            move masterWords to regenWords(regenCount)
            move masterSentences to regenSentences(regenCount)
            move masterChars to regenChars(regenCount)
            move masterNums to regenNums(regenCount)
            move "M" to regenFrom(regenCount)
        else
            move feedDtlWords to regenWords(regenCount)
            move feedDtlSentences to regenSentences(regenCount)
            move feedDtlChars to regenChars(regenCount)
            move feedDtlNums to regenNums(regenCount)
            move "F" to regenFrom(regenCount)
            add 1 to carriedFromFeed
        end-if
    end-if.

    *>Every other feed of the date still in force (not itself
    *>superseded) already delivered its runs; read them back out of
    *>their feed files so the resend does not deliver them twice. A
    *>feed whose file is gone cannot be excluded and is reported
loadDeliveredRuns.
    move 0 to deliveredCount
    move low-values to feedCtlKey
    start feedControl key is greater than or equal to feedCtlKey
        invalid key move "23" to fcstatus
    end-start
    if fcstatus = "00"
        perform readNextControl
    end-if
    perform
        until fcstatus not = "00"
        if feedCtlRunDate = regenRunDate
            and feedCtlName not = origCtlName
            and feedCtlState not = "SUPERSEDED"
            add 1 to otherFeeds
            perform loadOneDeliveredFeed
        end-if
        perform readNextControl
    end-perform.

loadOneDeliveredFeed.
    move feedCtlName to feedFileName
    open input feedFile
    if ffstatus not = "00"
        add 1 to otherFeedsUnread
        move spaces to regenReportText
        string
            "  WARNING: feed " delimited by size
            function trim(feedCtlName) delimited by size
            " of the same date could not be read; its runs may be resent" delimited by size
            into regenReportText
        end-string
        write regenReportRecord from regenReportText
    else
        perform until ffstatus = "10"
            read feedFile
                at end
                    move "10" to ffstatus
                not at end
                    if feedDtlType = "D" and deliveredCount < deliveredMax
                        add 1 to deliveredCount
                        move feedDtlFileName to runKeyFile
                        move feedDtlRunDate to runKeyDate
                        move feedDtlRunTime to runKeyTime
                        move runKey to deliveredKey(deliveredCount)
                    end-if
            end-read
        end-perform
        close feedFile
    end-if.

    *>Without the night's summary there is no saying which runs the
    *>lost feed carried, so nothing is selected and nothing superseded
selectSummaryRuns.
    compute nightInt = function integer-of-date(function numval(regenRunDate))
    add 1 to nightInt
    move function date-of-integer(nightInt) to nextDate
    move spaces to summaryFileName
    string
        "batch_summary_" delimited by size
        regenRunDate delimited by size
        ".txt" delimited by size
        into summaryFileName
    end-string
    open input summaryFile
    if bsstatus not = "00"
        move spaces to regenReportText
        string
            "  BATCH SUMMARY " delimited by size
            function trim(summaryFileName) delimited by size
            " COULD NOT BE READ (status " delimited by size
            bsstatus delimited by size
            "); no runs can be selected" delimited by size
            into regenReportText
        end-string
        write regenReportRecord from regenReportText
    else
        move "Y" to summaryUsed
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
                            perform selectSummaryEntry
                        end-if
                    end-if
            end-read
        end-perform
        close summaryFile
    end-if.

    *>Only the entries textReader wrote feed details for; the skipped
    *>ones were never fed. An entry whose run the master does not hold
    *>inside the night is reported rather than guessed at
selectSummaryEntry.
    move summaryRecord(1:40) to entryName
    move summaryRecord(43:25) to entryOutcome
    if entryOutcome = "PROCESSED" or entryOutcome = "RESUMED-FROM-CHECKPOINT"
        add 1 to summaryFed
        perform findEntryRun
        if not entryRunChosen
            add 1 to entriesUnmatched
            move spaces to regenReportText
            string
                "  NO AUDIT MASTER RUN IN THE NIGHT FOR BATCH ENTRY " delimited by size
                function trim(entryName) delimited by size
                "; not resent" delimited by size
                into regenReportText
            end-string
            write regenReportRecord from regenReportText
        end-if
    end-if.

    *>A summary entry carries the first 40 columns of the name; the
    *>move pads it back out to the master's 50, and the walk runs on
    *>while those 40 columns still match. The first run inside the
    *>night is the batch's. A resumed run is recorded under the date
    *>its interrupted run started, so for a resumed entry it is the
    *>document's latest run dated no later than the night's end
findEntryRun.
    move "N" to runChosen
    if entryOutcome = "RESUMED-FROM-CHECKPOINT"
        perform findResumedRun
    else
        perform findNightRun
    end-if.

findNightRun.
    move spaces to masterKey
    move entryName to masterFileName
    move regenRunDate to masterRunDate
    move nightStartTime to masterRunTime
    start auditMaster key is greater than or equal to masterKey
        invalid key move "23" to amstatus
    end-start
    if amstatus = "00"
        perform readNextMaster
    end-if
    perform
        until amstatus not = "00" or entryRunChosen
            or masterFileName(1:40) not = entryName
        if (masterRunDate = regenRunDate and masterRunTime >= nightStartTime)
            or (masterRunDate = nextDate and masterRunTime < nightStartTime)
            perform takeEntryRun
        else
            perform readNextMaster
        end-if
    end-perform.

findResumedRun.
    move spaces to resumedKey
    move spaces to masterKey
    move entryName to masterFileName
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
            or masterFileName(1:40) not = entryName
        if masterRunDate <= nextDate
            move masterKey to resumedKey
        end-if
        perform readNextMaster
    end-perform
    if resumedKey not = spaces
        move resumedKey to masterKey
        read auditMaster
            invalid key move "23" to amstatus
            not invalid key move "00" to amstatus
        end-read
        if amstatus = "00"
            perform takeEntryRun
        end-if
    end-if.

    *>One another in-force feed already carried, or one already
    *>selected from the original's own details, is left where it is
    *>and still counts as found
takeEntryRun.
    move "Y" to runChosen
    perform checkRunDelivered
    if not runIsDelivered
        perform checkRunSelected
        if not runIsSelected
            perform selectMasterRun
        end-if
    end-if.

checkRunDelivered.
    move "N" to runFound
    move masterFileName to runKeyFile
    move masterRunDate to runKeyDate
    move masterRunTime to runKeyTime
    move 1 to dIdx
    perform
        until dIdx > deliveredCount or runIsDelivered
        if deliveredKey(dIdx) = runKey
            move "Y" to runFound
        end-if
        add 1 to dIdx
    end-perform.

checkRunSelected.
    move "N" to selectedFound
    move 1 to rIdx
    perform
        until rIdx > regenCount or runIsSelected
        if regenFileName(rIdx) = masterFileName
            and regenDate(rIdx) = masterRunDate
            and regenTime(rIdx) = masterRunTime
            move "Y" to selectedFound
        end-if
        add 1 to rIdx
    end-perform.

    *>A run the summary supplies for a damaged original is marked as
    *>filling its gap
selectMasterRun.
    if regenCount >= regenMax
        add 1 to regenDropped
    else
        add 1 to regenCount
        move masterFileName to regenFileName(regenCount)
        move masterRunDate to regenDate(regenCount)
        move masterRunTime to regenTime(regenCount)
        move masterWords to regenWords(regenCount)
        move masterSentences to regenSentences(regenCount)
        move masterChars to regenChars(regenCount)
        move masterNums to regenNums(regenCount)
        if fromOriginalFeed
            move "S" to regenFrom(regenCount)
            add 1 to filledFromSummary
        else
            move "M" to regenFrom(regenCount)
        end-if
    end-if.

writeRunRow.
    move spaces to regenReportText
    move regenFileName(rIdx) to regenReportText(1:50)
    move regenDate(rIdx) to regenReportText(53:8)
    move regenTime(rIdx) to regenReportText(62:6)
    move regenWords(rIdx) to editedCount
    move editedCount to regenReportText(69:9)
    move regenChars(rIdx) to editedCount
    move editedCount to regenReportText(80:9)
    evaluate regenFrom(rIdx)
        when "M"
            move "AUDIT MASTER" to regenReportText(91:20)
        when "S"
            move "AUDIT MASTER (GAP)" to regenReportText(91:20)
        when other
            move "ORIGINAL FEED (!)" to regenReportText(91:20)
    end-evaluate
    write regenReportRecord from regenReportText.

    *>Write the resend: one header, a detail per selected run with the
    *>ratios computed the way textReader's writeFeedDetail computes
    *>them, and a trailer whose count and hashes are summed here
writeResendFeed.
    move spaces to resendFeedName
    string
        "feed_" delimited by size
        regenRunDate delimited by size
        "_" delimited by size
        resendRunTime delimited by size
        "_resend.dat" delimited by size
        into resendFeedName
    end-string
    open output resendFeedFile
    if rfstatus not = "00"
        display "Could not open resend feed " function trim(resendFeedName) " (status " rfstatus "). Nothing regenerated."
        close regenReportFile
        perform endRegenError
    end-if
    move "H" to resendHdrType
    move regenRunDate to resendHdrRunDate
    write resendHeaderRecord from resendFeedHeader
    move 1 to rIdx
    perform
        until rIdx > regenCount
        perform writeResendDetail
        add 1 to rIdx
    end-perform
    move "T" to resendTrlType
    move resendCount to resendTrlCount
    move resendHashWords to resendTrlHashWords
    move resendHashChars to resendTrlHashChars
    write resendTrailerRecord from resendFeedTrailer
    close resendFeedFile.

writeResendDetail.
    move "D" to resendDtlType
    move regenFileName(rIdx) to resendDtlFileName
    move regenDate(rIdx) to resendDtlRunDate
    move regenTime(rIdx) to resendDtlRunTime
    move regenWords(rIdx) to resendDtlWords
    move regenSentences(rIdx) to resendDtlSentences
    move regenChars(rIdx) to resendDtlChars
    move regenNums(rIdx) to resendDtlNums
    if regenSentences(rIdx) > 0
        compute resendDtlWrdSen rounded = regenWords(rIdx) / regenSentences(rIdx)
    else
        move 0 to resendDtlWrdSen
    end-if
    if regenWords(rIdx) > 0
        compute resendDtlSymWrd rounded = regenChars(rIdx) / regenWords(rIdx)
    else
        move 0 to resendDtlSymWrd
    end-if
    write resendDetailRecord from resendFeedDetail
    add 1 to resendCount
    add regenWords(rIdx) to resendHashWords
    add regenChars(rIdx) to resendHashChars.

    *>The resend is a feed of record like any other: SENT, with the
    *>totals its trailer was sealed with, pointing back at the feed
    *>it replaces
registerResend.
    move resendFeedName to feedCtlName
    move regenRunDate to feedCtlRunDate
    move resendCount to feedCtlCount
    move resendHashWords to feedCtlHashWords
    move resendHashChars to feedCtlHashChars
    move "SENT" to feedCtlState
    move spaces to feedCtlAckDate
    move spaces to feedCtlReplacedBy
    move origCtlName to feedCtlReplaces
    write feedCtlRecord
        invalid key rewrite feedCtlRecord
    end-write.

    *>The original keeps its sealed totals and acknowledgment date --
    *>they are the evidence of what went wrong -- and only changes
    *>state, pointing at its replacement
supersedeOriginal.
    move origCtlName to feedCtlName
    read feedControl
        invalid key
            display "Control record for " function trim(origCtlName) " vanished; not marked SUPERSEDED."
        not invalid key
            move "SUPERSEDED" to feedCtlState
            move resendFeedName to feedCtlReplacedBy
            rewrite feedCtlRecord
    end-read.

writeRegenTotals.
    move spaces to regenReportRecord
    write regenReportRecord
    move spaces to regenReportText
    string
        "RESEND FEED: " delimited by size
        function trim(resendFeedName) delimited by size
        " (registered SENT; original marked SUPERSEDED)" delimited by size
        into regenReportText
    end-string
    write regenReportRecord from regenReportText
    move spaces to regenReportRecord
    write regenReportRecord
    move "                            ORIGINAL (SEALED)    RESEND" to regenReportRecord
    write regenReportRecord
    move spaces to regenReportText
    move "DETAIL COUNT:" to regenReportText(1:28)
    move origCtlCount to editedHash
    move editedHash to regenReportText(29:12)
    move resendCount to editedHash
    move editedHash to regenReportText(43:12)
    write regenReportRecord from regenReportText
    move spaces to regenReportText
    move "WORD HASH:" to regenReportText(1:28)
    move origCtlHashWords to editedHash
    move editedHash to regenReportText(29:12)
    move resendHashWords to editedHash
    move editedHash to regenReportText(43:12)
    write regenReportRecord from regenReportText
    move spaces to regenReportText
    move "CHARACTER HASH:" to regenReportText(1:28)
    move origCtlHashChars to editedHash
    move editedHash to regenReportText(29:12)
    move resendHashChars to editedHash
    move editedHash to regenReportText(43:12)
    write regenReportRecord from regenReportText
    if carriedFromFeed > 0
        move carriedFromFeed to editedCount
        move spaces to regenReportText
        string
            "RUNS NOT IN AUDIT MASTER, CARRIED FROM ORIGINAL FEED: " delimited by size
            editedCount delimited by size
            into regenReportText
        end-string
        write regenReportRecord from regenReportText
    end-if
    if fromOriginalFeed and summaryWasRead
        move filledFromSummary to editedCount
        move spaces to regenReportText
        string
            "RUNS FILLED FROM THE BATCH SUMMARY (ORIGINAL SHORT): " delimited by size
            editedCount delimited by size
            into regenReportText
        end-string
        write regenReportRecord from regenReportText
    end-if
    if regenShort > 0
        move regenShort to editedCount
        move spaces to regenReportText
        string
            "*** RESEND SHORT BY " delimited by size
            function trim(editedCount) delimited by size
            " DETAIL(S) AGAINST THE ORIGINAL'S SEALED COUNT ***" delimited by size
            into regenReportText
        end-string
        write regenReportRecord from regenReportText
    end-if
    if fromAuditMaster or summaryWasRead
        move summaryFed to editedCount
        move spaces to regenReportText
        string
            "BATCH SUMMARY ENTRIES FED THAT NIGHT: " delimited by size
            editedCount delimited by size
            into regenReportText
        end-string
        write regenReportRecord from regenReportText
        move entriesUnmatched to editedCount
        move spaces to regenReportText
        string
            "ENTRIES WITH NO AUDIT MASTER RUN, NOT RESENT: " delimited by size
            editedCount delimited by size
            into regenReportText
        end-string
        write regenReportRecord from regenReportText
        move otherFeeds to editedCount
        move spaces to regenReportText
        string
            "OTHER IN-FORCE FEEDS OF THE DATE EXCLUDED: " delimited by size
            editedCount delimited by size
            into regenReportText
        end-string
        write regenReportRecord from regenReportText
    end-if
    if regenDropped > 0
        move regenDropped to editedCount
        move spaces to regenReportText
        string
            "RUNS NOT RESENT (TABLE FULL): " delimited by size
            editedCount delimited by size
            into regenReportText
        end-string
        write regenReportRecord from regenReportText
    end-if.

readNextControl.
    read feedControl next
        at end move "10" to fcstatus
    end-read.

readNextMaster.
    read auditMaster next
        at end move "10" to amstatus
    end-read.
