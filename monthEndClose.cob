>>SOURCE FORMAT FREE
*>Domenic Bianchi
*>Month-end operations close pack: one dated report,
*>close_pack_YYYYMM.txt, that the controllers sign off on in place of
*>a close-out built by hand. For the month asked for it gathers, a
*>section each: the runs the audit master (audit_master.dat,
*>auditmst.cpy) recorded; the failed entries in every night's batch
*>summary (batch_summary_YYYYMMDD.txt); the month's feeds that
*>feed_control.dat (feedctl.cpy) shows unacknowledged or mismatched;
*>the review_queue.dat (rvwq.cpy) items still OPEN; the documents
*>intake_registry.dat (intreg.cpy) shows QUEUED but never given an
*>outcome; and the duplicates the batch skipped, each traced through
*>its fingerprint to the original in doc_signatures.dat (sigrec.cpy).
*>It then cross-foots the control totals: every run the audit master
*>recorded in the month must be a detail record in an ACKNOWLEDGED
*>feed (a SUPERSEDED feed is replaced by its resend and does not
*>count) and every detail of the month's acknowledged feeds must be a
*>run of the month, each acknowledged feed must hold the detail count
*>it was sealed with, and every document taken in must have an
*>outcome. Runs and feeds are footed by night, as the batch files
*>them: a feed belongs to the night its batch started, and a run to
*>the night whose noon-to-noon window it falls in, so the month runs
*>from noon on the 1st to noon on the 1st of the next month. A run
*>fed on a night of another month (a batch past midnight at month
*>end, or a run resumed days later) is shown as carried over, not as
*>a break. Every break
*>is listed on its own line, and the step ends with return code 8
*>when the month does not balance, 4 when it balances but a section
*>still shows exceptions, and 0 when it is clean.
*>
*>Modification history:
*>Oct 15/2026 - DB - Initial version.
*>Oct 15/2026 - DB - Runs and feeds footed by night; runs fed on
*>              another month's night shown as carried over.

identification division.
program-id. monthEndClose.

environment division.
    input-output section.
    file-control.
    select auditMaster assign to "audit_master.dat"
        organization is indexed
        access is dynamic
        record key is masterKey
        file status is amstatus.
    select summaryFile assign to dynamic summaryFileName
        organization is line sequential
        file status is bsstatus.
    select feedControl assign to "feed_control.dat"
        organization is indexed
        access is dynamic
        record key is feedCtlKey
        file status is fcstatus.
    select feedFile assign to dynamic feedFileName
        organization is line sequential
        file status is ffstatus.
    select reviewQueue assign to "review_queue.dat"
        organization is indexed
        access is dynamic
        record key is reviewKey
        file status is rqstatus.
    select intakeRegistry assign to "intake_registry.dat"
        organization is indexed
        access is dynamic
        record key is intakeKey
        file status is irstatus.
    select sigFile assign to "doc_signatures.dat"
        organization is indexed
        access is dynamic
        record key is sigKey
        file status is sgstatus.
    select docFile assign to dynamic docFileName
        organization is line sequential
        file status is dcstatus.
    select closeFile assign to dynamic closeFileName
        organization is line sequential
        file status is clstatus.

data division.
    file section.
    fd auditMaster.
    copy "auditmst.cpy".
    fd summaryFile.
    01 summaryRecord pic x(100).
    fd feedControl.
    copy "feedctl.cpy".
    fd feedFile.
    copy "feedrec.cpy".
    fd reviewQueue.
    copy "rvwq.cpy".
    fd intakeRegistry.
    copy "intreg.cpy".
    fd sigFile.
    copy "sigrec.cpy".
    fd docFile
        record is varying in size from 1 to 4096 characters
        depending on docLineLen.
    01 docLine pic x(4096).
    fd closeFile.
    01 closeRecord pic x(132).

    working-storage section.
    01 amstatus pic x(2).
    01 bsstatus pic x(2).
    01 fcstatus pic x(2).
    01 ffstatus pic x(2).
    01 rqstatus pic x(2).
    01 irstatus pic x(2).
    01 sgstatus pic x(2).
    01 dcstatus pic x(2).
    01 clstatus pic x(2).

    77 closeMonth pic x(6).
    77 monthStart pic x(8).
    77 monthEnd pic x(8).
    77 closeFileName pic x(60).
    77 summaryFileName pic x(60).
    77 feedFileName pic x(60).
    77 docFileName pic x(50).
    77 todayDate pic x(8).
    77 nowTime pic x(6).
    77 masterAvailable pic x(1) value "N".

    *>The month by night: from noon on the 1st to noon on the 1st of
    *>the next month, the noon-to-noon window nightCheck gives a
    *>night. Acknowledged feeds of the nights just either side are
    *>loaded too, so a run fed across the month boundary is found
    77 nightStartTime pic x(6) value "120000".
    77 nextMonthStart pic x(8).
    77 nightInt pic 9(8).
    77 carryNights pic 99 value 7.
    77 feedFromDate pic x(8).
    77 feedToDate pic x(8).
    01 windowFrom.
        05 windowFromDate pic x(8).
        05 windowFromTime pic x(6).
    01 windowTo.
        05 windowToDate pic x(8).
        05 windowToTime pic x(6).
    01 runStamp.
        05 runStampDate pic x(8).
        05 runStampTime pic x(6).
    77 runInWindow pic x(1).
        88 runOfTheMonth value "Y".

    *>Each night's summary, day 01 through 31 of the month
    77 dayNum pic 99.
    77 dayDate pic x(8).
    77 dayDateNum pic 9(8).
    77 summaryLineNo pic 9(4) value 0.
    77 inEntries pic x(1).
        88 pastEntries value "N".
    77 summariesFound pic 9(4) value 0.
    77 summariesMissing pic 9(4) value 0.
    77 summaryEntries pic 9(6) value 0.
    77 failedEntries pic 9(6) value 0.
    77 failedVerdicts pic 9(6) value 0.
    77 entryOutcome pic x(25).

    *>Duplicates the summaries show skipped, for the signature section
    77 dupCount pic 9(4) value 0.
    77 dupMax pic 9(4) value 500.
    77 dupDropped pic 9(6) value 0.
    01 dupTable.
        05 dupRow occurs 500 times.
            10 dupName pic x(40).
            10 dupNight pic x(8).
    77 dupIdx pic 9(4).
    77 docLineLen pic 9(4) value 0.
    77 docByteCount pic 9(9).
    77 docByteSum pic 9(12).
    77 docIdx pic 9(4).
    77 sigAvailable pic x(1) value "N".

    *>Audit master counts for the month
    77 runsInMonth pic 9(6) value 0.
    77 runsPassed pic 9(6) value 0.
    77 runsFailed pic 9(6) value 0.
    77 runsUnjudged pic 9(6) value 0.
    77 runsDirty pic 9(6) value 0.

    *>The month's feeds, and the detail records of the acknowledged
    *>ones and of those of the nights either side; each detail is
    *>marked off as the audit master's run for it is found ("M"), or
    *>flagged when an acknowledged feed repeats a run another one
    *>already carried ("X")
    77 feedCount pic 999 value 0.
    77 feedMax pic 999 value 200.
    77 feedDropped pic 9(4) value 0.
    01 feedTable.
        05 feedRow occurs 200 times.
            10 ftName pic x(60).
            10 ftState pic x(14).
            10 ftCount pic 9(9).
            10 ftRead pic 9(9).
            10 ftOpen pic x(2).
            10 ftInMonth pic x(1).
    77 feedInMonth pic x(1).
    77 feedIdx pic 999.
    77 feedsAcked pic 9(4) value 0.
    77 feedsSuperseded pic 9(4) value 0.
    77 feedsOutstanding pic 9(4) value 0.
    77 detailCount pic 9(5) value 0.
    77 detailMax pic 9(5) value 9999.
    77 detailDropped pic 9(6) value 0.
    77 monthDetails pic 9(6) value 0.
    01 detailTable.
        05 detailRow occurs 9999 times.
            10 dtName pic x(50).
            10 dtDate pic x(8).
            10 dtTime pic x(6).
            10 dtFeed pic 999.
            10 dtFlag pic x(1).
    77 dtIdx pic 9(5).
    77 dtFound pic 9(5).

    *>Review queue and intake registry counts
    77 reviewsOpen pic 9(6) value 0.
    77 intakeQueued pic 9(6) value 0.
    77 intakeResolved pic 9(6) value 0.
    77 intakeUnresolved pic 9(6) value 0.

    *>Breaks found by the cross-foot
    77 breakCount pic 9(6) value 0.
    77 detailsNotRun pic 9(6) value 0.
    77 runsNotFed pic 9(6) value 0.
    77 detailsRepeated pic 9(6) value 0.
    77 runsCarriedOut pic 9(6) value 0.
    77 detailsCarriedIn pic 9(6) value 0.
    77 exceptionCount pic 9(6) value 0.

    01 editedCount pic zzzzz9.
    01 editedCount2 pic zzzzz9.
    01 editedDiff pic -(6)9.
    77 diffCount pic s9(7).
    01 closeText pic x(132).

procedure division.

main.
    display "Enter month to close (YYYYMM):"
    accept closeMonth
    if closeMonth not numeric
        or closeMonth(5:2) < "01" or closeMonth(5:2) > "12"
        display "Month must be YYYYMM. Nothing closed."
        move 8 to return-code
        stop run
    end-if
    string closeMonth delimited by size "01" delimited by size
        into monthStart
    end-string
    string closeMonth delimited by size "31" delimited by size
        into monthEnd
    end-string
    compute nightInt = function integer-of-date(function numval(monthStart)) + 31
    move function date-of-integer(nightInt) to nextMonthStart
    move "01" to nextMonthStart(7:2)
    move monthStart to windowFromDate
    move nightStartTime to windowFromTime
    move nextMonthStart to windowToDate
    move nightStartTime to windowToTime
    compute nightInt = function integer-of-date(function numval(monthStart)) - carryNights
    move function date-of-integer(nightInt) to feedFromDate
    compute nightInt = function integer-of-date(function numval(nextMonthStart)) + carryNights - 1
    move function date-of-integer(nightInt) to feedToDate
    accept todayDate from date yyyymmdd
    accept nowTime from time
    move spaces to closeFileName
    string
        "close_pack_" delimited by size
        closeMonth delimited by size
        ".txt" delimited by size
        into closeFileName
    end-string
    open output closeFile
    if clstatus not = "00"
        display "Could not open " function trim(closeFileName) " (status " clstatus "). Nothing closed."
        move 8 to return-code
        stop run
    end-if
    perform writePackHeader
    perform masterSection
    perform summarySection
    perform feedSection
    perform reviewSection
    perform intakeSection
    perform duplicateSection
    perform crossFootSection
    close closeFile
    display "Close pack complete. See " function trim(closeFileName)
    if breakCount > 0
        display "*** Month " closeMonth " does not balance: " breakCount " break(s). ***"
        move 8 to return-code
    else
        if exceptionCount > 0
            move 4 to return-code
        else
            move 0 to return-code
        end-if
    end-if
    stop run.

writePackHeader.
    move spaces to closeText
    string
        "MONTH-END OPERATIONS CLOSE PACK - " delimited by size
        closeMonth delimited by size
        into closeText
    end-string
    write closeRecord from closeText
    move spaces to closeText
    string
        "PREPARED " delimited by size
        todayDate delimited by size
        " " delimited by size
        nowTime delimited by size
        into closeText
    end-string
    write closeRecord from closeText.

writeSectionTitle.
    move spaces to closeRecord
    write closeRecord
    write closeRecord from closeText
    move spaces to closeText.

    *>Section 1: what the audit master says was analyzed on the
    *>month's nights, and how it was judged and screened
masterSection.
    move "1. AUDIT MASTER - RUNS ANALYZED" to closeText
    perform writeSectionTitle
    open input auditMaster
    if amstatus not = "00"
        move spaces to closeText
        string
            "  (audit_master.dat could not be opened, status " delimited by size
            amstatus delimited by size
            ")" delimited by size
            into closeText
        end-string
        write closeRecord from closeText
    else
        move "Y" to masterAvailable
        perform countMonthRuns
        close auditMaster
    end-if
    move runsInMonth to editedCount
    move "  RUNS ANALYZED:" to closeText
    perform writeOneCount
    move runsPassed to editedCount
    move "    COMPLIANCE PASS:" to closeText
    perform writeOneCount
    move runsFailed to editedCount
    move "    COMPLIANCE FAIL:" to closeText
    perform writeOneCount
    move runsUnjudged to editedCount
    move "    NOT JUDGED (OR NOT RECORDED):" to closeText
    perform writeOneCount
    move runsDirty to editedCount
    move "  SCREENED WITH RESTRICTED TERMS FOUND:" to closeText
    perform writeOneCount.

countMonthRuns.
    move low-values to masterKey
    start auditMaster key is greater than or equal to masterKey
        invalid key move "23" to amstatus
    end-start
    if amstatus = "00"
        perform readNextMaster
    end-if
    perform
        until amstatus not = "00"
        perform checkRunWindow
        if runOfTheMonth
            add 1 to runsInMonth
            evaluate masterVerdict
                when "PASS"
                    add 1 to runsPassed
                when "FAIL"
                    add 1 to runsFailed
                when other
                    add 1 to runsUnjudged
            end-evaluate
            if masterScreen = "D"
                add 1 to runsDirty
            end-if
        end-if
        perform readNextMaster
    end-perform.

    *>A run belongs to the night whose noon-to-noon window holds it,
    *>and so to the month when that night is one of the month's
checkRunWindow.
    move masterRunDate to runStampDate
    move masterRunTime to runStampTime
    if runStamp >= windowFrom and runStamp < windowTo
        move "Y" to runInWindow
    else
        move "N" to runInWindow
    end-if.

writeOneCount.
    move editedCount to closeText(50:6)
    write closeRecord from closeText
    move spaces to closeText.

    *>Section 2: every night's batch summary, entry by entry. An entry
    *>that was not analyzed for a reason other than already being done
    *>or being a duplicate failed, as did a FAIL verdict; duplicates are
    *>kept for section 6
summarySection.
    move "2. BATCH SUMMARIES - FAILED ENTRIES" to closeText
    perform writeSectionTitle
    move "  NIGHT    FILE NAME                                 OUTCOME                    COMPLIANCE" to closeRecord
    write closeRecord
    move 1 to dayNum
    perform
        until dayNum > 31
        perform readOneSummary
        add 1 to dayNum
    end-perform
    if failedEntries = 0 and failedVerdicts = 0
        move "  (none)" to closeRecord
        write closeRecord
    end-if
    move spaces to closeRecord
    write closeRecord
    move summariesFound to editedCount
    move "  NIGHTLY SUMMARIES READ:" to closeText
    perform writeOneCount
    move summariesMissing to editedCount
    move "  NIGHTS WITH NO BATCH SUMMARY:" to closeText
    perform writeOneCount
    move summaryEntries to editedCount
    move "  ENTRIES:" to closeText
    perform writeOneCount
    move failedEntries to editedCount
    move "  ENTRIES NOT ANALYZED (FAILED):" to closeText
    perform writeOneCount
    move failedVerdicts to editedCount
    move "  ENTRIES FAILING COMPLIANCE:" to closeText
    perform writeOneCount
    add failedEntries to exceptionCount
    add failedVerdicts to exceptionCount.

readOneSummary.
    move spaces to dayDate
    move dayNum to dayDate(7:2)
    move closeMonth to dayDate(1:6)
    move dayDate to dayDateNum
    *>Days the month does not have, and nights still to come, have no
    *>summary to read
    if function test-date-yyyymmdd(dayDateNum) = 0
        and dayDate <= todayDate
        move spaces to summaryFileName
        string
            "batch_summary_" delimited by size
            dayDate delimited by size
            ".txt" delimited by size
            into summaryFileName
        end-string
        open input summaryFile
        if bsstatus not = "00"
            add 1 to summariesMissing
        else
            perform readSummaryEntries
        end-if
    end-if.

readSummaryEntries.
    add 1 to summariesFound
    move 0 to summaryLineNo
    move "Y" to inEntries
    perform until bsstatus = "10"
        read summaryFile
            at end
                move "10" to bsstatus
            not at end
                add 1 to summaryLineNo
                if summaryLineNo > 2 and not pastEntries
                    if summaryRecord = spaces
                        move "N" to inEntries
                    else
                        perform checkSummaryEntry
                    end-if
                end-if
        end-read
    end-perform
    close summaryFile.

checkSummaryEntry.
    add 1 to summaryEntries
    move summaryRecord(43:25) to entryOutcome
    evaluate entryOutcome
        when "PROCESSED"
        when "RESUMED-FROM-CHECKPOINT"
        when "SKIPPED-ALREADY-DONE"
            if summaryRecord(70:4) = "FAIL"
                add 1 to failedVerdicts
                perform writeFailedEntry
            end-if
        when "SKIPPED-DUPLICATE"
            if dupCount < dupMax
                add 1 to dupCount
                move summaryRecord(1:40) to dupName(dupCount)
                move dayDate to dupNight(dupCount)
            else
                add 1 to dupDropped
            end-if
        when other
            add 1 to failedEntries
            perform writeFailedEntry
    end-evaluate.

writeFailedEntry.
    move spaces to closeText
    move dayDate to closeText(3:8)
    move summaryRecord(1:80) to closeText(12:80)
    write closeRecord from closeText.

    *>Section 3: the month's feeds, by the night their batch started.
    *>Acknowledged ones have their detail records loaded for the
    *>cross-foot; superseded ones were replaced by a resend and are
    *>set aside; anything else is still waiting on, or was refused by,
    *>the reporting system. The acknowledged feeds of the nights just
    *>either side are loaded as well, but not listed or counted here
feedSection.
    move "3. FEED CONTROL - UNACKNOWLEDGED OR MISMATCHED FEEDS" to closeText
    perform writeSectionTitle
    move "  FEED FILE                                                     RUN DATE STATE            COUNT" to closeRecord
    write closeRecord
    open input feedControl
    evaluate fcstatus
        when "00"
            perform walkMonthFeeds
            close feedControl
        when "35"
            move "  (no feed_control.dat -- no feeds registered)" to closeRecord
            write closeRecord
        when other
            *>Without the feed register the month's feeds cannot be
            *>footed at all, so that alone leaves the month unbalanced
            move spaces to closeText
            string
                "  (feed_control.dat could not be opened, status " delimited by size
                fcstatus delimited by size
                ")" delimited by size
                into closeText
            end-string
            write closeRecord from closeText
            add 1 to breakCount
    end-evaluate
    if feedsOutstanding = 0
        move "  (none)" to closeRecord
        write closeRecord
    end-if
    move spaces to closeRecord
    write closeRecord
    move feedsAcked to editedCount
    move "  FEEDS ACKNOWLEDGED:" to closeText
    perform writeOneCount
    move feedsSuperseded to editedCount
    move "  FEEDS SUPERSEDED BY A RESEND:" to closeText
    perform writeOneCount
    move feedsOutstanding to editedCount
    move "  FEEDS UNACKNOWLEDGED OR MISMATCHED:" to closeText
    perform writeOneCount
    add feedsOutstanding to exceptionCount.

walkMonthFeeds.
    move low-values to feedCtlKey
    start feedControl key is greater than or equal to feedCtlKey
        invalid key move "23" to fcstatus
    end-start
    if fcstatus = "00"
        perform readNextFeedCtl
    end-if
    perform
        until fcstatus not = "00"
        if feedCtlRunDate(1:6) = closeMonth
            move "Y" to feedInMonth
            perform classifyFeed
        else
            if feedCtlRunDate >= feedFromDate and feedCtlRunDate <= feedToDate
                and feedCtlState = "ACKNOWLEDGED"
                move "N" to feedInMonth
                perform loadAckedFeed
            end-if
        end-if
        perform readNextFeedCtl
    end-perform.

classifyFeed.
    evaluate feedCtlState
        when "ACKNOWLEDGED"
            add 1 to feedsAcked
            perform loadAckedFeed
        when "SUPERSEDED"
            add 1 to feedsSuperseded
        when other
            add 1 to feedsOutstanding
            move spaces to closeText
            move feedCtlName to closeText(3:60)
            move feedCtlRunDate to closeText(65:8)
            move feedCtlState to closeText(74:14)
            move feedCtlCount to editedCount
            move editedCount to closeText(89:6)
            write closeRecord from closeText
    end-evaluate.

    *>A feed's detail records, each checked against those already
    *>loaded: the same run in two acknowledged feeds was reported to
    *>the reporting system twice
loadAckedFeed.
    if feedCount >= feedMax
        add 1 to feedDropped
    else
        add 1 to feedCount
        move feedCtlName to ftName(feedCount)
        move feedCtlState to ftState(feedCount)
        move feedCtlCount to ftCount(feedCount)
        move 0 to ftRead(feedCount)
        move feedInMonth to ftInMonth(feedCount)
        move feedCtlName to feedFileName
        open input feedFile
        move ffstatus to ftOpen(feedCount)
        if ffstatus = "00"
            perform readFeedDetails
            close feedFile
        end-if
    end-if.

readFeedDetails.
    perform until ffstatus = "10"
        read feedFile
            at end
                move "10" to ffstatus
            not at end
                if feedDtlType = "D"
                    add 1 to ftRead(feedCount)
                    if feedInMonth = "Y"
                        add 1 to monthDetails
                    end-if
                    if detailCount >= detailMax
                        add 1 to detailDropped
                    else
                        perform loadOneDetail
                    end-if
                end-if
        end-read
    end-perform.

loadOneDetail.
    move 0 to dtFound
    move 1 to dtIdx
    perform
        until dtIdx > detailCount or dtFound > 0
        if dtName(dtIdx) = feedDtlFileName
            and dtDate(dtIdx) = feedDtlRunDate
            and dtTime(dtIdx) = feedDtlRunTime
            move dtIdx to dtFound
        end-if
        add 1 to dtIdx
    end-perform
    add 1 to detailCount
    move feedDtlFileName to dtName(detailCount)
    move feedDtlRunDate to dtDate(detailCount)
    move feedDtlRunTime to dtTime(detailCount)
    move feedCount to dtFeed(detailCount)
    if dtFound > 0
        move "X" to dtFlag(detailCount)
    else
        move space to dtFlag(detailCount)
    end-if.

    *>Section 4: review items still OPEN for runs up to the month's
    *>end, whenever they were flagged
reviewSection.
    move "4. REVIEW QUEUE - ITEMS STILL OPEN" to closeText
    perform writeSectionTitle
    open input reviewQueue
    evaluate rqstatus
        when "00"
            move "  FILE NAME                                          RUN DATE REASON" to closeRecord
            write closeRecord
            perform walkOpenReviews
            close reviewQueue
            if reviewsOpen = 0
                move "  (none)" to closeRecord
                write closeRecord
            end-if
        when "35"
            move "  (no review_queue.dat -- nothing ever queued)" to closeRecord
            write closeRecord
        when other
            move spaces to closeText
            string
                "  (review_queue.dat could not be opened, status " delimited by size
                rqstatus delimited by size
                ")" delimited by size
                into closeText
            end-string
            write closeRecord from closeText
            add 1 to exceptionCount
    end-evaluate
    move spaces to closeRecord
    write closeRecord
    move reviewsOpen to editedCount
    move "  ITEMS STILL OPEN:" to closeText
    perform writeOneCount
    add reviewsOpen to exceptionCount.

walkOpenReviews.
    move low-values to reviewKey
    start reviewQueue key is greater than or equal to reviewKey
        invalid key move "23" to rqstatus
    end-start
    if rqstatus = "00"
        perform readNextReview
    end-if
    perform
        until rqstatus not = "00"
        if reviewStatus = "O" and reviewRunDate <= monthEnd
            add 1 to reviewsOpen
            move spaces to closeText
            move reviewFileName to closeText(3:50)
            move reviewRunDate to closeText(54:8)
            move reviewReason to closeText(63:12)
            if reviewRunDate < monthStart
                move "CARRIED FORWARD" to closeText(77:15)
            end-if
            write closeRecord from closeText
        end-if
        perform readNextReview
    end-perform.

    *>Section 5: documents queued up to the month's end that never had
    *>an outcome posted back; each is also a cross-foot break
intakeSection.
    move "5. INTAKE REGISTRY - DOCUMENTS QUEUED BUT NEVER GIVEN AN OUTCOME" to closeText
    perform writeSectionTitle
    open input intakeRegistry
    evaluate irstatus
        when "00"
            move "  FILE NAME                                          QUEUED" to closeRecord
            write closeRecord
            perform walkIntake
            close intakeRegistry
            if intakeUnresolved = 0
                move "  (none)" to closeRecord
                write closeRecord
            end-if
        when "35"
            move "  (no intake_registry.dat -- nothing ever queued)" to closeRecord
            write closeRecord
        when other
            *>Intake that cannot be read cannot be shown to resolve
            move spaces to closeText
            string
                "  (intake_registry.dat could not be opened, status " delimited by size
                irstatus delimited by size
                ")" delimited by size
                into closeText
            end-string
            write closeRecord from closeText
            add 1 to breakCount
    end-evaluate
    move spaces to closeRecord
    write closeRecord
    move intakeQueued to editedCount
    move "  DOCUMENTS QUEUED IN THE MONTH:" to closeText
    perform writeOneCount
    move intakeResolved to editedCount
    move "    GIVEN AN OUTCOME:" to closeText
    perform writeOneCount
    move intakeUnresolved to editedCount
    move "  STILL QUEUED (ANY MONTH UP TO THIS ONE):" to closeText
    perform writeOneCount.

walkIntake.
    move low-values to intakeKey
    start intakeRegistry key is greater than or equal to intakeKey
        invalid key move "23" to irstatus
    end-start
    if irstatus = "00"
        perform readNextIntake
    end-if
    perform
        until irstatus not = "00"
        if intakeQueueDate(1:6) = closeMonth
            add 1 to intakeQueued
            if intakeOutcome not = "QUEUED" and intakeOutcome not = spaces
                add 1 to intakeResolved
            end-if
        end-if
        if intakeQueueDate <= monthEnd
            and (intakeOutcome = "QUEUED" or intakeOutcome = spaces)
            add 1 to intakeUnresolved
            move spaces to closeText
            move intakeDocName to closeText(3:50)
            move intakeQueueDate to closeText(54:8)
            if intakeQueueDate < monthStart
                move "CARRIED FORWARD" to closeText(63:15)
            end-if
            write closeRecord from closeText
        end-if
        perform readNextIntake
    end-perform.

    *>Section 6: every duplicate the month's batches skipped, traced to
    *>the document it duplicated by recomputing its fingerprint the
    *>way textReader's validation pre-scan does and reading that
    *>signature back
duplicateSection.
    move "6. DOCUMENT SIGNATURES - DUPLICATES SKIPPED" to closeText
    perform writeSectionTitle
    if dupCount = 0 and dupDropped = 0
        move "  (none)" to closeRecord
        write closeRecord
    else
        move "  NIGHT    FILE NAME                                 DUPLICATE OF" to closeRecord
        write closeRecord
        move "N" to sigAvailable
        open input sigFile
        if sgstatus = "00"
            move "Y" to sigAvailable
        end-if
        move 1 to dupIdx
        perform
            until dupIdx > dupCount
            perform traceOneDuplicate
            add 1 to dupIdx
        end-perform
        if sigAvailable = "Y"
            close sigFile
        end-if
        move spaces to closeRecord
        write closeRecord
        compute editedCount = dupCount + dupDropped
        move "  DUPLICATES SKIPPED:" to closeText
        perform writeOneCount
        if dupDropped > 0
            move dupDropped to editedCount
            move "  (NOT TRACED, PAST THE FIRST 500):" to closeText
            perform writeOneCount
        end-if
    end-if.

traceOneDuplicate.
    move spaces to closeText
    move dupNight(dupIdx) to closeText(3:8)
    move dupName(dupIdx) to closeText(12:40)
    move dupName(dupIdx) to docFileName
    move 0 to docByteCount
    move 0 to docByteSum
    open input docFile
    evaluate true
        when dcstatus not = "00"
            move "(document no longer on disk; not traced)" to closeText(54:60)
        when sigAvailable not = "Y"
            close docFile
            move "(doc_signatures.dat could not be read; not traced)" to closeText(54:60)
        when other
            perform fingerprintDocument
            perform findSignature
    end-evaluate
    write closeRecord from closeText.

    *>Byte count and byte-value sum, accumulated exactly as the
    *>validation pre-scan accumulates them
fingerprintDocument.
    perform until dcstatus = "10"
        read docFile
            at end
                move "10" to dcstatus
            not at end
                move 1 to docIdx
                perform
                    until docIdx > docLineLen
                    add 1 to docByteCount
                    add function ord(docLine(docIdx:1)) to docByteSum
                    add 1 to docIdx
                end-perform
        end-read
    end-perform
    close docFile.

findSignature.
    move docByteCount to sigByteCount
    move docByteSum to sigByteSum
    read sigFile
        invalid key move "23" to sgstatus
    end-read
    if sgstatus = "00"
        string
            function trim(sigFileName) delimited by size
            " analyzed " delimited by size
            sigRunDate delimited by size
            into closeText(54:79)
        end-string
    else
        move "(no matching signature; document changed since)" to closeText(54:60)
    end-if.

    *>Section 7: the control totals footed across the files, with
    *>every break on its own line
crossFootSection.
    move "7. CROSS-FOOT OF CONTROL TOTALS" to closeText
    perform writeSectionTitle
    move "  BREAKS (AND RUNS CARRIED OVER BETWEEN MONTHS, WHICH ARE NOT):" to closeRecord
    write closeRecord
    if masterAvailable = "Y"
        perform footMasterToFeeds
    else
        move "  BREAK: audit_master.dat could not be read; runs cannot be footed to the feeds" to closeRecord
        write closeRecord
        add 1 to breakCount
    end-if
    perform footFeedDetails
    if masterAvailable = "Y"
        close auditMaster
    end-if
    perform footFeedCounts
    perform footIntake
    if breakCount = 0 and runsCarriedOut = 0 and detailsCarriedIn = 0
        move "  (none)" to closeRecord
        write closeRecord
    end-if
    move spaces to closeRecord
    write closeRecord
    move runsInMonth to editedCount
    move "  RUNS ANALYZED PER AUDIT MASTER:" to closeText
    perform writeOneCount
    compute diffCount = monthDetails - detailsRepeated
    move diffCount to editedCount
    move "  RUNS IN THE MONTH'S FEEDS (DISTINCT):" to closeText
    perform writeOneCount
    move detailsCarriedIn to editedCount
    move "    LESS RUNS OF OTHER MONTHS' NIGHTS:" to closeText
    perform writeOneCount
    move runsCarriedOut to editedCount
    move "    PLUS RUNS FED ON OTHER MONTHS' NIGHTS:" to closeText
    perform writeOneCount
    compute diffCount = runsInMonth
        - (diffCount - detailsCarriedIn + runsCarriedOut)
    move diffCount to editedDiff
    move spaces to closeText
    move "  DIFFERENCE:" to closeText
    move editedDiff to closeText(49:7)
    write closeRecord from closeText
    move runsNotFed to editedCount
    move "    ANALYZED BUT IN NO ACKNOWLEDGED FEED:" to closeText
    perform writeOneCount
    move detailsNotRun to editedCount
    move "    FED BUT NOT A RUN OF THE MONTH:" to closeText
    perform writeOneCount
    move detailsRepeated to editedCount
    move "    FED MORE THAN ONCE:" to closeText
    perform writeOneCount
    move intakeUnresolved to editedCount
    move "  INTAKE DOCUMENTS WITHOUT AN OUTCOME:" to closeText
    perform writeOneCount
    move breakCount to editedCount
    move "  TOTAL BREAKS:" to closeText
    perform writeOneCount
    move spaces to closeRecord
    write closeRecord
    if breakCount > 0
        move "*** MONTH DOES NOT BALANCE ***" to closeRecord
    else
        move "MONTH BALANCES" to closeRecord
    end-if
    write closeRecord
    move spaces to closeRecord
    write closeRecord
    move "CONTROLLER SIGN-OFF: ______________________________   DATE: __________" to closeRecord
    write closeRecord.

    *>Every run of the month must be marked off against a detail in
    *>an acknowledged feed. The master stays open for footFeedDetails
    *>to look up the runs the month's feeds carried in
footMasterToFeeds.
    open input auditMaster
    if amstatus not = "00"
        move "  BREAK: audit_master.dat could not be reopened; runs cannot be footed to the feeds" to closeRecord
        write closeRecord
        add 1 to breakCount
        move "N" to masterAvailable
    else
        perform footMonthRuns
    end-if.

footMonthRuns.
    move low-values to masterKey
    start auditMaster key is greater than or equal to masterKey
        invalid key move "23" to amstatus
    end-start
    if amstatus = "00"
        perform readNextMaster
    end-if
    perform
        until amstatus not = "00"
        perform checkRunWindow
        if runOfTheMonth
            perform footOneRun
        end-if
        perform readNextMaster
    end-perform.

footOneRun.
    move 0 to dtFound
    move 1 to dtIdx
    perform
        until dtIdx > detailCount or dtFound > 0
        if dtFlag(dtIdx) = space
            and dtName(dtIdx) = masterFileName
            and dtDate(dtIdx) = masterRunDate
            and dtTime(dtIdx) = masterRunTime
            move dtIdx to dtFound
        end-if
        add 1 to dtIdx
    end-perform
    if dtFound > 0
        move "M" to dtFlag(dtFound)
        move dtFeed(dtFound) to feedIdx
        if ftInMonth(feedIdx) = "N"
            add 1 to runsCarriedOut
            move spaces to closeText
            string
                "  CARRIED OVER (not a break): run of the month fed in " delimited by size
                function trim(ftName(feedIdx)) delimited by size
                ": " delimited by size
                function trim(masterFileName) delimited by size
                " run " delimited by size
                masterRunDate delimited by size
                " " delimited by size
                masterRunTime delimited by size
                into closeText
            end-string
            write closeRecord from closeText
        end-if
    else
        add 1 to runsNotFed
        add 1 to breakCount
        move spaces to closeText
        string
            "  BREAK: analyzed, in no acknowledged feed: " delimited by size
            function trim(masterFileName) delimited by size
            " run " delimited by size
            masterRunDate delimited by size
            " " delimited by size
            masterRunTime delimited by size
            into closeText
        end-string
        write closeRecord from closeText
    end-if.

    *>Details of the month's feeds no run of the month marked off,
    *>and details an earlier acknowledged feed already carried. A
    *>detail that is a run of another month's night (resumed, or run
    *>past the month boundary) is carried in, not a break; the feeds
    *>of the nights either side are footed in their own months
footFeedDetails.
    move 1 to dtIdx
    perform
        until dtIdx > detailCount
        move dtFeed(dtIdx) to feedIdx
        if dtFlag(dtIdx) not = "M" and ftInMonth(feedIdx) = "Y"
            perform footOneDetail
        end-if
        add 1 to dtIdx
    end-perform
    if detailDropped > 0
        add 1 to breakCount
        move detailDropped to editedCount
        move spaces to closeText
        string
            "  BREAK: " delimited by size
            function trim(editedCount) delimited by size
            " feed details past the first 9999 could not be footed" delimited by size
            into closeText
        end-string
        write closeRecord from closeText
    end-if.

footOneDetail.
    move spaces to closeText
    if dtFlag(dtIdx) = "X"
        add 1 to breakCount
        add 1 to detailsRepeated
        string
            "  BREAK: fed more than once (again in " delimited by size
            function trim(ftName(feedIdx)) delimited by size
            "): " delimited by size
            function trim(dtName(dtIdx)) delimited by size
            " run " delimited by size
            dtDate(dtIdx) delimited by size
            " " delimited by size
            dtTime(dtIdx) delimited by size
            into closeText
        end-string
    else
        perform findDetailRun
        if amstatus = "00"
            add 1 to detailsCarriedIn
            string
                "  CARRIED OVER (not a break): in " delimited by size
                function trim(ftName(feedIdx)) delimited by size
                ", a run of another month's night: " delimited by size
                function trim(dtName(dtIdx)) delimited by size
                " run " delimited by size
                dtDate(dtIdx) delimited by size
                " " delimited by size
                dtTime(dtIdx) delimited by size
                into closeText
            end-string
        else
            add 1 to breakCount
            add 1 to detailsNotRun
            string
                "  BREAK: in " delimited by size
                function trim(ftName(feedIdx)) delimited by size
                ", not a run of the month: " delimited by size
                function trim(dtName(dtIdx)) delimited by size
                " run " delimited by size
                dtDate(dtIdx) delimited by size
                " " delimited by size
                dtTime(dtIdx) delimited by size
                into closeText
            end-string
        end-if
    end-if
    write closeRecord from closeText.

    *>A detail left unmarked is no run of the month; it is carried in
    *>only when the master does hold it, on another month's night
findDetailRun.
    move "23" to amstatus
    if masterAvailable = "Y"
        move dtName(dtIdx) to masterFileName
        move dtDate(dtIdx) to masterRunDate
        move dtTime(dtIdx) to masterRunTime
        read auditMaster
            invalid key move "23" to amstatus
        end-read
        if amstatus = "00"
            perform checkRunWindow
            if runOfTheMonth
                move "23" to amstatus
            end-if
        end-if
    end-if.

    *>Each acknowledged feed must still read back and hold the detail
    *>count it was sealed (and acknowledged) with
footFeedCounts.
    move 1 to feedIdx
    perform
        until feedIdx > feedCount
        if ftInMonth(feedIdx) = "Y"
            perform footOneFeedCount
        end-if
        add 1 to feedIdx
    end-perform
    if feedDropped > 0
        add 1 to breakCount
        move feedDropped to editedCount
        move spaces to closeText
        string
            "  BREAK: " delimited by size
            function trim(editedCount) delimited by size
            " acknowledged feeds past the first 200 could not be footed" delimited by size
            into closeText
        end-string
        write closeRecord from closeText
    end-if.

footOneFeedCount.
    move spaces to closeText
    if ftOpen(feedIdx) not = "00"
        add 1 to breakCount
        string
            "  BREAK: acknowledged feed " delimited by size
            function trim(ftName(feedIdx)) delimited by size
            " could not be read (status " delimited by size
            ftOpen(feedIdx) delimited by size
            ")" delimited by size
            into closeText
        end-string
        write closeRecord from closeText
    else
        if ftRead(feedIdx) not = ftCount(feedIdx)
            add 1 to breakCount
            move ftRead(feedIdx) to editedCount
            move ftCount(feedIdx) to editedCount2
            string
                "  BREAK: acknowledged feed " delimited by size
                function trim(ftName(feedIdx)) delimited by size
                " holds " delimited by size
                function trim(editedCount) delimited by size
                " details, sealed with " delimited by size
                function trim(editedCount2) delimited by size
                into closeText
            end-string
            write closeRecord from closeText
        end-if
    end-if.

    *>Every document taken in must resolve to an outcome
footIntake.
    open input intakeRegistry
    if irstatus = "00"
        perform footIntakeRecords
        close intakeRegistry
    end-if.

footIntakeRecords.
    move low-values to intakeKey
    start intakeRegistry key is greater than or equal to intakeKey
        invalid key move "23" to irstatus
    end-start
    if irstatus = "00"
        perform readNextIntake
    end-if
    perform
        until irstatus not = "00"
        if intakeQueueDate <= monthEnd
            and (intakeOutcome = "QUEUED" or intakeOutcome = spaces)
            add 1 to breakCount
            move spaces to closeText
            string
                "  BREAK: queued " delimited by size
                intakeQueueDate delimited by size
                ", no outcome: " delimited by size
                function trim(intakeDocName) delimited by size
                into closeText
            end-string
            write closeRecord from closeText
        end-if
        perform readNextIntake
    end-perform.

readNextMaster.
    read auditMaster next
        at end move "10" to amstatus
    end-read.

readNextFeedCtl.
    read feedControl next
        at end move "10" to fcstatus
    end-read.

readNextReview.
    read reviewQueue next
        at end move "10" to rqstatus
    end-read.

readNextIntake.
    read intakeRegistry next
        at end move "10" to irstatus
    end-read.
