>>SOURCE FORMAT FREE
*>Domenic Bianchi
*>Retroactive compliance impact of a standards-profile change. Given a
*>profile name or pattern and either a proposed change (new limits
*>typed in), a proposed deletion, or the change just made (read back
*>from the profile history, profile_history.dat, profhist.cpy), this
*>program re-judges every run of the last N days in the audit master
*>(audit_master.dat, auditmst.cpy) from the totals stored there --
*>words, sentences, characters, the screening flag and the passive
*>count -- once under the profiles as they stood before the change and
*>once as they stand after it. Which profile judges a run is settled
*>exactly the way textReader settles it: an exact-name profile first,
*>then the first covering pattern in key order, so a change to a
*>pattern can hand documents to or take them from other profiles. Every
*>run whose verdict moves is listed in profile_impact_report.txt with
*>the verdict it was given at the time and the profile version that
*>gave it, so an auditor can see why the same text passed in one month
*>and failed in another, and a change can be weighed before it is made.
*>
*>Modification history:
*>Oct 15/2026 - DB - Initial version.

identification division.
program-id. profileImpact.

environment division.
    input-output section.
    file-control.
    select profileFile assign to "standards_profile.dat"
        organization is indexed
        access is dynamic
        record key is profileKey
        file status is ppstatus.
    select profHistFile assign to "profile_history.dat"
        organization is indexed
        access is dynamic
        record key is profHistKey
        file status is phstatus.
    select auditMaster assign to "audit_master.dat"
        organization is indexed
        access is dynamic
        record key is masterKey
        file status is amstatus.
    select impactReportFile assign to "profile_impact_report.txt"
        organization is line sequential
        file status is irstatus.

data division.
    file section.
    fd profileFile.
    copy "stdprof.cpy".
    fd profHistFile.
    copy "profhist.cpy".
    fd auditMaster.
    copy "auditmst.cpy".
    fd impactReportFile.
    01 impactReportRecord pic x(132).

    working-storage section.
    01 ppstatus pic x(2).
    01 phstatus pic x(2).
    01 amstatus pic x(2).
    01 irstatus pic x(2).

    77 impactMode pic x(1).
        88 proposedChange value "1".
        88 proposedDelete value "2".
        88 changeJustMade value "3".

    77 targetName pic x(50).
    77 targetLen pic 999.
    77 targetIsPattern pic x(1).
    77 answerText pic x(10).
    77 screenAnswer pic x(1).
    77 todayDate pic x(8).
    77 cutoffDate pic x(8).
    77 cutoffNum pic 9(8).
    77 windowDays pic 9(4) value 30.
    77 histVersion pic 9(4) value 0.

    *>Every profile on file except the one being changed, whose
    *>before and after states are held apart below. The limits in each
    *>share one layout, so whichever profile wins is moved whole into
    *>judgeLimits
    77 profMax pic 999 value 500.
    77 profCount pic 999 value 0.
    01 profTable.
        05 profEntry occurs 500 times.
            10 tabName pic x(50).
            10 tabLimits.
                15 tabGradeMin pic 9(2)v99.
                15 tabGradeMax pic 9(2)v99.
                15 tabMaxWrdSen pic 9(4)v99.
                15 tabMaxSymWrd pic 9(4)v99.
                15 tabScreenReq pic x(1).
                15 tabMaxPassive pic 9(3)v99.
    77 pIdx pic 999.

    77 beforeHas pic x(1) value "N".
    01 beforeLimits.
        05 beforeGradeMin pic 9(2)v99.
        05 beforeGradeMax pic 9(2)v99.
        05 beforeMaxWrdSen pic 9(4)v99.
        05 beforeMaxSymWrd pic 9(4)v99.
        05 beforeScreenReq pic x(1).
        05 beforeMaxPassive pic 9(3)v99.
    77 afterHas pic x(1) value "N".
    01 afterLimits.
        05 afterGradeMin pic 9(2)v99.
        05 afterGradeMax pic 9(2)v99.
        05 afterMaxWrdSen pic 9(4)v99.
        05 afterMaxSymWrd pic 9(4)v99.
        05 afterScreenReq pic x(1).
        05 afterMaxPassive pic 9(3)v99.

    *>Resolving and judging one run under one side of the change
    77 setHas pic x(1).
    01 setLimits.
        05 filler pic x(26).
    01 judgeLimits.
        05 judgeGradeMin pic 9(2)v99.
        05 judgeGradeMax pic 9(2)v99.
        05 judgeMaxWrdSen pic 9(4)v99.
        05 judgeMaxSymWrd pic 9(4)v99.
        05 judgeScreenReq pic x(1).
        05 judgeMaxPassive pic 9(3)v99.
    77 resolvedBy pic x(1).
        88 resolvedNone value "N".
        88 resolvedTarget value "T".
        88 resolvedOther value "O".
    77 bestPattern pic x(50).
    77 patLen pic 999.
    77 nameLen pic 999.
    77 runVerdict pic x(4).
    77 beforeVerdict pic x(4).
    77 afterVerdict pic x(4).
    77 beforeBy pic x(1).
    77 afterBy pic x(1).
    77 changeText pic x(16).

    *>The verdict arithmetic, exactly as textReader's applyProfileChecks
    *>does it
    77 gradeLevel pic s9(4)v99.
    77 cmpWrdSen pic 9(4)v99.
    77 cmpSymWrd pic 9(4)v99.
    77 passivePct pic 9(5)v99.

    77 runsInWindow pic 9(6) value 0.
    77 runsUnderProfile pic 9(6) value 0.
    77 runsUnchanged pic 9(6) value 0.
    77 passToFail pic 9(6) value 0.
    77 failToPass pic 9(6) value 0.
    77 nowJudged pic 9(6) value 0.
    77 noLongerJudged pic 9(6) value 0.
    77 notRejudged pic 9(6) value 0.

    01 editedCount pic zzzzz9.
    01 editedGradeMin pic z9.99.
    01 editedGradeMax pic z9.99.
    01 editedWrdSen pic zzz9.99.
    01 editedSymWrd pic zzz9.99.
    01 editedPassive pic zz9.99.
    01 editedVersion pic zzz9.
    01 impactReportText pic x(132).

procedure division.

main.
    display "Enter document file name or name pattern ending in * of the profile:"
    accept targetName
    if targetName = spaces
        display "A profile name is required. Nothing judged."
        move 8 to return-code
        stop run
    end-if
    display "Impact of (1=a proposed change, 2=a proposed deletion, 3=the change just made):"
    accept impactMode
    if not proposedChange and not proposedDelete and not changeJustMade
        display "Unknown option; nothing judged."
        move 8 to return-code
        stop run
    end-if
    accept todayDate from date yyyymmdd
    perform loadProfiles
    evaluate true
        when proposedChange
            perform acceptProposedLimits
        when proposedDelete
            if beforeHas not = "Y"
                display "No profile on file for " function trim(targetName) "; nothing to delete. Nothing judged."
                move 8 to return-code
                stop run
            end-if
        when changeJustMade
            perform loadLastChange
    end-evaluate
    display "Re-judge runs from the last how many days (blank for 30)?"
    accept answerText
    if answerText not = spaces
        if function test-numval(answerText) not = 0
            or function numval(answerText) < 1
            or function numval(answerText) > 9999
            display "Answer must be a number of days from 1 to 9999: " answerText ". Nothing judged."
            move 8 to return-code
            stop run
        end-if
        compute windowDays = function numval(answerText)
    end-if
    compute cutoffNum = function date-of-integer(
        function integer-of-date(function numval(todayDate)) - windowDays)
    move cutoffNum to cutoffDate
    open input auditMaster
    if amstatus not = "00"
        display "Could not open audit_master.dat (status " amstatus "). Nothing judged."
        move 8 to return-code
        stop run
    end-if
    perform setTargetShape
    open output impactReportFile
    perform writeReportHeader
    perform judgeWindow
    perform writeImpactTotals
    close impactReportFile
    close auditMaster
    display "Impact report complete. See profile_impact_report.txt"
    if passToFail > 0 or failToPass > 0
        move 4 to return-code
    else
        move 0 to return-code
    end-if
    stop run.

    *>Every profile but the target goes in the table; the target's
    *>current state is the before side of a proposal. A profile file
    *>that does not exist yet just means no profiles, but one that
    *>cannot be opened cannot be judged against
loadProfiles.
    open input profileFile
    if ppstatus = "35"
        move "00" to ppstatus
    else
        if ppstatus not = "00"
            display "Could not open standards_profile.dat (status " ppstatus "). Nothing judged."
            move 8 to return-code
            stop run
        end-if
        move low-values to profileKey
        start profileFile key is greater than or equal to profileKey
            invalid key move "23" to ppstatus
        end-start
        if ppstatus = "00"
            perform readNextProfile
        end-if
        perform
            until ppstatus not = "00"
            perform loadOneProfile
            perform readNextProfile
        end-perform
        close profileFile
    end-if.

loadOneProfile.
    if profileName = targetName
        move "Y" to beforeHas
        move profileGradeMin to beforeGradeMin
        move profileGradeMax to beforeGradeMax
        move profileMaxWrdSen to beforeMaxWrdSen
        move profileMaxSymWrd to beforeMaxSymWrd
        move profileScreenReq to beforeScreenReq
        if profileMaxPassivePct numeric
            move profileMaxPassivePct to beforeMaxPassive
        else
            move 0 to beforeMaxPassive
        end-if
        if profileVersion numeric
            move profileVersion to histVersion
        end-if
    else
        *>Judging against a partial profile set would misstate who
        *>judges what, so a table overflow stops the run
        if profCount >= profMax
            display "More than " profMax " standards profiles; impact cannot be judged."
            move 8 to return-code
            stop run
        end-if
        add 1 to profCount
        move profileName to tabName(profCount)
        move profileGradeMin to tabGradeMin(profCount)
        move profileGradeMax to tabGradeMax(profCount)
        move profileMaxWrdSen to tabMaxWrdSen(profCount)
        move profileMaxSymWrd to tabMaxSymWrd(profCount)
        move profileScreenReq to tabScreenReq(profCount)
        if profileMaxPassivePct numeric
            move profileMaxPassivePct to tabMaxPassive(profCount)
        else
            move 0 to tabMaxPassive(profCount)
        end-if
    end-if.

    *>The proposed limits, asked for the way profileMaint asks
acceptProposedLimits.
    move "Y" to afterHas
    display "Proposed grade band minimum (0 for no grade check):"
    perform acceptNumericAnswer
    compute afterGradeMin = function numval(answerText)
    display "Proposed grade band maximum (0 for no grade check):"
    perform acceptNumericAnswer
    compute afterGradeMax = function numval(answerText)
    if afterGradeMax > 0 and afterGradeMin > afterGradeMax
        display "Grade band minimum exceeds its maximum. Nothing judged."
        move 8 to return-code
        stop run
    end-if
    display "Proposed maximum words/sentence (0 for no limit):"
    perform acceptNumericAnswer
    compute afterMaxWrdSen = function numval(answerText)
    display "Proposed maximum symbols/word (0 for no limit):"
    perform acceptNumericAnswer
    compute afterMaxSymWrd = function numval(answerText)
    display "Proposed maximum passive constructions per 100 sentences (0 for no limit):"
    perform acceptNumericAnswer
    compute afterMaxPassive = function numval(answerText)
    display "Must this document class be screened against the dictionary (Y/N)?"
    accept screenAnswer
    move function upper-case(screenAnswer) to screenAnswer
    if screenAnswer not = "Y" and screenAnswer not = "N"
        display "Answer must be Y or N. Nothing judged."
        move 8 to return-code
        stop run
    end-if
    move screenAnswer to afterScreenReq.

    *>The change just made is the target's newest history record: its
    *>before image is the before side (none for an add) and its after
    *>image the after side (none for a delete)
loadLastChange.
    open input profHistFile
    if phstatus not = "00"
        display "No profile history found (profile_history.dat, status " phstatus "). Nothing judged."
        move 8 to return-code
        stop run
    end-if
    move "N" to beforeHas
    move 0 to histVersion
    move targetName to profHistName
    move 0 to profHistVersion
    start profHistFile key is greater than or equal to profHistKey
        invalid key move "23" to phstatus
    end-start
    if phstatus = "00"
        perform readNextHistory
    end-if
    perform
        until phstatus not = "00" or profHistName not = targetName
        move profHistVersion to histVersion
        move "N" to beforeHas
        move "N" to afterHas
        if not profHistAdd
            move "Y" to beforeHas
            move profHistBefore to beforeLimits
        end-if
        if not profHistDelete
            move "Y" to afterHas
            move profHistAfter to afterLimits
        end-if
        perform readNextHistory
    end-perform
    close profHistFile
    if histVersion = 0
        display "No history recorded for " function trim(targetName) ". Nothing judged."
        move 8 to return-code
        stop run
    end-if.

    *>Whether the target is a pattern, and how much of a name it covers
setTargetShape.
    move "N" to targetIsPattern
    move 50 to targetLen
    perform
        until targetLen = 0 or targetName(targetLen:1) not = space
        subtract 1 from targetLen
    end-perform
    if targetLen > 0 and targetName(targetLen:1) = "*"
        move "Y" to targetIsPattern
        subtract 1 from targetLen
    end-if.

writeReportHeader.
    move spaces to impactReportText
    string
        "STANDARDS-PROFILE IMPACT - " delimited by size
        function trim(targetName) delimited by size
        " - " delimited by size
        todayDate delimited by size
        into impactReportText
    end-string
    write impactReportRecord from impactReportText
    move spaces to impactReportText
    evaluate true
        when proposedChange
            move "PROPOSED CHANGE" to impactReportText
        when proposedDelete
            move "PROPOSED DELETION" to impactReportText
        when other
            move histVersion to editedVersion
            string
                "CHANGE MADE AS HISTORY VERSION " delimited by size
                function trim(editedVersion) delimited by size
                into impactReportText
            end-string
    end-evaluate
    write impactReportRecord from impactReportText
    move "BEFORE: " to impactReportText
    if beforeHas = "Y"
        move beforeLimits to setLimits
        perform describeLimits
    else
        move "(no profile)" to impactReportText(9:20)
    end-if
    write impactReportRecord from impactReportText
    move "AFTER:  " to impactReportText
    if afterHas = "Y"
        move afterLimits to setLimits
        perform describeLimits
    else
        move "(no profile)" to impactReportText(9:20)
    end-if
    write impactReportRecord from impactReportText
    move spaces to impactReportText
    string
        "RUNS RE-JUDGED FROM " delimited by size
        cutoffDate delimited by size
        " THROUGH " delimited by size
        todayDate delimited by size
        into impactReportText
    end-string
    write impactReportRecord from impactReportText
    move spaces to impactReportRecord
    write impactReportRecord
    move "FILE NAME                                 RUN DATE TIME    AT THE TIME   BEFORE  AFTER  CHANGE" to impactReportRecord
    write impactReportRecord.

describeLimits.
    move setLimits to judgeLimits
    move judgeGradeMin to editedGradeMin
    move judgeGradeMax to editedGradeMax
    move judgeMaxWrdSen to editedWrdSen
    move judgeMaxSymWrd to editedSymWrd
    move judgeMaxPassive to editedPassive
    string
        "grade " delimited by size
        editedGradeMin delimited by size
        "-" delimited by size
        editedGradeMax delimited by size
        "  max w/s " delimited by size
        editedWrdSen delimited by size
        "  max s/w " delimited by size
        editedSymWrd delimited by size
        "  screen " delimited by size
        judgeScreenReq delimited by size
        "  max passive " delimited by size
        editedPassive delimited by size
        into impactReportText(9:120)
    end-string.

    *>Every run in the window, in key order; only runs the target
    *>judges on one side of the change or the other can move
judgeWindow.
    move low-values to masterKey
    start auditMaster key is greater than or equal to masterKey
        invalid key move "23" to amstatus
    end-start
    if amstatus = "00"
        perform readNextMaster
    end-if
    perform
        until amstatus not = "00"
        if masterRunDate >= cutoffDate
            add 1 to runsInWindow
            perform judgeOneRun
        end-if
        perform readNextMaster
    end-perform.

judgeOneRun.
    move beforeHas to setHas
    move beforeLimits to setLimits
    perform resolveProfile
    move resolvedBy to beforeBy
    perform judgeRun
    move runVerdict to beforeVerdict
    move afterHas to setHas
    move afterLimits to setLimits
    perform resolveProfile
    move resolvedBy to afterBy
    perform judgeRun
    move runVerdict to afterVerdict
    if beforeBy = "T" or afterBy = "T"
        add 1 to runsUnderProfile
        *>A run recorded before the master kept its screening flag and
        *>passive count cannot be judged again from what is stored
        if masterScreen = space or masterScreen = low-value
            or masterPassive not numeric
            add 1 to notRejudged
        else
            perform classifyChange
        end-if
    end-if.

classifyChange.
    move spaces to changeText
    evaluate true
        when beforeVerdict = afterVerdict
            add 1 to runsUnchanged
        when beforeVerdict = "PASS" and afterVerdict = "FAIL"
            add 1 to passToFail
            move "PASS->FAIL" to changeText
        when beforeVerdict = "FAIL" and afterVerdict = "PASS"
            add 1 to failToPass
            move "FAIL->PASS" to changeText
        when beforeVerdict = "-"
            add 1 to nowJudged
            move "NOW JUDGED" to changeText
        when other
            add 1 to noLongerJudged
            move "NO LONGER JUDGED" to changeText
    end-evaluate
    if changeText not = spaces
        perform writeImpactRow
    end-if.

writeImpactRow.
    move spaces to impactReportText
    move masterFileName to impactReportText(1:40)
    move masterRunDate to impactReportText(43:8)
    move masterRunTime to impactReportText(52:6)
    move masterVerdict to impactReportText(60:4)
    if masterVerdict not = "-" and masterProfVersion numeric
        move "v" to impactReportText(65:1)
        move masterProfVersion to impactReportText(66:4)
    end-if
    move beforeVerdict to impactReportText(74:4)
    move afterVerdict to impactReportText(82:4)
    move changeText to impactReportText(89:16)
    write impactReportRecord from impactReportText.

    *>Settle which profile judges masterFileName with the target in
    *>the state setHas/setLimits describe: an exact-name profile wins;
    *>otherwise the covering pattern lowest in key order
resolveProfile.
    move "N" to resolvedBy
    if masterFileName = targetName and setHas = "Y"
        move "T" to resolvedBy
        move setLimits to judgeLimits
    else
        move 1 to pIdx
        perform
            until pIdx > profCount or not resolvedNone
            if tabName(pIdx) = masterFileName
                move "O" to resolvedBy
                move tabLimits(pIdx) to judgeLimits
            end-if
            add 1 to pIdx
        end-perform
    end-if
    if resolvedNone
        move high-values to bestPattern
        move 1 to pIdx
        perform
            until pIdx > profCount
            perform considerTablePattern
            add 1 to pIdx
        end-perform
        if setHas = "Y" and targetIsPattern = "Y" and targetName < bestPattern
            if targetLen = 0
                or masterFileName(1:targetLen) = targetName(1:targetLen)
                move targetName to bestPattern
                move "T" to resolvedBy
                move setLimits to judgeLimits
            end-if
        end-if
    end-if.

considerTablePattern.
    move 50 to nameLen
    perform
        until nameLen = 0 or tabName(pIdx)(nameLen:1) not = space
        subtract 1 from nameLen
    end-perform
    if nameLen > 0 and tabName(pIdx)(nameLen:1) = "*"
        and tabName(pIdx) < bestPattern
        compute patLen = nameLen - 1
        if patLen = 0
            or masterFileName(1:patLen) = tabName(pIdx)(1:patLen)
            move tabName(pIdx) to bestPattern
            move "O" to resolvedBy
            move tabLimits(pIdx) to judgeLimits
        end-if
    end-if.

    *>The verdict textReader would give this run's stored totals under
    *>judgeLimits: grade band, ratio ceilings, screening requirement
    *>and passive-construction ceiling
judgeRun.
    if resolvedNone
        move "-" to runVerdict
    else
        move "PASS" to runVerdict
        if masterWords > 0 and masterSentences > 0
            compute gradeLevel rounded =
                (4.71 * masterChars / masterWords)
                + (0.50 * masterWords / masterSentences)
                - 21.43
        else
            move 0 to gradeLevel
        end-if
        if judgeGradeMax > 0
            if gradeLevel < judgeGradeMin or gradeLevel > judgeGradeMax
                move "FAIL" to runVerdict
            end-if
        end-if
        if masterSentences > 0
            compute cmpWrdSen rounded = masterWords / masterSentences
        else
            move 0 to cmpWrdSen
        end-if
        if masterWords > 0
            compute cmpSymWrd rounded = masterChars / masterWords
        else
            move 0 to cmpSymWrd
        end-if
        if judgeMaxWrdSen > 0 and cmpWrdSen > judgeMaxWrdSen
            move "FAIL" to runVerdict
        end-if
        if judgeMaxSymWrd > 0 and cmpSymWrd > judgeMaxSymWrd
            move "FAIL" to runVerdict
        end-if
        if judgeScreenReq = "Y"
            and (masterScreen = "-" or masterScreen = "D")
            move "FAIL" to runVerdict
        end-if
        if masterPassive numeric and judgeMaxPassive > 0
            if masterSentences > 0
                compute passivePct rounded = masterPassive * 100 / masterSentences
            else
                compute passivePct = masterPassive * 100
            end-if
            if passivePct > judgeMaxPassive
                move "FAIL" to runVerdict
            end-if
        end-if
    end-if.

writeImpactTotals.
    move spaces to impactReportRecord
    write impactReportRecord
    move runsInWindow to editedCount
    move "RUNS IN WINDOW:" to impactReportText
    perform writeOneTotal
    move runsUnderProfile to editedCount
    move "RUNS THE PROFILE JUDGES:" to impactReportText
    perform writeOneTotal
    move runsUnchanged to editedCount
    move "  VERDICT UNCHANGED:" to impactReportText
    perform writeOneTotal
    move passToFail to editedCount
    move "  PASS TO FAIL:" to impactReportText
    perform writeOneTotal
    move failToPass to editedCount
    move "  FAIL TO PASS:" to impactReportText
    perform writeOneTotal
    move nowJudged to editedCount
    move "  NOW JUDGED BY IT:" to impactReportText
    perform writeOneTotal
    move noLongerJudged to editedCount
    move "  NO LONGER JUDGED BY IT:" to impactReportText
    perform writeOneTotal
    move notRejudged to editedCount
    move "  NOT RE-JUDGED (NO STORED SCREEN/STYLE TOTALS):" to impactReportText
    perform writeOneTotal.

writeOneTotal.
    move editedCount to impactReportText(50:6)
    write impactReportRecord from impactReportText.

    *>Prompted numeric answers come back space-padded, so test-numval
    *>accepts the padded form and still rejects blanks and stray letters
acceptNumericAnswer.
    accept answerText
    if function test-numval(answerText) not = 0
        display "Answer must be numeric: " answerText ". Nothing judged."
        move 8 to return-code
        stop run
    end-if.

readNextProfile.
    read profileFile next
        at end move "10" to ppstatus
    end-read.

readNextHistory.
    read profHistFile next
        at end move "10" to phstatus
    end-read.

readNextMaster.
    read auditMaster next
        at end move "10" to amstatus
    end-read.
