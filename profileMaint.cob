*>
*>Modification history:
*>Sep 02/2026 - DB - Initial version.
*>Oct 15/2026 - DB - Profiles carry a maximum of passive constructions
*>              per 100 sentences, prompted for and listed.
*>Oct 15/2026 - DB - Every add, change and delete is written to the
*>              profile history (profile_history.dat, profhist.cpy)
*>              with before and after images, the operator's initials
*>              and the date and time, and the profile carries the
*>              version it was stored under; option 4 lists the
*>              history.

identification division.
program-id. profileMaint.
        access is dynamic
        record key is profileKey
        file status is ppstatus.
    select profHistFile assign to "profile_history.dat"
        organization is indexed
        access is dynamic
        record key is profHistKey
        file status is phstatus.

data division.
    file section.
    fd profileFile.
    copy "stdprof.cpy".
    fd profHistFile.
    copy "profhist.cpy".

    working-storage section.
    01 ppstatus pic x(2).
    01 phstatus pic x(2).

    77 maintOption pic x(1).
        88 addChangeOption value "1".
        88 deleteOption value "2".
        88 listOption value "3".
        88 historyOption value "4".

    77 targetName pic x(50).
    77 answerText pic x(10).
    77 listedCount pic 9(4) value 0.

    *>Who is making the change, and the history version it becomes:
    *>one past the last version ever written for the name, so a
    *>profile deleted and added again carries on counting
    77 operatorInitials pic x(3).
    77 lastVersion pic 9(4).
    77 histDate pic x(8).
    77 histTime pic x(6).
    77 profileExists pic x(1).
        88 profileOnFile value "Y".

    *>The history record being built, held aside while the history
    *>is walked for the last version written
    01 histHold pic x(124).

    *>The answers are collected here first so a bad one can end the
    *>run before anything is written to the profile file
    01 profileWork.
        05 workMaxWrdSen pic 9(4)v99.
        05 workMaxSymWrd pic 9(4)v99.
        05 workScreenReq pic x(1).
        05 workMaxPassivePct pic 9(3)v99.

    01 editedGradeMin pic z9.99.
    01 editedGradeMax pic z9.99.
    01 editedWrdSen pic zzz9.99.
    01 editedSymWrd pic zzz9.99.
    01 editedPassivePct pic zz9.99.
    01 editedCount pic zzz9.
    01 editedVersion pic zzz9.

procedure division.

main.
    display "Option (1=add/change profile, 2=delete profile, 3=list profiles, 4=list profile history):"
    accept maintOption
    evaluate true
        when addChangeOption
            perform deleteProfile
        when listOption
            perform listProfiles
        when historyOption
            perform listProfileHistory
        when other
            display "Unknown option; nothing done."
            move 8 to return-code
    display "Maximum symbols/word (0 for no limit):"
    perform acceptNumericAnswer
    compute workMaxSymWrd = function numval(answerText)
    display "Maximum passive constructions per 100 sentences (0 for no limit):"
    perform acceptNumericAnswer
    compute workMaxPassivePct = function numval(answerText)
    display "Must this document class be screened against the dictionary (Y/N)?"
    accept workScreenReq
    move function upper-case(workScreenReq) to workScreenReq
        move 8 to return-code
        stop run
    end-if
    perform acceptInitials
    perform openProfileFile
    perform openHistoryFile
    *>The history record goes down first: a change that cannot be
    *>recorded is not made
    move targetName to profileName
    perform readCurrentProfile
    initialize profHistRecord
    if profileOnFile
        move "C" to profHistAction
        perform moveBeforeImage
    else
        move "A" to profHistAction
    end-if
    move workGradeMin to profHistAfterGradeMin
    move workGradeMax to profHistAfterGradeMax
    move workMaxWrdSen to profHistAfterMaxWrdSen
    move workMaxSymWrd to profHistAfterMaxSymWrd
    move workScreenReq to profHistAfterScreenReq
    move workMaxPassivePct to profHistAfterMaxPassive
    perform writeHistoryRecord
    move targetName to profileName
    move workGradeMin to profileGradeMin
    move workGradeMax to profileGradeMax
    move workMaxWrdSen to profileMaxWrdSen
    move workMaxSymWrd to profileMaxSymWrd
    move workScreenReq to profileScreenReq
    move workMaxPassivePct to profileMaxPassivePct
    move profHistVersion to profileVersion
    write profileRecord
        invalid key rewrite profileRecord
    end-write
    close profileFile
    close profHistFile
    move profHistVersion to editedVersion
    display "Profile stored for " function trim(targetName) " as version " function trim(editedVersion)
    move 0 to return-code.

deleteProfile.
    display "Enter document file name or pattern of the profile to delete:"
    accept targetName
    perform acceptInitials
    perform openProfileFile
    move targetName to profileName
    perform readCurrentProfile
    if not profileOnFile
        display "No profile found for " function trim(targetName)
        close profileFile
        move 4 to return-code
    else
        perform openHistoryFile
        initialize profHistRecord
        move "D" to profHistAction
        perform moveBeforeImage
        perform writeHistoryRecord
        move targetName to profileName
        delete profileFile
            invalid key
                display "No profile found for " function trim(targetName)
                move 4 to return-code
            not invalid key
                move profHistVersion to editedVersion
                display "Profile deleted for " function trim(targetName) " (history version " function trim(editedVersion) ")"
                move 0 to return-code
        end-delete
        close profHistFile
        close profileFile
    end-if.

    *>Changes are signed; a blank answer ends the run before anything
    *>is touched
acceptInitials.
    display "Your initials:"
    accept operatorInitials
    if operatorInitials = spaces
        display "Profile changes must carry the operator's initials. Nothing done."
        move 8 to return-code
        stop run
    end-if
    move function upper-case(operatorInitials) to operatorInitials.

readCurrentProfile.
    move "N" to profileExists
    read profileFile
        invalid key continue
        not invalid key move "Y" to profileExists
    end-read.

    *>A profile stored before the passive-voice limit existed has no
    *>valid number there; its before image records no limit
moveBeforeImage.
    move profileGradeMin to profHistBeforeGradeMin
    move profileGradeMax to profHistBeforeGradeMax
    move profileMaxWrdSen to profHistBeforeMaxWrdSen
    move profileMaxSymWrd to profHistBeforeMaxSymWrd
    move profileScreenReq to profHistBeforeScreenReq
    if profileMaxPassivePct numeric
        move profileMaxPassivePct to profHistBeforeMaxPassive
    else
        move 0 to profHistBeforeMaxPassive
    end-if.

    *>The action and images are already in place; stamp the record with
    *>its name, the next version, the date, time and initials
writeHistoryRecord.
    perform findLastVersion
    move targetName to profHistName
    compute profHistVersion = lastVersion + 1
    accept histDate from date yyyymmdd
    accept histTime from time
    move histDate to profHistDate
    move histTime to profHistTime
    move operatorInitials to profHistInitials
    write profHistRecord
        invalid key
            display "Could not record the change in profile_history.dat (status " phstatus "). Nothing done."
            close profHistFile
            close profileFile
            move 8 to return-code
            stop run
    end-write.

    *>The highest version written so far for this name, by walking
    *>its history records in key order; the images are saved around
    *>the walk, since it reads into the same record area
findLastVersion.
    move profHistRecord to histHold
    move 0 to lastVersion
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
        move profHistVersion to lastVersion
        perform readNextHistory
    end-perform
    move "00" to phstatus
    move histHold to profHistRecord.

    *>One name's history, or every name's, oldest version first
listProfileHistory.
    display "Enter document file name or pattern (blank for every profile):"
    accept targetName
    open input profHistFile
    if phstatus not = "00"
        display "No profile history found (profile_history.dat). Nothing to list."
        move 0 to return-code
        stop run
    end-if
    display "NAME/PATTERN                                       VER  ACTION  DATE     TIME   BY"
    move targetName to profHistName
    move 0 to profHistVersion
    start profHistFile key is greater than or equal to profHistKey
        invalid key move "23" to phstatus
    end-start
    if phstatus = "00"
        perform readNextHistory
    end-if
    perform
        until phstatus not = "00"
            or (targetName not = spaces and profHistName not = targetName)
        perform listOneHistory
        perform readNextHistory
    end-perform
    close profHistFile
    move listedCount to editedCount
    display "HISTORY RECORDS LISTED: " editedCount
    move 0 to return-code.

listOneHistory.
    move profHistVersion to editedVersion
    evaluate true
        when profHistAdd
            display profHistName " " editedVersion "  ADD     " profHistDate " " profHistTime " " profHistInitials
        when profHistChange
            display profHistName " " editedVersion "  CHANGE  " profHistDate " " profHistTime " " profHistInitials
        when other
            display profHistName " " editedVersion "  DELETE  " profHistDate " " profHistTime " " profHistInitials
    end-evaluate
    if not profHistAdd
        move profHistBeforeGradeMin to editedGradeMin
        move profHistBeforeGradeMax to editedGradeMax
        move profHistBeforeMaxWrdSen to editedWrdSen
        move profHistBeforeMaxSymWrd to editedSymWrd
        move profHistBeforeMaxPassive to editedPassivePct
        display "    BEFORE: grade " editedGradeMin "-" editedGradeMax
            "  max w/s " editedWrdSen "  max s/w " editedSymWrd
            "  screen " profHistBeforeScreenReq "  max passive " editedPassivePct
    end-if
    if not profHistDelete
        move profHistAfterGradeMin to editedGradeMin
        move profHistAfterGradeMax to editedGradeMax
        move profHistAfterMaxWrdSen to editedWrdSen
        move profHistAfterMaxSymWrd to editedSymWrd
        move profHistAfterMaxPassive to editedPassivePct
        display "    AFTER:  grade " editedGradeMin "-" editedGradeMax
            "  max w/s " editedWrdSen "  max s/w " editedSymWrd
            "  screen " profHistAfterScreenReq "  max passive " editedPassivePct
    end-if
    add 1 to listedCount.

readNextHistory.
    read profHistFile next
        at end move "10" to phstatus
    end-read.

    *>Like the profile file, a history file that does not exist yet
    *>(status 35) is created fresh; any other failed open ends the run
    *>before the profile is touched, since an unrecorded change is the
    *>thing the history exists to prevent
openHistoryFile.
    open i-o profHistFile
    if phstatus = "35"
        open output profHistFile
        if phstatus = "00"
            close profHistFile
            open i-o profHistFile
        end-if
    end-if
    if phstatus not = "00"
        display "Could not open profile_history.dat (status " phstatus "). Nothing done."
        close profileFile
        move 8 to return-code
        stop run
    end-if.

listProfiles.
    open input profileFile
        move 0 to return-code
        stop run
    end-if
    display "NAME/PATTERN                                       GRADE BAND   MAX W/S  MAX S/W  SCREEN  MAX PASV   VER"
    move low-values to profileKey
    start profileFile key is greater than or equal to profileKey
        invalid key move "23" to ppstatus
    move profileGradeMax to editedGradeMax
    move profileMaxWrdSen to editedWrdSen
    move profileMaxSymWrd to editedSymWrd
    *>A profile stored before the passive limit existed sets none
    if profileMaxPassivePct numeric
        move profileMaxPassivePct to editedPassivePct
    else
        move 0 to editedPassivePct
    end-if
    if profileVersion numeric
        move profileVersion to editedVersion
    else
        move 0 to editedVersion
    end-if
    display profileName " " editedGradeMin "-" editedGradeMax
        "  " editedWrdSen "  " editedSymWrd "    " profileScreenReq
        "     " editedPassivePct "  " editedVersion
    add 1 to listedCount.

readNextProfile.
