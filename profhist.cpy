*>Domenic Bianchi
*>Shared record layout for the indexed standards-profile history file
*>(profile_history.dat). profileMaint writes one record for every add,
*>change and delete it makes to standards_profile.dat, with the
*>profile as it stood before and after, who made the change and when;
*>nothing ever rewrites or deletes a history record. The key is the
*>profile name (or pattern) and a version number counting up from 1
*>per name across its whole life, deletes included, so the version a
*>verdict was judged under (stdprof.cpy's profileVersion, carried on
*>textReader's CSV row, batch summary line and audit master record)
*>reads straight back to the limits that judged it. An add has no
*>before image and a delete no after image; both are left at zero
*>and spaces. profileImpact re-judges documents from these images.
*>Oct 15/2026 - DB - Created to support the standards-profile history
*>              and the profileImpact program.
    01 profHistRecord.
        05 profHistKey.
            10 profHistName pic x(50).
            10 profHistVersion pic 9(4).
        05 profHistAction pic x(1).
            88 profHistAdd value "A".
            88 profHistChange value "C".
            88 profHistDelete value "D".
        05 profHistDate pic x(8).
        05 profHistTime pic x(6).
        05 profHistInitials pic x(3).
        05 profHistBefore.
            10 profHistBeforeGradeMin pic 9(2)v99.
            10 profHistBeforeGradeMax pic 9(2)v99.
            10 profHistBeforeMaxWrdSen pic 9(4)v99.
            10 profHistBeforeMaxSymWrd pic 9(4)v99.
            10 profHistBeforeScreenReq pic x(1).
            10 profHistBeforeMaxPassive pic 9(3)v99.
        05 profHistAfter.
            10 profHistAfterGradeMin pic 9(2)v99.
            10 profHistAfterGradeMax pic 9(2)v99.
            10 profHistAfterMaxWrdSen pic 9(4)v99.
            10 profHistAfterMaxSymWrd pic 9(4)v99.
            10 profHistAfterScreenReq pic x(1).
            10 profHistAfterMaxPassive pic 9(3)v99.
