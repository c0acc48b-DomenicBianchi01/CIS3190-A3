*>means that check is not applied to documents under this profile.
*>Sep 02/2026 - DB - Created to support the standards-profile file and
*>              the per-document PASS/FAIL compliance verdict.
*>Oct 15/2026 - DB - Added the maximum passive constructions per 100
*>              sentences (zero for no limit).
*>Oct 15/2026 - DB - Added the profile version: the version number of
*>              the profile-history record (profhist.cpy) that last
*>              stored this profile.
    01 profileRecord.
        05 profileKey.
            10 profileName pic x(50).
        05 profileMaxWrdSen pic 9(4)v99.
        05 profileMaxSymWrd pic 9(4)v99.
        05 profileScreenReq pic x(1).
        05 profileMaxPassivePct pic 9(3)v99.
        05 profileVersion pic 9(4).
