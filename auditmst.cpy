*>to directly instead of scanning the whole history.
*>Aug 21/2026 - DB - Created to support the run-history master file
*>              and the auditInquiry program.
*>Oct 15/2026 - DB - Added what the compliance verdict was judged on and
*>              under: the screening flag (as in auditrec.cpy), the
*>              passive-construction count, the verdict itself, and
*>              the name and version of the standards profile that
*>              judged it (spaces and zero when none covered the
*>              document), so a verdict can be traced and re-judged.
*>Oct 15/2026 - DB - Added the run's elapsed processing time (seconds),
*>              the input file's size in bytes and the bytes per
*>              second they give, for the capacity forecast and
*>              splitBatch's time-balanced deal (zero when the run was
*>              a resume, whose time was split across sessions).
    01 masterRecord.
        05 masterKey.
            10 masterFileName pic x(50).
        05 masterSentences pic 9(9).
        05 masterChars pic 9(9).
        05 masterNums pic 9(9).
        05 masterScreen pic x(1).
        05 masterPassive pic 9(6).
        05 masterVerdict pic x(4).
        05 masterProfName pic x(50).
        05 masterProfVersion pic 9(4).
        05 masterElapsed pic 9(7)v99.
        05 masterBytes pic 9(9).
        05 masterBytesSec pic 9(9)v99.
