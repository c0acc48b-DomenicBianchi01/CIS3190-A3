*>
*>Modification history:
*>Sep 02/2026 - DB - Initial version.
*>Oct 15/2026 - DB - RESCREEN items (queued by rescreenTerms) list the
*>              new terms found and their counts (across all of the
*>              document's runs) after the disposition.

identification division.
program-id. reviewWorklist.

    77 itemsListed pic 9(6) value 0.
    77 statusWord pic x(11).
    77 findIdx pic 99.
    77 findPtr pic 9(3).
    01 editedFindCount pic zzzzzzzz9.
    01 editedCount pic zzzzz9.
    01 reviewReportText pic x(130).

        into reviewReportText
    end-string
    write reviewReportRecord from reviewReportText
    if reviewFindTotal numeric and reviewFindTotal > 0
        perform writeItemFindings
    end-if
    add 1 to itemsListed.

    *>The terms a RESCREEN item was queued for go on a line of their
    *>own under it, as TERM(count) -- the count is the document's
    *>across all its runs, and the table holds at most ten terms
writeItemFindings.
    move spaces to reviewReportText
    move "    FINDINGS (ALL RUNS):" to reviewReportText
    move 25 to findPtr
    move 1 to findIdx
    perform
        until findIdx > 10 or findIdx > reviewFindTotal
        move reviewFindCount(findIdx) to editedFindCount
        string
            " " delimited by size
            function trim(reviewFindTerm(findIdx)) delimited by size
            "(" delimited by size
            function trim(editedFindCount) delimited by size
            ")" delimited by size
            into reviewReportText
            with pointer findPtr
            on overflow continue
        end-string
        add 1 to findIdx
    end-perform
    write reviewReportRecord from reviewReportText.

readNextItem.
    read reviewQueue next
        at end move "10" to rqstatus
    accept targetName
    display "Enter run date (YYYYMMDD):"
    accept targetDate
    display "Enter reason code (SCREENING, VALIDATION or RESCREEN):"
    accept targetReason
    display "Disposition (F=fixed, W=waived, R=resubmitted):"
    accept dispAnswer
