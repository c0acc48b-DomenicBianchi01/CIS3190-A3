*>(review_queue.dat) that textReader adds flagged runs to -- a run
*>whose screening found restricted terms (reason SCREENING) or whose
*>validation pre-scan rejected the file (reason VALIDATION) -- and
*>that an editor works off through the reviewWorklist program.
*>rescreenTerms adds items too (reason RESCREEN): an already-analyzed
*>run that uses a term added to the dictionary after it was screened,
*>with each new term in the findings table. A term's count there is
*>the document's count across every run rolled into the vocabulary
*>cross-reference (vocabxrf.cpy), not that one run's. The
*>key is the file name, run date and reason; the record carries the
*>item's status ("O" open, "F" fixed, "W" waived, "R" resubmitted),
*>the disposition text (the waiver reason, when waived), the editor's
*>initials and the disposition date. This is the record that turns
*>"we detected it" into "we resolved it" when compliance asks.
*>Sep 02/2026 - DB - Created to support the review work queue.
*>Oct 15/2026 - DB - Added the findings table (term and count across
*>              all runs, up to ten terms) for the RESCREEN items
*>              rescreenTerms queues.
    01 reviewRecord.
        05 reviewKey.
            10 reviewFileName pic x(50).
        05 reviewDispText pic x(40).
        05 reviewInitials pic x(3).
        05 reviewDispDate pic x(8).
        05 reviewFindings.
            10 reviewFindTotal pic 9(3).
            10 reviewFinding occurs 10 times.
                15 reviewFindTerm pic x(30).
                15 reviewFindCount pic 9(9).
