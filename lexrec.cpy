*>Domenic Bianchi
*>Shared record layout for the indexed approved lexicon (lexicon.dat)
*>that spellCheck checks the vocabulary against: every word an editor
*>has cleared as correctly spelled, so it is never reported as a
*>probable misspelling again. The key is the word itself, folded to
*>upper case the way the concordance folds it; the record carries the
*>date the word was promoted into the lexicon and the initials of
*>whoever promoted it.
*>Oct 15/2026 - DB - Created to support the approved lexicon and the
*>              probable-misspelling report.
    01 lexiconRecord.
        05 lexiconKey.
            10 lexiconWord pic x(30).
        05 lexiconAdded pic x(8).
        05 lexiconAddedBy pic x(3).
