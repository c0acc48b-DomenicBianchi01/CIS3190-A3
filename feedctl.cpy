*>carries the run date, the trailer totals the feed was sealed with,
*>the feed's state -- SENT, ACKNOWLEDGED, COUNT-MISMATCH or
*>HASH-MISMATCH -- and the date the acknowledgment was matched.
*>A feed feedRegen has rebuilt and resent is SUPERSEDED: it points at
*>the resend that replaced it, and the resend points back at it.
*>Sep 02/2026 - DB - Created to support feed acknowledgment matching.
*>Oct 15/2026 - DB - Added the SUPERSEDED state and the replaced-by and
*>              replaces pointers for feeds rebuilt by feedRegen.
    01 feedCtlRecord.
        05 feedCtlKey.
            10 feedCtlName pic x(60).
        05 feedCtlHashChars pic 9(12).
        05 feedCtlState pic x(14).
        05 feedCtlAckDate pic x(8).
        05 feedCtlReplacedBy pic x(60).
        05 feedCtlReplaces pic x(60).
