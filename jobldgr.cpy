*>Domenic Bianchi
*>Shared record layout for the indexed job-step ledger
*>(job_ledger.dat) every program in the nightly chain writes to:
*>intakeSweep, splitBatch, textReader (once per partition), mergeBatch,
*>vocabUpdate, matchFeedAcks, auditArchive and reconcileRuns. A step
*>writes its record when it starts (state S) and rewrites it when it
*>ends (state E) with its end date and time, its record counts in and
*>out, and the return code it handed the scheduler -- so a record still
*>in state S is a step that started and never finished. The key is the
*>date and time the step started, the step's program name, and an
*>instance (the partition number for a partitioned textReader, SWP or
*>POST for intakeSweep's two passes, blank otherwise). nightCheck reads
*>it back against the night's expected step list.
*>Oct 15/2026 - DB - Created to support the job-step ledger.
    01 ledgerRecord.
        05 ledgerKey.
            10 ledgerRunDate pic x(8).
            10 ledgerStep pic x(20).
            10 ledgerInstance pic x(4).
            10 ledgerStartTime pic x(6).
        05 ledgerEndDate pic x(8).
        05 ledgerEndTime pic x(6).
        05 ledgerState pic x(1).
        05 ledgerRecsIn pic 9(9).
        05 ledgerRecsOut pic 9(9).
        05 ledgerRetCode pic 9(4).
