*>
*>Modification history:
*>Sep 02/2026 - DB - Initial version.
*>Oct 15/2026 - DB - Backup record widened with the master record (its
*>              verdict and standards-profile fields); an older backup
*>              rebuilds with those fields blank.
*>Oct 15/2026 - DB - Backup record widened again with the master record
*>              (its elapsed-time and throughput fields).

identification division.
program-id. masterRecovery.
    *>Backup records are whole auditmst.cpy records, so the record
    *>area has to be exactly as wide as masterRecord itself
    fd backupFile.
    01 backupRecord pic x(194).
    fd auditFile.
    copy "auditrec.cpy".
    fd archiveFile.
