*>Domenic Bianchi
*>Shared record layout for the indexed document-owner master
*>(doc_owner.dat) that the ownerMaint program maintains and
*>distributePackets sorts each night's results by. The key is the
*>document file name, or a name pattern ending in "*" that matches
*>every file name starting with the characters before the "*" -- keyed
*>exactly the way standards_profile.dat is, and resolved the same way:
*>an exact-name owner always wins over a pattern, and among patterns
*>the first covering one in key order wins. The record carries the
*>owning department and the contact there.
*>Oct 15/2026 - DB - Created to support per-department distribution
*>              packets.
    01 ownerRecord.
        05 ownerKey.
            10 ownerName pic x(50).
        05 ownerDept pic x(20).
        05 ownerContact pic x(40).
