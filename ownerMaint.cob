>>SOURCE FORMAT FREE
*>Domenic Bianchi
*>Maintenance for the indexed document-owner master (doc_owner.dat,
*>layout in docowner.cpy) that distributePackets sorts each night's
*>results by: add or change an owner, delete one, or list them all.
*>An owner is keyed by document file name, or by a name pattern ending
*>in "*" that covers every document whose name starts with the
*>characters before the "*" -- the same keys profileMaint takes for
*>standards profiles -- and carries the owning department and the
*>contact there.
*>
*>Modification history:
*>Oct 15/2026 - DB - Initial version.

identification division.
program-id. ownerMaint.

environment division.
    input-output section.
    file-control.
    select ownerFile assign to "doc_owner.dat"
        organization is indexed
        access is dynamic
        record key is ownerKey
        file status is owstatus.

data division.
    file section.
    fd ownerFile.
    copy "docowner.cpy".

    working-storage section.
    01 owstatus pic x(2).

    77 maintOption pic x(1).
        88 addChangeOption value "1".
        88 deleteOption value "2".
        88 listOption value "3".

    77 targetName pic x(50).
    77 listedCount pic 9(4) value 0.

    *>The answers are collected here first so a bad one can end the
    *>run before anything is written to the owner file
    01 ownerWork.
        05 workDept pic x(20).
        05 workContact pic x(40).

    01 editedCount pic zzz9.

procedure division.

main.
    display "Option (1=add/change owner, 2=delete owner, 3=list owners):"
    accept maintOption
    evaluate true
        when addChangeOption
            perform addChangeOwner
        when deleteOption
            perform deleteOwner
        when listOption
            perform listOwners
        when other
            display "Unknown option; nothing done."
            move 8 to return-code
    end-evaluate
    stop run.

    *>Collect the whole owner before touching the file; a write that
    *>lands on an existing key is a change, so it rewrites instead of
    *>failing, the same way profileMaint stores a profile
addChangeOwner.
    display "Enter document file name or name pattern ending in *:"
    accept targetName
    if targetName = spaces
        display "An owner needs a document name or pattern. Nothing done."
        move 8 to return-code
        stop run
    end-if
    display "Owning department:"
    accept workDept
    if workDept = spaces
        display "An owner needs a department. Nothing done."
        move 8 to return-code
        stop run
    end-if
    *>Department names become packet file names, so they are held in
    *>one case: "Legal" and "LEGAL" are the same department
    move function upper-case(workDept) to workDept
    display "Contact in that department:"
    accept workContact
    perform openOwnerFile
    move targetName to ownerName
    move workDept to ownerDept
    move workContact to ownerContact
    write ownerRecord
        invalid key rewrite ownerRecord
    end-write
    close ownerFile
    display "Owner stored for " function trim(targetName)
    move 0 to return-code.

deleteOwner.
    display "Enter document file name or pattern of the owner to delete:"
    accept targetName
    perform openOwnerFile
    move targetName to ownerName
    delete ownerFile
        invalid key
            display "No owner found for " function trim(targetName)
            move 4 to return-code
        not invalid key
            display "Owner deleted for " function trim(targetName)
            move 0 to return-code
    end-delete
    close ownerFile.

listOwners.
    open input ownerFile
    if owstatus not = "00"
        display "No document-owner file found (doc_owner.dat). Nothing to list."
        move 0 to return-code
        stop run
    end-if
    display "NAME/PATTERN                                       DEPARTMENT           CONTACT"
    move low-values to ownerKey
    start ownerFile key is greater than or equal to ownerKey
        invalid key move "23" to owstatus
    end-start
    if owstatus = "00"
        perform readNextOwner
    end-if
    perform
        until owstatus not = "00"
        perform listOneOwner
        perform readNextOwner
    end-perform
    close ownerFile
    move listedCount to editedCount
    display "OWNERS LISTED: " editedCount
    move 0 to return-code.

listOneOwner.
    display ownerName " " ownerDept " " function trim(ownerContact)
    add 1 to listedCount.

readNextOwner.
    read ownerFile next
        at end move "10" to owstatus
    end-read.

    *>An owner file that does not exist yet (status 35) gets created
    *>fresh here; any other failed open ends the run rather than
    *>risking the owners already on file
openOwnerFile.
    open i-o ownerFile
    if owstatus = "35"
        open output ownerFile
    end-if
    if owstatus not = "00"
        display "Could not open doc_owner.dat (status " owstatus ")."
        move 8 to return-code
        stop run
    end-if.
