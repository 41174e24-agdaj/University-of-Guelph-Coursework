*> shipment.cob
*> Shipment Export/Import for Transfers to the Records-Retention Partner
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - the manifest row carries the output generation of the
*>              ciphertext shipped, from the catalog record, so the
*>              version that went to the partner is on record
*> 2026 10 15 - the catalog record layout carries the content check
*>              value of the stored ciphertext (see chkval.cob)
*> 2026 10 15 - audit lines carry the operator or job ID the run is
*>              made under (see operid.cob)
*> 2026 10 15 - the catalog and audit record layouts carry the owning
*>              department and the algorithm; this program's audit
*>              lines leave them blank, being no cipher work
*> 2026 10 15 - export passes over a file under legal hold in
*>              HOLDS.DAT (see holdchk.cob): it is not staged or marked
*>              SHIPPED, it is audited SKIPPED - LEGAL HOLD (operation
*>              "-"), and the hold reference is put on its catalog
*>              record
*> 2026 09 03 - first version: batches for the partner used to be
*>              copied by hand and described in an email, with nothing
*>              proving the set arrived complete.  export mode selects
*>     266-274   9(09)     check value over every record of the file
*>     275-288   X(14)     shipment id (YYYYMMDDHHMMSS of the export)
*>     289-298   X(10)     export date, YYYY-MM-DD
*>     299-302   9(04)     output generation of the ciphertext shipped
*>                          (see gdgroll.cob); 0000 for a file written
*>                          before generations were kept.  import does
*>                          not check it - it is the record of which
*>                          version went out

identification division.
program-id. shipment.
    access is sequential
    file status lockFileStatus.

    select optional auditFile assign to "AUDITLOG.DAT"
    organization is line sequential
    access is sequential.

data division.
file section.
fd catalogFile.
    05 cat-times    pic 9(04).
    05 cat-first-ts pic X(19).
    05 cat-last-ts  pic X(19).
    05 cat-hold     pic X(10).
    05 cat-hold-ts  pic X(19).
    05 cat-dept     pic X(08).
    05 cat-check    pic 9(09).
    05 cat-check-ts pic X(19).
    05 cat-gen      pic 9(04).
    05 cat-gen-list.
        10 cat-gen-kept pic 9(04) occurs 20 times.

fd manifestFile.
01 manifest-record.
    05 man-check    pic 9(09).
    05 man-shipid   pic X(14).
    05 man-date     pic X(10).
    05 man-gen      pic 9(04).

fd checkFile.
01 check-record pic X(100).
fd lockFile.
01 lock-record pic X(19).

fd auditFile.
01 audit-record.
    02 audit-filename  pic X(256).
    02 audit-operation pic X(01).
    02 audit-timestamp pic X(19).
    02 audit-outcome   pic X(40).
    02 audit-dept      pic X(08).
    02 audit-algorithm pic X(01).
    02 audit-operator  pic X(20).

working-storage section.
77 catalogStatus   pic XX    value "00".
77 manifestStatus  pic XX    value "00".
77 sumAltered  pic 9(06) value 0.
77 sumExtra    pic 9(06) value 0.
77 sumVerified pic 9(06) value 0.
77 sumHeld     pic 9(06) value 0.

77 holdName  pic X(256) value spaces.
77 holdFound pic 9      value 0.
77 holdRef   pic X(10)  value spaces.
77 auditTimestamp pic X(19) value spaces.
77 auditOutcome   pic X(40) value spaces.
77 operatorId     pic X(20) value spaces.
77 auditOpen      pic 9     value 0.

77 userInput  pic X(256) value spaces.
77 numSpaces  pic 999    value 000.
    05 selEntry occurs 2000 times.
        10 selName   pic X(256).
        10 selFormat pic X(01).
        10 selGen    pic 9(04).

*> import staging: the manifest rows, held so the directory's own
*> listing can be checked for files the manifest never named
            display "Unable to write the shipment manifest " function trim(manifestName)
            move 016 to jobReturnCode
        else
            open extend auditFile
            move 1 to auditOpen
            perform varying slot from 1 by 1 until slot > selUsed
                move spaces to fileName
                move selName(slot) to fileName
                move fileName to holdName
                call "holdchk" using holdName, holdFound, holdRef
                if holdFound = 1 then
                    perform refuse-held-file
                else
                    perform stage-one-file
                end-if
            end-perform
            perform close-audit-file
            close manifestFile
        end-if

        display "Shipment " shipId " summary:"
        display "  Files staged:        " sumStaged
        display "  Ciphertext missing:  " sumNoFile
        display "  Under legal hold:    " sumHeld
        display "  Shipment directory:  " function trim(shipDir)
        if sumNoFile > 0 then
            move 008 to jobReturnCode
        else if sumHeld > 0 and jobReturnCode < 004 then
            move 004 to jobReturnCode
        end-if
        end-if
        perform release-session-lock
    end-if.
                            add 1 to selUsed
                            move cat-filename to selName(selUsed)
                            move cat-format to selFormat(selUsed)
                            move 0 to selGen(selUsed)
                            if cat-gen is numeric then
                                move cat-gen to selGen(selUsed)
                            end-if
                        else
                            move 1 to selOverflow
                        end-if
            move checkVal to man-check
            move shipId to man-shipid
            move shipDate to man-date
            move selGen(slot) to man-gen
            write manifest-record
            add 1 to sumStaged

        move 0 to return-code
    end-if.

*> a held file stays exactly where it is and as it is cataloged; the
*> refusal is audited and the hold reference goes on the record
refuse-held-file.
    display "Under legal hold " function trim(holdRef) ", not shipped: " function trim(fileName).
    add 1 to sumHeld.
    move "SKIPPED - LEGAL HOLD" to auditOutcome.
    perform write-audit-entry.
    move "H" to catAction.
    move holdRef to catStatusField.
    move 99 to catalogShift.
    move 0 to catalogRecords.
    call "catalog" using catAction, fileName, catStatusField, catalogShift, catFormatShip, catAlgVig, catalogRecords.
    move "U" to catAction.

close-audit-file.
    if auditOpen = 1 then
        close auditFile
        move 0 to auditOpen
    end-if.

*> one audit line, operation "-", in the same record layout every
*> other writer of AUDITLOG.DAT uses
write-audit-entry.
    move function current-date to currentDateTime.
    move spaces to auditTimestamp.
    string
        currentDateTime(1:4)  delimited by size
        "-"                   delimited by size
        currentDateTime(5:2)  delimited by size
        "-"                   delimited by size
        currentDateTime(7:2)  delimited by size
        " "                   delimited by size
        currentDateTime(9:2)  delimited by size
        ":"                   delimited by size
        currentDateTime(11:2) delimited by size
        ":"                   delimited by size
        currentDateTime(13:2) delimited by size
        into auditTimestamp
    end-string.
    move spaces to audit-record.
    move fileName to audit-filename.
    move "-" to audit-operation.
    move auditTimestamp to audit-timestamp.
    move auditOutcome to audit-outcome.
    call "operid" using operatorId.
    move operatorId to audit-operator.
    write audit-record.

*> ---------------------------------------------------------------
*> import: validate an incoming directory against its manifest
*> ---------------------------------------------------------------
