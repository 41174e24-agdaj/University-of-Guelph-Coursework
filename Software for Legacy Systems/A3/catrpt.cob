*> catrpt.cob
*> Catalog Inventory and Exception Report over CATALOG.DAT
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - the catalog record layout carries the current output
*>              generation and the generations kept (see gdgroll.cob)
*> 2026 10 15 - the catalog record layout carries the content check
*>              value of the stored ciphertext (see chkval.cob)
*> 2026 10 15 - the catalog record layout carries the owning
*>              department (see catalog.cob)
*> 2026 10 15 - a legal-hold section lists every hold in force in
*>              HOLDS.DAT with its reference, who placed it and when,
*>              and then every cataloged file a hold covers - across
*>              the whole catalog, whatever filters were entered, since
*>              a preservation question is never about a subset
*> 2026 09 03 - first version: catinq answers one filename at a time,
*>              and the monthly whole-of-catalog picture was being
*>              rebuilt by hand in a spreadsheet.  this report reads
    access is sequential
    file status exportStatus.

    select optional holdFile assign to "HOLDS.DAT"
    organization is line sequential
    access is sequential
    file status holdFileStatus.

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

fd exportFile.
01 export-record pic X(400).

fd holdFile.
01 hold-record.
    05 hold-kind        pic X(01).
    05 hold-name        pic X(256).
    05 hold-reference   pic X(10).
    05 hold-placed-by   pic X(20).
    05 hold-placed-date pic X(10).
    05 hold-state       pic X(01).
    05 hold-released-by pic X(20).
    05 hold-released-date pic X(10).

working-storage section.
77 catalogStatus pic XX    value "00".
77 exportStatus  pic XX    value "00".
77 holdFileStatus pic XX   value "00".
77 finish        pic 9     value 0.

77 statusFilter pic X(10) value spaces.
77 recsText  pic X(09) value spaces.
77 timesText pic X(04) value spaces.

77 holdName  pic X(256) value spaces.
77 holdFound pic 9      value 0.
77 holdRef   pic X(10)  value spaces.
77 heldUsed  pic 9(04)  value 0.
77 heldFull  pic 9      value 0.
77 holdsInForce pic 9(04) value 0.

*> the filtered rows, held so the inventory can print grouped by
*> status even though the master reads back in filename order
01 rowTable.
        10 rowFirst  pic X(19).
        10 rowLast   pic X(19).

*> every cataloged file a hold in force covers, whatever the filters
01 heldTable.
    05 heldEntry occurs 2000 times.
        10 heldName   pic X(256).
        10 heldRef    pic X(10).
        10 heldStatus pic X(10).

01 statTable.
    05 statEntry occurs 20 times.
        10 statName  pic X(10).

    perform print-inventory.
    perform print-exceptions.
    perform print-holds.
    perform write-export.

    display " ".
        end-read
        if finish = 0 then
            add 1 to rowsRead
            perform check-hold
            perform check-filters
            if inRange = 1 then
                perform keep-row
        add cat-records to statRecs(foundSlot)
    end-if.

*> the hold register is consulted for every record read, before the
*> filters, through the same module the processing programs use
check-hold.
    move cat-filename to holdName.
    call "holdchk" using holdName, holdFound, holdRef.
    if holdFound = 1 then
        if heldUsed < 2000 then
            add 1 to heldUsed
            move cat-filename to heldName(heldUsed)
            move holdRef to heldRef(heldUsed)
            move cat-status to heldStatus(heldUsed)
        else
            move 1 to heldFull
        end-if
    end-if.

*> the inventory prints grouped by status - every status's files
*> together, with the group's file and record-count totals
print-inventory.
        compute daysAgo = todayDays - tsDays
    end-if.

*> the holds in force, then the cataloged files they cover, each with
*> the hold reference legal will ask about
print-holds.
    display " ".
    display "Legal holds in force:".
    open input holdFile.
    if holdFileStatus = "00" then
        perform until finish = 1
            move spaces to hold-record
            read holdFile into hold-record
                at end move 1 to finish
            end-read
            if finish = 0 and (hold-state = "A" or hold-state = space)
                    and hold-name not = spaces then
                add 1 to holdsInForce
                display "  " hold-reference " " hold-kind " placed " hold-placed-date " by " function trim(hold-placed-by) " - " function trim(hold-name)
            end-if
        end-perform
        move 0 to finish
    end-if.
    close holdFile.
    if holdsInForce = 0 then
        display "  (none)"
    end-if.
    display " ".
    display "Cataloged files under legal hold:".
    perform varying rIdx from 1 by 1 until rIdx > heldUsed
        display "  " heldRef(rIdx) " " heldStatus(rIdx) " " function trim(heldName(rIdx))
    end-perform.
    if heldUsed = 0 then
        display "  (none)"
    end-if.
    if heldFull = 1 then
        display "  (more held files than this report can hold - later ones not shown)"
    end-if.

*> one delimited row per in-scope record, with a header row, so the
*> monthly spreadsheet is an open-and-sort instead of a rebuild; the
*> filename rides in quotes in case a path carries a comma
