*> catalog.cob
*> File-Catalog Master Maintenance for the triCipher Suite
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - action "G" with a keep-limit of zero (a file under legal
*>              hold) never drops a generation: a list already holding
*>              20 is left as it is and the new generation not added,
*>              rather than the oldest being dropped to make room
*> 2026 10 15 - the record carries the file's output generations (see
*>              gdgroll.cob): the current generation's number and the
*>              list of generations kept, oldest first.  action "G"
*>              records a new current generation - its number in
*>              columns 1-4 of the status argument, the generation it
*>              superseded in 5-8 (zero when none), the number of
*>              generations to keep in the shift argument - dropping
*>              the oldest past that number; with a zero new
*>              generation it instead takes the generation in 5-8 off
*>              the list, its file being gone.  a new record starts
*>              with none
*> 2026 10 15 - the record carries the check value of the file's
*>              finished ciphertext and when it was taken (see
*>              chkval.cob); action "K" puts it on an existing record
*>              - the nine digits ride in the status argument - without
*>              touching anything else, and the integrity patrol
*>              re-reads the .out against it.  a new record starts
*>              with none (zero, no timestamp)
*> 2026 10 15 - added action "R" (read): the record's status and
*>              record count are handed back in the status and count
*>              arguments, so triCipher can put the count a module
*>              just cataloged on its throughput history without
*>              counting the file again; nothing is changed, and a
*>              file with no record comes back with spaces and zero
*> 2026 10 15 - added action "S" (status correction) for the catalog
*>              maintenance screen: an existing record's status is set
*>              to the one passed and nothing else changes - the
*>              processed count and the timestamps stay as they were,
*>              since a correction is not processing.  a file with no
*>              record is left without one
*> 2026 10 15 - the record carries the owning department's code, so
*>              the monthly chargeback can bill a file's work to the
*>              department that sent it; action "O" puts it on an
*>              existing record (the code rides in the status
*>              argument) without touching anything else, the same
*>              way action "H" does.  an upsert never clears it
*> 2026 10 15 - the record carries the legal-hold reference a file was
*>              last refused under, and when; action "H" puts it on
*>              an existing record (the reference rides in the status
*>              argument) without touching the status, the processed
*>              count, or the timestamps - a refusal is not processing.
*>              a file with no record is left without one
*> 2026 09 03 - added action "D" (delete): the rekey program's
*>              decrypt-then-reencrypt pipeline necessarily catalogs
*>              its scratch files on the way through, and needs a way
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

working-storage section.
77 catalogStatus   pic XX    value "00".
77 recFound        pic 9     value 0.
77 currentDateTime pic X(21) value spaces.
77 nowTimestamp    pic X(19) value spaces.
77 genNew          pic 9(04) value 0.
77 genRolled       pic 9(04) value 0.
77 genTarget       pic 9(04) value 0.
77 genHold         pic 9(04) value 0.
77 genSlot         pic 99    value 0.
77 genCount        pic 99    value 0.
77 genFound        pic 9     value 0.

linkage section.
77 catAction    pic X(01).
77 catRecords   pic 9(09).

procedure division using catAction, catFileName, catNewStatus, catShift, catFormat, catAlgorithm, catRecords.
    if catAction not = "U" and catAction not = "D" and catAction not = "H"
            and catAction not = "O" and catAction not = "S"
            and catAction not = "R" and catAction not = "K"
            and catAction not = "G" then
        display "catalog: unrecognized action '" catAction "'"
        goback
    end-if.
        goback
    end-if.

*> action "R" only looks; the caller's shift, format, and algorithm
*> arguments are left as they were passed
    if catAction = "R" then
        move spaces to catNewStatus
        move 0 to catRecords
        move spaces to cat-record
        move catFileName to cat-filename
        read catalogFile
            invalid key continue
            not invalid key
                move cat-status to catNewStatus
                move cat-records to catRecords
        end-read
        close catalogFile
        goback
    end-if.

    perform build-timestamp.

*> action "H" marks an existing record with the legal hold a program
*> refused the file under; everything else on the record stands
    if catAction = "H" then
        move spaces to cat-record
        move catFileName to cat-filename
        read catalogFile
            invalid key continue
            not invalid key
                move catNewStatus to cat-hold
                move nowTimestamp to cat-hold-ts
                rewrite cat-record
                    invalid key display "catalog: rewrite failed for " function trim(catFileName)
                end-rewrite
        end-read
        close catalogFile
        goback
    end-if.

*> action "O" puts the owning department's code on an existing record;
*> a file the department's run never got as far as cataloging has no
*> record to carry it, and none is created here
    if catAction = "O" then
        move spaces to cat-record
        move catFileName to cat-filename
        read catalogFile
            invalid key continue
            not invalid key
                move catNewStatus(1:8) to cat-dept
                rewrite cat-record
                    invalid key display "catalog: rewrite failed for " function trim(catFileName)
                end-rewrite
        end-read
        close catalogFile
        goback
    end-if.

*> action "K" records the check value the encrypt module took of the
*> ciphertext it just finished; everything else on the record stands
    if catAction = "K" then
        move spaces to cat-record
        move catFileName to cat-filename
        read catalogFile
            invalid key continue
            not invalid key
                if catNewStatus(1:9) is numeric then
                    move catNewStatus(1:9) to cat-check
                    move nowTimestamp to cat-check-ts
                    rewrite cat-record
                        invalid key display "catalog: rewrite failed for " function trim(catFileName)
                    end-rewrite
                end-if
        end-read
        close catalogFile
        goback
    end-if.

*> action "G" keeps the generation list; everything else on the record
*> stands, since rolling an output aside is not processing the file
    if catAction = "G" then
        move spaces to cat-record
        move catFileName to cat-filename
        read catalogFile
            invalid key continue
            not invalid key
                if catNewStatus(1:8) is numeric then
                    perform record-generation
                    rewrite cat-record
                        invalid key display "catalog: rewrite failed for " function trim(catFileName)
                    end-rewrite
                end-if
        end-read
        close catalogFile
        goback
    end-if.

*> action "S" corrects an existing record's status by hand; the count
*> and timestamps record processing, and a correction is not that
    if catAction = "S" then
        move spaces to cat-record
        move catFileName to cat-filename
        read catalogFile
            invalid key continue
            not invalid key
                move catNewStatus to cat-status
                rewrite cat-record
                    invalid key display "catalog: rewrite failed for " function trim(catFileName)
                end-rewrite
        end-read
        close catalogFile
        goback
    end-if.

    move 0 to recFound.
    move spaces to cat-record.
    move catFileName to cat-filename.
        move catAlgorithm to cat-algorithm
        move catRecords to cat-records
        move 1 to cat-times
        move 0 to cat-check
        move 0 to cat-gen
        move zeros to cat-gen-list
        move nowTimestamp to cat-first-ts
        move nowTimestamp to cat-last-ts
        write cat-record
    close catalogFile.
    goback.

*> the list is kept packed, oldest first; a record from before the
*> generations were kept reads as spaces and starts an empty list
record-generation.
    if cat-gen is not numeric or cat-gen-list is not numeric then
        move 0 to cat-gen
        move zeros to cat-gen-list
    end-if.
    move catNewStatus(1:4) to genNew.
    move catNewStatus(5:4) to genRolled.
    if genNew = 0 then
        move genRolled to genTarget
        perform drop-generation
    else
        if genRolled > 0 then
            move genRolled to genTarget
            perform add-generation
        end-if
        move genNew to genTarget
        perform add-generation
        move genNew to cat-gen
        if catShift > 0 and catShift <= 20 then
            perform count-generations
            perform until genCount <= catShift
                move cat-gen-kept(1) to genTarget
                perform drop-generation
                perform count-generations
            end-perform
        end-if
    end-if.

add-generation.
    move 0 to genFound.
    perform varying genSlot from 1 by 1 until genSlot > 20
        if cat-gen-kept(genSlot) = genTarget then
            move 1 to genFound
        end-if
    end-perform.
    if genFound = 0 then
        perform count-generations
*> a full list makes room by dropping its oldest generation - except
*> with no keep-limit (a file under legal hold), when no generation may
*> leave the list and the new one is not added to it
        if genCount = 20 and catShift = 0 then
            display "catalog: generation list full for held file " function trim(catFileName) "; generation " genTarget " not listed"
        else
            if genCount = 20 then
                move genTarget to genHold
                move cat-gen-kept(1) to genTarget
                perform drop-generation
                move genHold to genTarget
                perform count-generations
            end-if
            move genTarget to cat-gen-kept(genCount + 1)
        end-if
    end-if.

drop-generation.
    move 0 to genFound.
    perform varying genSlot from 1 by 1 until genSlot > 20
        if genFound = 1 and genSlot > 1 then
            move cat-gen-kept(genSlot) to cat-gen-kept(genSlot - 1)
            move 0 to cat-gen-kept(genSlot)
        end-if
        if genFound = 0 and cat-gen-kept(genSlot) = genTarget then
            move 1 to genFound
            move 0 to cat-gen-kept(genSlot)
        end-if
    end-perform.

count-generations.
    move 0 to genCount.
    perform varying genSlot from 1 by 1 until genSlot > 20
        if cat-gen-kept(genSlot) > 0 then
            add 1 to genCount
        end-if
    end-perform.

build-timestamp.
    move function current-date to currentDateTime.
    move spaces to nowTimestamp.
