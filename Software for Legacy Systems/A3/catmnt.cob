*> catmnt.cob
*> Catalog Maintenance - Reason-Coded Corrections to CATALOG.DAT
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - the catalog record layout carries the current output
*>              generation and the generations kept (see gdgroll.cob)
*> 2026 10 15 - the catalog record layout carries the content check
*>              value of the stored ciphertext (see chkval.cob)
*> 2026 10 15 - the operator ID goes on the AUDITLOG.DAT line itself
*>              as well as the maintenance history, and the prompt for
*>              it defaults to the session's identity (see operid.cob)
*> 2026 10 15 - first version: catalog records that had gone wrong
*>              (a status left FAILED after the file was recovered by
*>              hand, a record for a file long since deleted, a file
*>              stuck in INBOX/PERMANENT after its cause was fixed)
*>              used to be put right by editing the master directly,
*>              leaving no trace of who changed what or why.  this
*>              program finds a record by its full name or a name
*>              prefix and offers four corrections: set its status,
*>              add a free-text note, release a PERMANENT file back to
*>              INBOX/FAILED with its RETRYCNT.DAT attempt count
*>              cleared so the retry sweep takes it up afresh, and
*>              remove the record of a file that is no longer on disk.
*>              every change needs one of the reason codes below and
*>              the operator's ID; it writes an AUDITLOG.DAT line
*>              (operation "M") showing the before and after, and a
*>              row in CATNOTES.DAT, the maintenance history catinq
*>              shows beneath a file's audit history.  the
*>              TRICIPHER.LCK session lock is held for the whole
*>              maintenance session, so no run changes a record
*>              underneath the operator
*>
*> reason codes:
*>     KEYE   the status was recorded wrongly
*>     RCVR   the file was recovered or reprocessed by hand
*>     MISS   the file is no longer on disk
*>     OWNR   at the owning department's request
*>     AUDT   an audit or reconciliation finding
*>     OTHR   anything else - a note saying what is required
*>
*> a file under legal hold (see holdchk.cob) may have its status
*> corrected or a note added, since neither touches the file, but is
*> neither released nor has its record removed.  a PURGED or EXPIRED
*> record is the retention purge's trail of a scheduled destruction
*> and is never removed here.
*>
*> CATNOTES.DAT layout - appended to, one row per note or change:
*>
*>     columns   picture   contents
*>     -------   -------   --------------------------------------------
*>       1-256   X(256)    the file as cataloged
*>         257   X(01)     kind: "N" note, "S" status corrected, "R"
*>                          released from PERMANENT, "X" record removed
*>     258-276   X(19)     timestamp
*>     277-296   X(20)     operator ID
*>     297-300   X(04)     reason code
*>     301-310   X(10)     status before
*>     311-320   X(10)     status after (spaces when the record was
*>                          removed)
*>     321-400   X(80)     note text

identification division.
program-id. catmnt.

environment division.
input-output section.
file-control.
    select optional catalogFile assign to "CATALOG.DAT"
    organization is indexed
    access is dynamic
    record key is cat-filename
    file status catalogStatus.

    select optional noteFile assign to "CATNOTES.DAT"
    organization is line sequential
    access is sequential
    file status noteFileStatus.

    select optional countFile assign to "RETRYCNT.DAT"
    organization is line sequential
    access is sequential
    file status countFileStatus.

    select newCountFile assign to "RETRYCNT.NEW"
    organization is line sequential
    access is sequential
    file status newCountFileStatus.

    select optional auditFile assign to "AUDITLOG.DAT"
    organization is line sequential
    access is sequential.

    select lockFile assign to "TRICIPHER.LCK"
    organization is line sequential
    access is sequential
    file status lockFileStatus.

    select probeFile assign to probeName
    organization is line sequential
    access is sequential
    file status probeStatus.

data division.
file section.
fd catalogFile.
01 cat-record.
    05 cat-filename pic X(256).
    05 cat-status   pic X(10).
    05 cat-shift    pic 99.
    05 cat-format   pic X(01).
    05 cat-algorithm pic X(01).
    05 cat-records  pic 9(09).
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

fd noteFile.
01 note-record.
    05 note-filename pic X(256).
    05 note-kind     pic X(01).
    05 note-ts       pic X(19).
    05 note-operator pic X(20).
    05 note-reason   pic X(04).
    05 note-before   pic X(10).
    05 note-after    pic X(10).
    05 note-text     pic X(80).

fd countFile.
01 count-record.
    05 count-filename pic X(256).
    05 count-fails    pic 9(04).

fd newCountFile.
01 new-count-record pic X(260).

fd auditFile.
01 audit-record.
    02 audit-filename  pic X(256).
    02 audit-operation pic X(01).
    02 audit-timestamp pic X(19).
    02 audit-outcome   pic X(40).
    02 audit-dept      pic X(08).
    02 audit-algorithm pic X(01).
    02 audit-operator  pic X(20).

fd lockFile.
01 lock-record pic X(19).

fd probeFile.
01 probe-record pic X(100).

working-storage section.
77 catalogStatus      pic XX     value "00".
77 noteFileStatus     pic XX     value "00".
77 countFileStatus    pic XX     value "00".
77 newCountFileStatus pic XX     value "00".
77 lockFileStatus     pic XX     value "00".
77 probeStatus        pic XX     value "00".
77 finish             pic 9      value 0.
77 readEnd            pic 9      value 0.
77 userInput          pic X(256) value spaces.
77 inspectNum         pic 99     value 00.
77 numSpaces          pic 999    value 000.
77 strLength          pic 999    value 000.
77 menuChoice         pic X(01)  value space.

77 operatorId     pic X(20)  value spaces.
77 sessionOperator pic X(20) value spaces.
77 searchName     pic X(256) value spaces.
77 searchLength   pic 999    value 000.
77 pickText       pic X(04)  value spaces.
77 pickTail       pic X(03)  value spaces.
77 pickNum        pic 99     value 0.
77 fileName       pic X(256) value spaces.
77 entryName      pic X(256) value spaces.
77 selStatus      pic X(10)  value spaces.
77 selDept        pic X(08)  value spaces.
77 selAlg         pic X(01)  value space.
77 selFound       pic 9      value 0.
77 newStatus      pic X(10)  value spaces.
77 statusOk       pic 9      value 0.
77 reasonCode     pic X(04)  value spaces.
77 reasonOk       pic 9      value 0.
77 noteText       pic X(80)  value spaces.
77 noteKind       pic X(01)  value space.
77 auditOutcome   pic X(40)  value spaces.
77 changesMade    pic 9(06)  value 0.

77 matchUsed  pic 99    value 0.
77 matchMore  pic 9     value 0.
77 mIdx       pic 99    value 0.
77 rIdx       pic 9     value 0.

77 currentDateTime pic X(21) value spaces.
77 auditTimestamp  pic X(19) value spaces.

77 catAction      pic X(01) value "S".
77 catStatusField pic X(10) value spaces.
77 catalogShift   pic 99    value 99.
77 catFormat      pic X(01) value space.
77 catalogRecords pic 9(09) value 0.

77 holdName  pic X(256) value spaces.
77 holdFound pic 9      value 0.
77 holdRef   pic X(10)  value spaces.

77 sessionLocked pic 9      value 0.
77 lockName      pic X(264) value spaces.
77 probeName     pic X(256) value spaces.
77 baseName      pic X(256) value spaces.
77 foundFile     pic 9      value 0.
77 countsDropped pic 9(04)  value 0.
77 systemCommand pic X(1200) value spaces.
77 quotedName    pic X(1024) value spaces.
77 qIdx          pic 9(03)  value 0.
77 qPos          pic 9(04)  value 1.

*> the records a search turned up, so the operator can pick one
01 matchTable.
    05 matchEntry occurs 20 times.
        10 matchName   pic X(256).
        10 matchStatus pic X(10).

01 reasonTable.
    05 reasonEntry occurs 6 times.
        10 reasonKey  pic X(04).
        10 reasonDesc pic X(44).

*> the statuses a record may be corrected to: the ones the processing
*> programs set.  PERMANENT, PURGED, and EXPIRED each go with a move
*> or a destruction of the file, which a correction does not do
01 statusList.
    05 statusEntry pic X(10) occurs 6 times.

procedure division.
    display "triCipher catalog maintenance".
    perform load-tables.
    perform acquire-session-lock.

*> the session's own identity is offered as the default, so the audit
*> line and the maintenance history name the same person unless the
*> operator says otherwise
    call "operid" using sessionOperator.
    display "Enter your operator ID (press enter for " function trim(sessionOperator) "):".
    move spaces to userInput.
    accept userInput.
    move function upper-case(userInput(1:20)) to operatorId.
    if operatorId = spaces then
        move sessionOperator to operatorId
    end-if.

    perform until finish = 1
        display " "
        display "Enter a filename or the start of one to find (or 'exit'):"
        move spaces to userInput
        accept userInput
        move 0 to inspectNum
        inspect userInput
            tallying
            inspectNum for leading "exit"
        perform string-length

        if inspectNum > 0 and strLength = 4 then
            move 1 to finish
        else
            if strLength > 0 then
                move userInput to searchName
                move strLength to searchLength
                perform find-records
                perform choose-record
                if selFound = 1 then
                    perform maintain-record
                end-if
            end-if
        end-if
    end-perform.

    display " ".
    display "Catalog changes made this session: " changesMade.
    perform release-session-lock.
    stop run.

load-tables.
    move "KEYE" to reasonKey(1).
    move "the status was recorded wrongly" to reasonDesc(1).
    move "RCVR" to reasonKey(2).
    move "the file was recovered or reprocessed by hand" to reasonDesc(2).
    move "MISS" to reasonKey(3).
    move "the file is no longer on disk" to reasonDesc(3).
    move "OWNR" to reasonKey(4).
    move "at the owning department's request" to reasonDesc(4).
    move "AUDT" to reasonKey(5).
    move "an audit or reconciliation finding" to reasonDesc(5).
    move "OTHR" to reasonKey(6).
    move "anything else - a note is required" to reasonDesc(6).
    move "ENCRYPTED" to statusEntry(1).
    move "DECRYPTED" to statusEntry(2).
    move "VERIFIED" to statusEntry(3).
    move "FAILED" to statusEntry(4).
    move "REKEYED" to statusEntry(5).
    move "SHIPPED" to statusEntry(6).

*> every record whose name starts with what was typed, in key order;
*> the master is read from the first key not less than the search
*> text until the names stop matching
find-records.
    move 0 to matchUsed.
    move 0 to matchMore.
    open input catalogFile.
    if catalogStatus not = "00" and catalogStatus not = "05" then
        display "CATALOG.DAT could not be opened (file status " catalogStatus ")"
    else
        move spaces to cat-record
        move searchName to cat-filename
        move 0 to readEnd
        start catalogFile key is not less than cat-filename
            invalid key move 1 to readEnd
        end-start
        perform until readEnd = 1
            move spaces to cat-record
            read catalogFile next
                at end move 1 to readEnd
            end-read
            if readEnd = 0 then
                if cat-filename(1:searchLength) not = searchName(1:searchLength) then
                    move 1 to readEnd
                else if matchUsed < 20 then
                    add 1 to matchUsed
                    move cat-filename to matchName(matchUsed)
                    move cat-status to matchStatus(matchUsed)
                else
                    move 1 to matchMore
                    move 1 to readEnd
                end-if
                end-if
            end-if
        end-perform
    end-if.
    close catalogFile.

*> an exact name or a single match is taken as it is; several are
*> listed by number for the operator to pick from
choose-record.
    move 0 to selFound.
    if matchUsed = 0 then
        display "No catalog record starts with " function trim(searchName)
    else if matchUsed = 1 then
        move matchName(1) to fileName
        move 1 to selFound
    else
        perform varying mIdx from 1 by 1 until mIdx > matchUsed
            if matchName(mIdx) = searchName then
                move matchName(mIdx) to fileName
                move 1 to selFound
            end-if
        end-perform
        if selFound = 0 then
            perform varying mIdx from 1 by 1 until mIdx > matchUsed
                display "  " mIdx " " matchStatus(mIdx) " " function trim(matchName(mIdx))
            end-perform
            if matchMore = 1 then
                display "  (more records match - type more of the name to narrow the list)"
            end-if
            display "Enter the number of the record to maintain, or press enter for none:"
            move spaces to userInput
            accept userInput
            move userInput(1:4) to pickText
            perform until pickText = spaces or pickText(4:1) not = space
                move pickText(1:3) to pickTail
                move pickTail to pickText(2:3)
                move "0" to pickText(1:1)
            end-perform
            if pickText is numeric then
                if pickText > "0000" and pickText <= "0020" then
                    move pickText(3:2) to pickNum
                    if pickNum <= matchUsed then
                        move matchName(pickNum) to fileName
                        move 1 to selFound
                    end-if
                end-if
            end-if
            if selFound = 0 then
                display "No record chosen"
            end-if
        end-if
    end-if
    end-if.

*> the chosen record, shown afresh, then one correction to it
maintain-record.
    perform read-selected.
    if selFound = 1 then
        display " "
        display "Catalog record for " function trim(fileName) ":"
        display "  Status:          " cat-status
        display "  Algorithm:       " cat-algorithm
        display "  Times processed: " cat-times
        display "  Last processed:  " cat-last-ts
        if cat-dept not = spaces then
            display "  Department:      " cat-dept
        end-if
        move fileName to holdName
        call "holdchk" using holdName, holdFound, holdRef
        if holdFound = 1 then
            display "  Legal hold:      " holdRef " in force"
        end-if
        display "Enter 'S' to correct the status, 'N' to add a note, 'R' to release from PERMANENT,"
        display "'X' to remove the record of a missing file, or press enter to leave it:"
        move spaces to userInput
        accept userInput
        move userInput(1:1) to menuChoice
        evaluate menuChoice
            when "S" perform correct-status
            when "s" perform correct-status
            when "N" perform add-note
            when "n" perform add-note
            when "R" perform release-permanent
            when "r" perform release-permanent
            when "X" perform remove-record
            when "x" perform remove-record
            when other display "Record left as it is"
        end-evaluate
    end-if.

read-selected.
    move 0 to selFound.
    open input catalogFile.
    if catalogStatus = "00" then
        move spaces to cat-record
        move fileName to cat-filename
        read catalogFile key is cat-filename
            invalid key display "The record for " function trim(fileName) " is no longer in the catalog"
            not invalid key
                move 1 to selFound
                move cat-status to selStatus
                move cat-dept to selDept
                move cat-algorithm to selAlg
        end-read
    end-if.
    close catalogFile.

correct-status.
    display "Enter the corrected status:".
    perform varying mIdx from 1 by 1 until mIdx > 6
        display "  " statusEntry(mIdx)
    end-perform.
    move spaces to userInput.
    accept userInput.
    move function upper-case(userInput(1:10)) to newStatus.
    move 0 to statusOk.
    perform varying mIdx from 1 by 1 until mIdx > 6
        if statusEntry(mIdx) = newStatus then
            move 1 to statusOk
        end-if
    end-perform.
    if statusOk = 0 then
        display "Not a status a record can be corrected to - nothing changed"
    else if newStatus = selStatus then
        display "The record is already " function trim(selStatus) " - nothing changed"
    else
        perform get-reason
        if reasonOk = 1 then
            move "S" to catAction
            move newStatus to catStatusField
            call "catalog" using catAction, fileName, catStatusField, catalogShift, catFormat, selAlg, catalogRecords
            move spaces to auditOutcome
            string
                "STATUS "                delimited by size
                function trim(selStatus) delimited by size
                " -> "                   delimited by size
                function trim(newStatus) delimited by size
                " "                      delimited by size
                reasonCode               delimited by size
                into auditOutcome
            end-string
            move "S" to noteKind
            perform record-change
            display "Status corrected to " function trim(newStatus)
        end-if
    end-if
    end-if.

add-note.
    move spaces to newStatus.
    perform get-reason.
    if reasonOk = 1 and noteText = spaces then
        display "Enter the note:"
        move spaces to userInput
        accept userInput
        move userInput(1:80) to noteText
    end-if.
    if reasonOk = 1 then
        if noteText = spaces then
            display "No note entered - nothing recorded"
        else
            move selStatus to newStatus
            move spaces to auditOutcome
            string
                "NOTE ADDED " delimited by size
                reasonCode    delimited by size
                into auditOutcome
            end-string
            move "N" to noteKind
            perform record-change
            display "Note added"
        end-if
    end-if.

*> only a file retry moved to INBOX/PERMANENT: it goes back to
*> INBOX/FAILED (with a stale .out beside it, as retry moves them),
*> its attempt count is taken out of RETRYCNT.DAT so the next sweep
*> counts it afresh, and the record says FAILED again
release-permanent.
    if selStatus not = "PERMANENT" or fileName(1:6) not = "INBOX/" then
        display "Only an INBOX file marked PERMANENT can be released - nothing changed"
    else if holdFound = 1 then
        display "Under legal hold " function trim(holdRef) " - not released"
    else
        move spaces to userInput
        move fileName to userInput
        perform string-length
        move spaces to entryName
        move userInput(7:strLength - 6) to entryName
        move spaces to probeName
        string
            "INBOX/PERMANENT/"        delimited by size
            function trim(entryName)  delimited by size
            into probeName
        end-string
        perform probe-one-file
        if foundFile = 0 then
            display "Not found in INBOX/PERMANENT: " function trim(entryName) " - nothing changed"
        else
            perform get-reason
            if reasonOk = 1 then
                perform move-back-to-failed
                perform drop-retry-count
                move "FAILED" to newStatus
                move "S" to catAction
                move newStatus to catStatusField
                call "catalog" using catAction, fileName, catStatusField, catalogShift, catFormat, selAlg, catalogRecords
                move spaces to auditOutcome
                string
                    "RELEASED PERMANENT -> FAILED " delimited by size
                    reasonCode                      delimited by size
                    into auditOutcome
                end-string
                move "R" to noteKind
                perform record-change
                display "Released to INBOX/FAILED; attempt count cleared (" countsDropped " entries)"
            end-if
        end-if
    end-if
    end-if.

move-back-to-failed.
    move spaces to fileName.
    string
        "INBOX/PERMANENT/"        delimited by size
        function trim(entryName)  delimited by size
        into fileName
    end-string.
    perform quote-entry-name.
    move spaces to systemCommand.
    string
        "mkdir -p INBOX/FAILED; mv -- '" delimited by size
        function trim(quotedName)        delimited by size
        "' INBOX/FAILED/; mv -- '"        delimited by size
        function trim(quotedName)        delimited by size
        ".out' INBOX/FAILED/ 2>/dev/null" delimited by size
        into systemCommand
    end-string.
    call "SYSTEM" using systemCommand.
    move 0 to return-code.
    move spaces to fileName.
    string
        "INBOX/"                 delimited by size
        function trim(entryName) delimited by size
        into fileName
    end-string.

*> RETRYCNT.DAT is copied to RETRYCNT.NEW without the file's entry and
*> swapped into place only once complete, the same write-then-swap
*> housekeeping uses; a file with no entry has nothing to clear
drop-retry-count.
    move 0 to countsDropped.
    open input countFile.
    if countFileStatus = "00" then
        open output newCountFile
        if newCountFileStatus not = "00" then
            display "Unable to write RETRYCNT.NEW (file status " newCountFileStatus ") - attempt count left as it was"
            close countFile
        else
            move 0 to readEnd
            perform until readEnd = 1
                move spaces to count-record
                read countFile into count-record
                    at end move 1 to readEnd
                end-read
                if readEnd = 0 then
                    if count-filename = entryName then
                        add 1 to countsDropped
                    else
                        move count-record to new-count-record
                        write new-count-record
                    end-if
                end-if
            end-perform
            close countFile
            close newCountFile
            move "mv RETRYCNT.NEW RETRYCNT.DAT" to systemCommand
            call "SYSTEM" using systemCommand
            move 0 to return-code
        end-if
    else
        close countFile
    end-if.

*> the record goes only when neither the cataloged name nor its .out
*> is anywhere the suite would have put it
remove-record.
    if selStatus = "PURGED" or selStatus = "EXPIRED" then
        display "A " function trim(selStatus) " record is the retention purge's trail - not removed"
    else if holdFound = 1 then
        display "Under legal hold " function trim(holdRef) " - record not removed"
    else
        move fileName to baseName
        perform probe-name-or-out
        if foundFile = 1 then
            display "The file is still on disk (" function trim(probeName) ") - record not removed"
        else
            perform get-reason
            if reasonOk = 1 then
                move "D" to catAction
                call "catalog" using catAction, fileName, catStatusField, catalogShift, catFormat, selAlg, catalogRecords
                move spaces to newStatus
                move spaces to auditOutcome
                string
                    "RECORD REMOVED, WAS "   delimited by size
                    function trim(selStatus) delimited by size
                    " "                      delimited by size
                    reasonCode               delimited by size
                    into auditOutcome
                end-string
                move "X" to noteKind
                perform record-change
                display "Catalog record removed"
            end-if
        end-if
    end-if
    end-if.

*> a change goes ahead only with a recognized reason code; "OTHR"
*> says nothing by itself, so it must come with a note
get-reason.
    move 0 to reasonOk.
    move spaces to noteText.
    display "Reason code:".
    perform varying rIdx from 1 by 1 until rIdx > 6
        display "  " reasonKey(rIdx) "  " reasonDesc(rIdx)
    end-perform.
    move spaces to userInput.
    accept userInput.
    move function upper-case(userInput(1:4)) to reasonCode.
    perform varying rIdx from 1 by 1 until rIdx > 6
        if reasonKey(rIdx) = reasonCode then
            move 1 to reasonOk
        end-if
    end-perform.
    if reasonOk = 0 then
        display "Not a recognized reason code - nothing changed"
    else if reasonCode = "OTHR" then
        display "Enter the note explaining the change:"
        move spaces to userInput
        accept userInput
        move userInput(1:80) to noteText
        if noteText = spaces then
            display "Reason OTHR needs a note - nothing changed"
            move 0 to reasonOk
        end-if
    end-if
    end-if.

*> the AUDITLOG.DAT line carries the before and after; the CATNOTES.DAT
*> row carries who, why, and the note
record-change.
    perform build-timestamp.
    open extend auditFile.
    move spaces to audit-record.
    move fileName to audit-filename.
    move "M" to audit-operation.
    move auditTimestamp to audit-timestamp.
    move auditOutcome to audit-outcome.
    move selDept to audit-dept.
    move selAlg to audit-algorithm.
    move operatorId to audit-operator.
    write audit-record.
    close auditFile.

    open extend noteFile.
    if noteFileStatus not = "00" and noteFileStatus not = "05" then
        display "Unable to write CATNOTES.DAT (file status " noteFileStatus ")"
    else
        move spaces to note-record
        move fileName to note-filename
        move noteKind to note-kind
        move auditTimestamp to note-ts
        move operatorId to note-operator
        move reasonCode to note-reason
        move selStatus to note-before
        move newStatus to note-after
        move noteText to note-text
        write note-record
    end-if.
    close noteFile.
    add 1 to changesMade.

*> the same probes reconcile makes: the recorded name or its .out,
*> and for an INBOX/ name the directories the intake and the retry
*> sweep move files to
probe-name-or-out.
    perform probe-with-dispositions.
    if foundFile = 0 then
        move spaces to userInput
        move baseName to userInput
        perform string-length
        if strLength > 0 and strLength < 253 then
            move spaces to baseName
            string
                userInput(1:strLength) delimited by size
                ".out" delimited by size
                into baseName
            end-string
            perform probe-with-dispositions
        end-if
    end-if.

probe-with-dispositions.
    move spaces to probeName.
    move baseName to probeName.
    perform probe-one-file.
    if foundFile = 0 and baseName(1:6) = "INBOX/" then
        move spaces to userInput
        move baseName to userInput
        perform string-length
        move spaces to probeName
        string
            "INBOX/PROCESSED/" delimited by size
            userInput(7:strLength - 6) delimited by size
            into probeName
        end-string
        perform probe-one-file
        if foundFile = 0 then
            move spaces to probeName
            string
                "INBOX/FAILED/" delimited by size
                userInput(7:strLength - 6) delimited by size
                into probeName
            end-string
            perform probe-one-file
        end-if
        if foundFile = 0 then
            move spaces to probeName
            string
                "INBOX/PERMANENT/" delimited by size
                userInput(7:strLength - 6) delimited by size
                into probeName
            end-string
            perform probe-one-file
        end-if
    end-if.

probe-one-file.
    move 0 to foundFile.
    open input probeFile.
    if probeStatus = "00" then
        move 1 to foundFile
    end-if.
    close probeFile.

*> copies fileName with every apostrophe replaced by the shell's
*> quote-close, escaped-quote, quote-reopen sequence, the same
*> armoring the retry sweep applies
quote-entry-name.
    move spaces to userInput.
    move fileName to userInput.
    perform string-length.
    move spaces to quotedName.
    move 1 to qPos.
    perform varying qIdx from 1 by 1 until qIdx > strLength
        if fileName(qIdx:1) = "'" then
            move "'\''" to quotedName(qPos:4)
            add 4 to qPos
        else
            move fileName(qIdx:1) to quotedName(qPos:1)
            add 1 to qPos
        end-if
    end-perform.

*> the same session lock the cipher job and housekeeping take; a
*> correction must not land while a run is updating the same record
acquire-session-lock.
    open input lockFile.
    if lockFileStatus = "00" then
        move spaces to lock-record
        read lockFile
            at end continue
        end-read
        close lockFile
        display "A triCipher session is active (TRICIPHER.LCK held since " lock-record ")"
        display "If that session is no longer running, remove TRICIPHER.LCK and retry"
        move 024 to return-code
        stop run
    end-if.
    close lockFile.
    perform build-timestamp.
    open output lockFile.
    if lockFileStatus not = "00" then
        display "Unable to create the TRICIPHER.LCK session lock (file status " lockFileStatus ")"
        move 024 to return-code
        stop run
    end-if.
    move auditTimestamp to lock-record.
    write lock-record.
    close lockFile.
    move 1 to sessionLocked.

release-session-lock.
    if sessionLocked = 1 then
        move spaces to lockName
        move "TRICIPHER.LCK" to lockName
        call "CBL_DELETE_FILE" using lockName
        move 0 to return-code
        move 0 to sessionLocked
    end-if.

build-timestamp.
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

*> code based on: http://stackoverflow.com/questions/24777344/compute-length-string-of-variable-with-cobol
string-length.
    move zeros to numSpaces.
    inspect function reverse(userInput)
        tallying
        numSpaces for leading spaces.
    compute strLength = length of userInput - numSpaces.
