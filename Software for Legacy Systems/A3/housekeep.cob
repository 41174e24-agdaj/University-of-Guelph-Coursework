*> housekeep.cob
*> Monthly Housekeeping for the triCipher Suite's Shared Files
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - compaction drops the keyfile entries copied under an
*>              older output generation's name (see gdgroll.cob) once
*>              that generation is no longer on disk
*> 2026 10 15 - audit lines carry the operator or job ID the run is
*>              made under (see operid.cob)
*> 2026 10 15 - the audit record layout carries the owning department
*>              and the algorithm; this program's audit lines leave
*>              them blank, being no cipher work
*> 2026 10 15 - files under legal hold in HOLDS.DAT (see holdchk.cob)
*>              are left exactly as they are: every keyfile entry for
*>              a held ciphertext is carried through compaction
*>              verbatim, superseded ones included, and a held file's
*>              checkpoint is not deleted.  each held file is audited
*>              once per run as SKIPPED - LEGAL HOLD, operation "-",
*>              with the hold reference put on its catalog record
*> 2026 09 03 - the keyfile record carries the master-passphrase
*>              wrapped marker and check value now (see keywrap.cob);
*>              compaction carries both through untouched, so the
    02 audit-operation pic X(01).
    02 audit-timestamp pic X(19).
    02 audit-outcome   pic X(40).
    02 audit-dept      pic X(08).
    02 audit-algorithm pic X(01).
    02 audit-operator  pic X(20).

fd ckptFile.
01 ckpt-record.
77 markerName       pic X(264) value spaces.
77 markersRemoved   pic 9(06) value 0.

77 holdName       pic X(256) value spaces.
77 holdFound      pic 9      value 0.
77 holdRef        pic X(10)  value spaces.
77 heldKeyUsed    pic 9(04)  value 0.
77 heldReported   pic 9(04)  value 0.
77 heldSkips      pic 9(06)  value 0.
77 reportSlot     pic 9(04)  value 0.
77 auditTimestamp pic X(19)  value spaces.
77 auditOutcome   pic X(40)  value spaces.
77 operatorId     pic X(20)  value spaces.
77 catAction      pic X(01)  value "H".
77 catStatusField pic X(10)  value spaces.
77 catalogShift   pic 99     value 99.
77 catFormat      pic X(01)  value space.
77 catAlg         pic X(01)  value space.
77 catalogRecords pic 9(09)  value 0.
77 userInput      pic X(256) value spaces.
77 genGone        pic 9      value 0.
77 genKeysDropped pic 9(06)  value 0.
77 numSpaces      pic 999    value 000.
77 strLength      pic 999    value 000.

01 keyTable.
    05 keyEntry occurs 2000 times.
        10 keyName     pic X(256).
        10 keyWrapped  pic X(01).
        10 keyCheck    pic X(02).

*> every entry for a held ciphertext, kept verbatim and in order, so
*> compaction leaves the held file's key history exactly as it was
01 heldKeyTable.
    05 heldKeyEntry occurs 2000 times.
        10 heldKeyRecord pic X(292).

*> the held names already audited this run - one line per file, not
*> one per keyfile entry or per pass
01 reportTable.
    05 reportEntry occurs 500 times.
        10 reportName pic X(256).

01 candTable.
    05 candEntry occurs 3000 times.
        10 candName pic X(256).
    display "  Checkpoints cleared (done): " ckptCleared.
    display "  Checkpoints orphaned:       " ckptOrphaned.
    display "  Stale in-use markers:       " markersRemoved.
    display "  Left alone (legal hold):    " heldSkips.
    display "  Audit lines archived:       " auditLines.
    display " ".
    perform release-session-lock.
            end-read
            if finish = 0 then
                add 1 to keysRead
                perform check-generation-key
                if genGone = 1 then
                    add 1 to genKeysDropped
                else
                    move key-filename to holdName
                    call "holdchk" using holdName, holdFound, holdRef
                    if holdFound = 1 then
                        perform store-held-key
                    else
                        perform store-key-entry
                    end-if
                end-if
            end-if
        end-perform
        close keyFile
                    move keyCheck(slot) to new-key-check
                    write new-key-record
                end-perform
                perform varying slot from 1 by 1 until slot > heldKeyUsed
                    move heldKeyRecord(slot) to new-key-record
                    write new-key-record
                end-perform
                close newKeyFile
                move "mv KEYFILE.NEW KEYFILE.DAT" to systemCommand
                call "SYSTEM" using systemCommand
                compute keysReclaimed = keysRead - keyUsed - heldKeyUsed
                display "Keyfile compacted: " keysRead " entries down to " keyUsed
                if heldKeyUsed > 0 then
                    display "  plus " heldKeyUsed " entries under legal hold carried through untouched"
                end-if
                if genKeysDropped > 0 then
                    display "  " genKeysDropped " entries dropped for older generations no longer on disk"
                end-if
            end-if
        end-if
    end-if.

*> an entry copied under an older generation's name (see gdgroll.cob)
*> outlives its purpose once that generation has rolled off, or been
*> deleted by hand, and is dropped; an entry for a generation still
*> on disk is compacted like any other
check-generation-key.
    move 0 to genGone.
    move spaces to userInput.
    move key-filename to userInput.
    perform string-length.
    if strLength > 9 then
        if userInput(strLength - 8:2) = ".G" and userInput(strLength - 6:4) is numeric
                and userInput(strLength - 2:3) = "V00" then
            move spaces to probeName
            move key-filename to probeName
            open input probeFile
            if probeStatus = "00" then
                close probeFile
            else
                move 1 to genGone
            end-if
        end-if
    end-if.
        end-if
    end-if.

*> a held ciphertext's entries are all kept, in the order read; a
*> table too small to keep them all leaves the keyfile untouched, the
*> same as an overflow of the compaction table
store-held-key.
    if heldKeyUsed < 2000 then
        add 1 to heldKeyUsed
        move key-record to heldKeyRecord(heldKeyUsed)
        perform report-held-file
        perform store-audit-candidate-from-key
    else
        move 1 to keyOverflow
    end-if.

store-audit-candidate-from-key.
    move 0 to foundSlot.
    perform varying slot from 1 by 1 until slot > candUsed or foundSlot > 0
        if candName(slot) = key-filename then
            move slot to foundSlot
        end-if
    end-perform.
    if foundSlot = 0 then
        perform add-candidate-from-key
    end-if.

*> every filename the keyfile knows about is a checkpoint candidate
*> (these are the ciphertext names decrypt runs checkpoint against)
add-candidate-from-key.
                end-if
            end-if

            if deleteThis > 0 then
                move candName(foundSlot) to holdName
                call "holdchk" using holdName, holdFound, holdRef
                if holdFound = 1 then
                    if deleteThis = 1 then
                        subtract 1 from ckptCleared
                    else
                        subtract 1 from ckptOrphaned
                    end-if
                    move 0 to deleteThis
                    perform report-held-file
                end-if
            end-if
            if deleteThis > 0 then
                call "CBL_DELETE_FILE" using ckptName
                move 0 to return-code
        end-if
    end-perform.

*> one audit line and one catalog mark per held file per run, however
*> many of its keyfile entries or checkpoints were left alone; the
*> audit log is opened for each line because this program also reads
*> and rolls it, and the catalog mark goes on the plaintext's record
*> when the held name is its ciphertext
report-held-file.
    move 0 to reportSlot.
    perform varying slot from 1 by 1 until slot > heldReported or reportSlot > 0
        if reportName(slot) = holdName then
            move slot to reportSlot
        end-if
    end-perform.
    if reportSlot = 0 then
        add 1 to heldSkips
        if heldReported < 500 then
            add 1 to heldReported
            move holdName to reportName(heldReported)
        end-if
        display "Under legal hold " function trim(holdRef) " - left untouched: " function trim(holdName)
        perform build-timestamp
        open extend auditFile
        move spaces to audit-record
        move holdName to audit-filename
        move "-" to audit-operation
        move auditTimestamp to audit-timestamp
        move "SKIPPED - LEGAL HOLD" to audit-outcome
        call "operid" using operatorId
        move operatorId to audit-operator
        write audit-record
        close auditFile
        move "H" to catAction
        move holdRef to catStatusField
        call "catalog" using catAction, holdName, catStatusField, catalogShift, catFormat, catAlg, catalogRecords
        move spaces to userInput
        move holdName to userInput
        perform string-length
        if strLength > 4 and userInput(strLength - 3:4) = ".out" then
            move spaces to holdName
            move userInput(1:strLength - 4) to holdName
            call "catalog" using catAction, holdName, catStatusField, catalogShift, catFormat, catAlg, catalogRecords
        end-if
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

*> the per-file .lck in-use markers only ever live for the duration
*> of one file's processing inside a session, and this program holds
*> the session lock - so any marker still on disk was abandoned by a
