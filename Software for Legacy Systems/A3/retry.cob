*> retry.cob
*> Managed Retry of the INBOX/FAILED Backlog
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - every audit line now carries the operator or job ID
*>              the sweep runs under (see operid.cob), and when the
*>              directory defaults say decrypt, each file is first
*>              checked against the AUTHLIST.DAT authorization list
*>              (see authchk.cob): one not granted is audited REFUSED
*>              - NOT AUTHORIZED and left in INBOX/FAILED with its
*>              attempt count untouched, as a held file is
*> 2026 10 15 - the department code in columns 39-46 of
*>              INBOX/DEFAULTS.DAT is put on a retried file's catalog
*>              record and written on its audit lines with the cipher
*>              algorithm, as the hot-folder sweep does, and every
*>              audit line for a retry attempt now says so in its
*>              outcome (a failed attempt used to read the same as a
*>              first-time failure), so the monthly chargeback can
*>              count the retries it bills
*> 2026 10 15 - a file under legal hold in HOLDS.DAT (see holdchk.cob)
*>              is neither retried nor moved to INBOX/PERMANENT: it
*>              stays in INBOX/FAILED with its attempt count
*>              untouched, is audited SKIPPED - LEGAL HOLD, and the
*>              hold reference is put on its catalog record
*> 2026 09 03 - first version: files the hot-folder sweep moves to
*>              INBOX/FAILED used to accumulate until someone
*>              remembered to look, though most would succeed on a
    02 defaults-algorithm pic X(01).
    02 defaults-keyword   pic X(30).
    02 defaults-retries   pic X(02).
    02 defaults-dept      pic X(08).

fd listFile.
01 list-record pic X(256).
    02 audit-operation pic X(01).
    02 audit-timestamp pic X(19).
    02 audit-outcome   pic X(40).
    02 audit-dept      pic X(08).
    02 audit-algorithm pic X(01).
    02 audit-operator  pic X(20).

fd lockFile.
01 lock-record pic X(19).
77 inboxLarge    pic X(01) value " ".
77 inboxAlg      pic X(01) value "T".
77 inboxKeyword  pic X(30) value spaces.
77 inboxDept     pic X(08) value spaces.
77 retryLimit    pic 99    value 03.
77 shiftField    pic X(02) value spaces.

77 catalogShift   pic 99    value 99.
77 catalogRecords pic 9(09) value 0.

77 holdName  pic X(256) value spaces.
77 holdFound pic 9      value 0.
77 holdRef   pic X(10)  value spaces.

*> who is running the sweep (the operid module works it out) and
*> whether the authorization list lets them decrypt the file in hand
77 operatorId pic X(20) value spaces.
77 authResult pic 9     value 1.

*> live session status staging - the cipher modules this sweep calls
*> refresh TRICIPHER.STS on their checkpoint cadence, so the sweep
*> must take the record with it when it ends cleanly (see runstat.cob)
            move "B" to inboxAlg
        end-if
        move defaults-keyword to inboxKeyword
        move function upper-case(defaults-dept) to inboxDept

*> the retry-limit columns get the same zero-fill normalization the
*> shift column gets; blank or unusable means the default of 03, and
    if skipEntry = 0 then
        move spaces to entryName
        move list-record to entryName
        move spaces to fileName
        string
            "INBOX/" delimited by size
            function trim(entryName) delimited by size
            into fileName
        end-string
        move fileName to holdName
        call "holdchk" using holdName, holdFound, holdRef
        move 1 to authResult
        if inboxChoice = 2 and holdFound = 0 then
            call "operid" using operatorId
            call "authchk" using operatorId, fileName, authResult
        end-if
        if holdFound = 1 then
            perform refuse-held-file
        else if authResult = 0 then
            perform refuse-unauthorized-decrypt
        else
            perform find-count-slot
            move cntFails(foundSlot) to attempts
            if attempts >= retryLimit then
                perform move-to-permanent
            else
                perform retry-one-file
            end-if
        end-if
        end-if
    end-if.

*> a held file is left in INBOX/FAILED exactly as it is, under the
*> INBOX/ name it was cataloged and audited under
refuse-held-file.
    display "Under legal hold " function trim(holdRef) "; left in INBOX/FAILED: " function trim(entryName).
    move "SKIPPED - LEGAL HOLD" to auditOutcome.
    perform write-audit-entry.
    add 1 to sumSkipped.
    move 004 to jobReturnCode.
    move "H" to catAction.
    move holdRef to catStatusField.
    move 99 to catalogShift.
    move 0 to catalogRecords.
    call "catalog" using catAction, fileName, catStatusField, catalogShift, inboxFormat, inboxAlg, catalogRecords.
    move "U" to catAction.

*> a decrypt the authorization list does not grant the operator or job
*> running the sweep is refused the same way: the file stays in
*> INBOX/FAILED with its attempt count untouched, so it is retried
*> once someone who may decrypt it runs the sweep
refuse-unauthorized-decrypt.
    display "Operator " function trim(operatorId) " is not authorized to decrypt; left in INBOX/FAILED: " function trim(entryName).
    move "REFUSED - NOT AUTHORIZED" to auditOutcome.
    perform write-audit-entry.
    add 1 to sumSkipped.
    move 004 to jobReturnCode.

*> the attempt count is keyed on the bare filename, since the file
*> itself moves between directories; a file seen here for the first
*> time already has the failure that landed it in FAILED on record
        add 1 to sumRetried
        add 1 to attempts
        perform run-with-defaults
        perform record-department
        perform release-file-lock
        if entryOk = 1 then
            perform disposition-recovered
        end-evaluate

        if moduleOk = 0 then
            move "FAILED - MODULE ERROR ON RETRY" to auditOutcome
            perform write-audit-entry
            perform record-failed-catalog
        else
                    perform write-audit-entry
                    move 1 to entryOk
                else
                    move spaces to auditOutcome
                    string
                        "VERIFY FAIL - RETRY ATTEMPT " delimited by size
                        attempts delimited by size
                        into auditOutcome
                    end-string
                    perform write-audit-entry
                    perform record-failed-catalog
                end-if
        end-if
    end-if.

*> the directory's department goes on the record the attempt just
*> cataloged, as the hot-folder sweep does for a first run
record-department.
    if inboxDept not = spaces then
        move "O" to catAction
        move inboxDept to catStatusField
        move 99 to catalogShift
        move 0 to catalogRecords
        call "catalog" using catAction, fileName, catStatusField, catalogShift, inboxFormat, inboxAlg, catalogRecords
        move "U" to catAction
    end-if.

disposition-recovered.
    move "INBOX/PROCESSED" to moveDir.
    perform move-entry-to.
    move auditOperation to audit-operation.
    move auditTimestamp to audit-timestamp.
    move auditOutcome to audit-outcome.
    move inboxDept to audit-dept.
    move inboxAlg to audit-algorithm.
    call "operid" using operatorId.
    move operatorId to audit-operator.
    write audit-record.

build-timestamp.
