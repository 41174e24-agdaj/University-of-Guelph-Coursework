*> rekey.cob
*> Batch Re-Key of Existing Ciphertext to a New Shift or Keyword
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - a re-key whose roll is refused - a file placed under
*>              legal hold since it was checked, its generation list
*>              full - is failed with its own audit line, the re-keyed
*>              ciphertext deleted and the old one left current
*> 2026 10 15 - the ciphertext under the old key is no longer written
*>              over: it is rolled aside as a numbered generation (see
*>              gdgroll.cob), still decryptable under its old key, and
*>              the installed ciphertext recorded as the current one;
*>              an install that fails puts the old generation back,
*>              and the audit line names the new generation.  the
*>              catalog record layout carries the generations
*> 2026 10 15 - the re-keyed ciphertext is fingerprinted once it is
*>              installed (see chkval.cob) and the check value put on
*>              the file's catalog record, replacing the original's
*> 2026 10 15 - audit lines carry the operator or job ID the run is
*>              made under (see operid.cob)
*> 2026 10 15 - audit lines carry the cipher algorithm read from the
*>              file's header (blank when the file was passed over
*>              before its header was read); the department column is
*>              left blank, the chargeback takes it from the catalog
*> 2026 10 15 - a file under legal hold in HOLDS.DAT (see holdchk.cob)
*>              is not re-keyed: it is audited SKIPPED - LEGAL HOLD
*>              and the hold reference is put on its catalog record
*> 2026 09 03 - first version: when a keyword is compromised, or the
*>              records-retention partner rotates theirs, every
*>              affected .out used to be decrypted by hand, deleted,
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

fd keyFile.
01 key-record.
    02 audit-operation pic X(01).
    02 audit-timestamp pic X(19).
    02 audit-outcome   pic X(40).
    02 audit-dept      pic X(08).
    02 audit-algorithm pic X(01).
    02 audit-operator  pic X(20).

fd lockFile.
01 lock-record pic X(19).
77 currentDateTime pic X(21) value spaces.
77 auditTimestamp  pic X(19) value spaces.
77 auditOutcome    pic X(40) value spaces.
77 operatorId      pic X(20) value spaces.
77 auditOpen       pic 9     value 0.

77 catAction      pic X(01) value "U".
77 catalogRecords pic 9(09) value 0.
77 scrubName      pic X(272) value spaces.

*> the installed ciphertext's fingerprint (the chkval module takes it)
77 chkName    pic X(256) value spaces.
77 chkValue   pic 9(09)  value 0.
77 chkSize    pic 9(12)  value 0.
77 chkLines   pic 9(09)  value 0.
77 chkTrailer pic 9(09)  value 0.
77 chkResult  pic 9      value 0.

*> the output generation the re-keyed ciphertext becomes (see gdgroll.cob)
77 gdgAction   pic X(01) value "R".
77 gdgGen      pic 9(04) value 0.
77 gdgPrior    pic 9(04) value 0.
77 gdgResult   pic 9     value 0.
77 gdgFileName pic X(264) value spaces.

77 holdName  pic X(256) value spaces.
77 holdFound pic 9      value 0.
77 holdRef   pic X(10)  value spaces.

77 wrapAction  pic X(01) value "W".
77 wrapShift   pic 99    value 0.
77 wrapKeyword pic X(30) value spaces.
*> and an audit line on the record
rekey-one-file.
    move 0 to entryOk.
    move space to fileAlg.
    move spaces to userInput.
    move fileName to userInput.
    perform string-length.
    if strLength = 0 or strLength > 244 then
        move 1 to nameTooLong
    end-if.
    if nameTooLong = 0 then
        move fileName to holdName
        call "holdchk" using holdName, holdFound, holdRef
    end-if.
    if nameTooLong = 1 then
        display "File name too long to re-key: " function trim(fileName)
        move "SKIPPED - FILENAME TOO LONG" to auditOutcome
        perform write-audit-entry
        add 1 to sumSkipped
    else if holdFound = 1 then
        display "File is under legal hold " function trim(holdRef) "; skipping: " function trim(fileName)
        move "SKIPPED - LEGAL HOLD" to auditOutcome
        perform write-audit-entry
        perform record-hold-catalog
        add 1 to sumSkipped
        move 004 to jobReturnCode
    else
        perform build-work-names
        perform acquire-file-lock
            end-if
            perform release-file-lock
        end-if
    end-if
    end-if.

*> the work names, derived once: the ciphertext, the plaintext scratch
*> the new ciphertext exists - the plaintext scratch has served its
*> purpose and is deleted before anything else happens
            perform delete-scratch
            perform roll-old-generation
            if gdgResult = 2 then
                perform refuse-full-held-file
            else
                if fileAlg = "B" then
                    perform install-new-ciphertext-binary
                else
                    perform install-new-ciphertext
                end-if
                if entryOk = 0 then
                    perform restore-old-generation
                end-if
                if entryOk = 1 then
                    perform record-new-key
                    perform record-rekeyed-catalog
                    perform record-generation
                    move spaces to auditOutcome
                    if fileAlg = "T" then
                        string
                            "REKEYED - NEW SHIFT " delimited by size
                            newShift delimited by size
                            " GEN " delimited by size
                            gdgGen delimited by size
                            into auditOutcome
                        end-string
                    else
                        string
                            "REKEYED - NEW KEYWORD GEN " delimited by size
                            gdgGen delimited by size
                            into auditOutcome
                        end-string
                    end-if
                    perform write-audit-entry
                    add 1 to sumRekeyed
                    display "Re-keyed: " function trim(fileName)
                else
                    move "FAILED - INSTALL ERROR" to auditOutcome
                    perform write-audit-entry
                    perform record-failed-catalog
                    add 1 to sumFailed
                    move 016 to jobReturnCode
                end-if
            end-if
        end-if
    end-if.

*> the ciphertext under the old key is rolled aside as an older
*> generation, not written over, so a bad re-key has a way back; the
*> roll copies the old key to the generation's name, so it comes before
*> record-new-key
roll-old-generation.
    move "R" to gdgAction.
    call "gdgroll" using gdgAction, fileName, cipherName, gdgGen, gdgPrior, gdgResult.
    move 0 to return-code.

*> an install that failed leaves no usable ciphertext under the .out
*> name, so whatever it did leave is deleted and the generation just
*> rolled aside is put back in its place
restore-old-generation.
    if gdgPrior > 0 then
        move spaces to deleteName
        move cipherName to deleteName
        call "CBL_DELETE_FILE" using deleteName
        move "N" to gdgAction
        move gdgPrior to gdgGen
        move cipherName to gdgFileName
        call "gdgroll" using gdgAction, fileName, gdgFileName, gdgGen, gdgPrior, gdgResult
        if gdgResult = 0 then
            call "CBL_RENAME_FILE" using gdgFileName, cipherName
        end-if
        move 0 to return-code
    end-if.

*> a file placed under legal hold since it was checked, whose generation
*> list is already full, has no room for the re-keyed ciphertext: the
*> roll refused it and nothing was rolled, so the ciphertext under the
*> old key stays as the current generation and the new one is deleted
refuse-full-held-file.
    display "File is under legal hold with no room for another generation; not re-keyed: " function trim(fileName).
    move spaces to deleteName.
    move newCipherName to deleteName.
    call "CBL_DELETE_FILE" using deleteName.
    move 0 to return-code.
    move "FAILED - LEGAL HOLD, GENERATIONS FULL" to auditOutcome.
    perform write-audit-entry.
    perform record-failed-catalog.
    add 1 to sumFailed.
    move 016 to jobReturnCode.

*> the installed ciphertext becomes the current generation on the
*> catalog record, and a generation past the kept number rolls off
record-generation.
    move "F" to gdgAction.
    call "gdgroll" using gdgAction, fileName, cipherName, gdgGen, gdgPrior, gdgResult.
    move 0 to return-code.

delete-scratch.
    move spaces to deleteName.
    move scratchName to deleteName.
    end-if.
    move 0 to catalogRecords.
    call "catalog" using catAction, fileName, catStatusField, catalogShift, fileFormat, fileAlg, catalogRecords.
*> the installed ciphertext is not the bytes the re-encrypt fingerprinted
*> (its header was patched on the way in), so it is fingerprinted again
*> here, or the integrity patrol would find every re-keyed file damaged
    move spaces to chkName.
    move cipherName to chkName.
    call "chkval" using chkName, chkValue, chkSize, chkLines, chkTrailer, chkResult.
    if chkResult = 0 then
        move "K" to catAction
        move spaces to catStatusField
        move chkValue to catStatusField(1:9)
        call "catalog" using catAction, fileName, catStatusField, catalogShift, fileFormat, fileAlg, catalogRecords
        move "REKEYED" to catStatusField
    end-if.
    move "D" to catAction.
    move spaces to scrubName.
    move scratchName to scrubName.
    call "catalog" using catAction, scrubName, catStatusField, catalogShift, fileFormat, fileAlg, catalogRecords.
    move "U" to catAction.

*> the hold reference goes on the record so the refusal shows in catinq
*> and the catalog report, not only in the audit trail
record-hold-catalog.
    move "H" to catAction.
    move holdRef to catStatusField.
    call "catalog" using catAction, fileName, catStatusField, catalogShift, fileFormat, fileAlg, catalogRecords.
    move "U" to catAction.

record-failed-catalog.
    move "U" to catAction.
    move "FAILED" to catStatusField.
    move "R" to audit-operation.
    move auditTimestamp to audit-timestamp.
    move auditOutcome to audit-outcome.
    move fileAlg to audit-algorithm.
    call "operid" using operatorId.
    move operatorId to audit-operator.
    write audit-record.

build-timestamp.
