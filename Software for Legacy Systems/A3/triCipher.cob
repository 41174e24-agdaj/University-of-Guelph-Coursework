*> triCipher.cob
*> Encrypt and Decrypt Messages with Trithemius Cipher
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 03 09 - added an unattended batch mode: if a CONTROL.DAT manifest
*>              is present at startup, process every filename/operation
*>              pair in it with no ACCEPT prompts instead of the usual
*>              the module call and the disposition, and running them
*>              back through the cipher manufactured garbage marked
*>              PROCESSED
*> 2026 10 15 - a file under legal hold in HOLDS.DAT (see holdchk.cob)
*>              is refused before it is opened, in the unattended
*>              intakes and at the interactive prompt alike, so its
*>              .out is never overwritten: the entry is audited
*>              SKIPPED - LEGAL HOLD, counted as skipped (return-code
*>              4, like a file in use), and the hold reference is put
*>              on its catalog record; a held INBOX file is not moved
*>              to INBOX/FAILED, it stays where it was dropped
*> 2026 10 15 - added an owning-department column so finance can bill
*>              the work back to whoever sent it: columns 293-300 of
*>              the control file, or 39-46 of INBOX/DEFAULTS.DAT, carry
*>              the department code, which is put on the file's
*>              catalog record (catalog action "O") once the row has
*>              run and is written on every audit line along with the
*>              cipher algorithm; a blank code leaves the file
*>              unassigned, and the interactive path never assigns one
*> 2026 10 15 - every audit line now carries the operator or job ID
*>              the session runs under (see operid.cob), and a decrypt
*>              - manifest row, INBOX file, or interactive - is first
*>              checked against the AUTHLIST.DAT authorization list
*>              (see authchk.cob); one not granted to that operator is
*>              refused before anything is opened or marked in use and
*>              audited REFUSED - NOT AUTHORIZED (RC 004 in the
*>              unattended runs, where the INBOX file goes to FAILED).
*>              the decrypt inside a verify round trip is not asked
*>              about, since it only re-reads what the run just wrote
*> 2026 10 15 - the unattended intakes append a line to THRUHIST.DAT
*>              for every file a module finishes - its size, the record
*>              count the module cataloged, the algorithm, the mode,
*>              and the elapsed time - so the batch-window forecast
*>              (see forecast.cob) can estimate tonight's manifest from
*>              how fast past runs actually went
*> 2026 10 15 - the cipher modules now keep their outputs as numbered
*>              generations (see gdgroll.cob) instead of writing over
*>              the last run's, and a decrypt or a verify can target
*>              one of them: columns 301-304 of the control file (or
*>              the new prompt at the interactive path) carry the
*>              generation.  a decrypt recovers that generation of the
*>              named ciphertext into its own .out, audited under the
*>              generation's name, and a verify
*>              decrypts it into the scratch and compares it with the
*>              plaintext without encrypting anything - its result is
*>              audited with the generation and the catalog is left
*>              alone.  a generation that is not on disk is skipped
*>              (SKIPPED - GENERATION NOT FOUND, return-code 4).  the
*>              hot-folder intake passes over generation files
*> 2026 10 15 - a verify of an older generation takes the scratch
*>              decrypt's record back off the catalog, so the verify
*>              leaves the master as it found it
*> 2026 10 15 - a verify of an older generation decrypts a scratch copy
*>              of it (generation 0) instead of the generation itself,
*>              so a recovery an earlier decrypt of that generation
*>              left is never rolled aside or its record deleted, and
*>              the scratch is cleared even when the module fails.  it
*>              is asked of the authorization list like a decrypt, and
*>              the interactive path asks once the generation is known
*> 2026 10 15 - a module refusing a file under legal hold whose
*>              generation list is full (return-code 24) is audited
*>              FAILED - LEGAL HOLD, GENERATIONS FULL, not as a module
*>              error
*>
*> INBOX/DEFAULTS.DAT layout - a single fixed-width record of defaults
*> applied to every file dropped in the INBOX directory:
*>                          zero-padded; blank means 03.  this program
*>                          does not read it - it rides here so the
*>                          directory's whole policy lives in one place
*>       39-46   X(08)     owning department code for every file
*>                          dropped in this INBOX, left-justified;
*>                          blank leaves the files unassigned
*>
*> CONTROL.DAT layout - one fixed-width row per file, no header row, no
*> delimiters between columns, padded with trailing spaces out to the
*>     263-292   X(30)     keyword, letters only, left-justified;
*>                          used by the Vigenere and binary ciphers,
*>                          ignored for Trithemius
*>     293-300   X(08)     owning department code, left-justified;
*>                          blank leaves the file unassigned (the
*>                          chargeback bills it to no department)
*>     301-304   X(04)     output generation a "D" or "V" row works
*>                          on, 0001-9999, zero-padded; blank means
*>                          the current one.  on a "D" row it picks the
*>                          generation of the named .out, on a "V" row
*>                          the generation of the file's .out to be
*>                          verified; an "E" row ignores it
*>
*> a row must be exactly 304 characters wide; a short row reads as
*> trailing spaces in whichever columns it is missing, which is the same
*> as leaving those columns blank (unspecified shift, letters-only
*> format, classic mode, no department, current generation) - only a row that omits part of the filename
*> itself produces a wrong result rather than a default one, so build
*> the manifest with a tool that pads every row out to the full width

    access is sequential
    file status alertsStatus.

*> one throughput record per file an unattended run processes, newest
*> last, for the batch-window forecast to estimate the next run from
    select optional histFile assign to "THRUHIST.DAT"
    organization is line sequential
    access is sequential
    file status histStatus.

*> the shop's alert thresholds; absent or unreadable means defaults
    select alertCfgFile assign to "ALERTCFG.DAT"
    organization is line sequential

*> CONTROL.DAT's fixed-width row layout is documented in the
*> modification-history block up top (filename/operation/shift/format/
*> mode/algorithm/keyword/department/generation, 304 characters per
*> row, zero-padded shift)
fd batchFile.
01 batch-record.
    02 batch-filename  pic X(256).
    02 batch-large      pic X(01).
    02 batch-algorithm  pic X(01).
    02 batch-keyword    pic X(30).
    02 batch-dept       pic X(08).
    02 batch-gen        pic X(04).

fd verifyFile.
01 verify-record pic X(100).

*> INBOX/DEFAULTS.DAT's single fixed-width record is documented in the
*> modification-history block up top (operation/shift/format/mode/
*> algorithm/keyword, the retry limit retry.cob owns, department)
fd defaultsFile.
01 defaults-record.
    02 defaults-operation pic X(01).
    02 defaults-large     pic X(01).
    02 defaults-algorithm pic X(01).
    02 defaults-keyword   pic X(30).
    02 defaults-retries   pic X(02).
    02 defaults-dept      pic X(08).

fd listFile.
01 list-record pic X(256).
    02 alert-rc        pic 9(03).
    02 alert-severity  pic X(08).

*> THRUHIST.DAT's layout is documented in forecast.cob, its reader;
*> the elapsed time is in hundredths of a second
fd histFile.
01 hist-record.
    02 hist-timestamp pic X(19).
    02 hist-filename  pic X(256).
    02 hist-operation pic X(01).
    02 hist-algorithm pic X(01).
    02 hist-mode      pic X(01).
    02 hist-bytes     pic 9(12).
    02 hist-records   pic 9(09).
    02 hist-elapsed   pic 9(09).

fd alertCfgFile.
01 alertcfg-record.
    02 cfg-skipwarn pic X(04).
    02 carry-large      pic X(01).
    02 carry-algorithm  pic X(01).
    02 carry-keyword    pic X(30).
    02 carry-dept       pic X(08).
    02 carry-gen        pic X(04).

fd lockFile.
01 lock-record pic X(19).
    02 audit-operation pic X(01).
    02 audit-timestamp pic X(19).
    02 audit-outcome   pic X(40).
    02 audit-dept      pic X(08).
    02 audit-algorithm pic X(01).
    02 audit-operator  pic X(20).

working-storage section.
77 fileStatus      pic 99     value 00.
77 keywordInput pic X(99) value spaces.
77 inboxAlg     pic X(01) value "T".
77 inboxKeyword pic X(30) value spaces.
77 inboxDept    pic X(08) value spaces.
77 deptCode     pic X(08) value spaces.
77 recoveredConf pic 999  value 0.
77 auditOpen   pic 9     value 0.

77 catalogShift    pic 99    value 99.
77 catalogRecords  pic 9(09) value 0.

*> legal-hold lookup staging (the holdchk module owns the register)
77 holdName  pic X(256) value spaces.
77 holdFound pic 9      value 0.
77 holdRef   pic X(10)  value spaces.

*> throughput history staging: the input's size and the clock reading
*> (hundredths of a second since midnight) taken as a file starts
77 histStatus  pic XX    value "00".
77 histBytes   pic 9(12) value 0.
77 histStartCs pic 9(08) value 0.
77 histEndCs   pic 9(08) value 0.
01 histClock.
    05 histHH pic 99.
    05 histMM pic 99.
    05 histSS pic 99.
    05 histCC pic 99.
01 histFileInfo.
    05 histSize pic X(8) comp-x.
    05 filler   pic X(8).

*> output generation targeting (the gdgroll module owns the naming):
*> the generation a decrypt or verify asked for, zero for the current
*> one, and the name of the generation's ciphertext once found;
*> genMissing is 1 when that generation is not on disk, 2 when its
*> name is too long to pass to the cipher modules.  genAudited has
*> the next audit line name the generation's ciphertext a decrypt
*> read, so the line points at the catalog record that decrypt made
77 genTarget  pic 9(04)  value 0.
77 genText    pic X(04)  value spaces.
77 genBad     pic 9      value 0.
77 genMissing pic 9      value 0.
77 gdgAction  pic X(01)  value "N".
77 gdgName    pic X(256) value spaces.
77 gdgOut     pic X(264) value spaces.
77 gdgGen     pic 9(04)  value 0.
77 gdgPrior   pic 9(04)  value 0.
77 gdgResult  pic 9      value 0.
77 genAudited pic 9      value 0.

*> who is running this session (the operid module works it out) and
*> whether the authorization list lets them decrypt the file in hand
77 operatorId pic X(20) value spaces.
77 authResult pic 9     value 1.
77 authName   pic X(256) value spaces.

*> hot-folder intake state: the per-directory defaults parsed once up
*> front, the current list entry, and how the last entry came out
*> (1 = processed clean, 0 = failed, 2 = skipped before processing)
77 dispositionDir     pic X(09) value spaces.
77 moveCommand        pic X(1200) value spaces.
77 quotedName         pic X(1024) value spaces.
77 quotedVerify       pic X(1024) value spaces.
77 qIdx               pic 9(03) value 0.
77 qPos               pic 9(04) value 1.

            move "B" to inboxAlg
        end-if
        move defaults-keyword to inboxKeyword
        move function upper-case(defaults-dept) to inboxDept

        if inboxChoice = 0 then
            display "INBOX/DEFAULTS.DAT has no usable operation code - inbox left untouched"
                move 1 to skipEntry
            end-if
        end-if
*> an older output generation (see gdgroll.cob) rolled aside here is
*> the suite's own product too, never a drop-off
        if strLength > 9 then
            if userInput(strLength - 8:2) = ".G" and userInput(strLength - 6:4) is numeric
                    and userInput(strLength - 2:3) = "V00" then
                move 1 to skipEntry
            end-if
        end-if
    end-if.
    if skipEntry = 0 then
        move spaces to entryName
        move inboxLarge to largeMode
        move inboxAlg to cipherAlg
        move inboxKeyword to keywordField
        move inboxDept to deptCode
        move 0 to genTarget
        move 0 to genBad

        perform update-session-status
        perform process-one-file
*> a file under legal hold is not moved either - it stays exactly
*> where it was dropped until the hold is released
        if holdFound = 1 and entryOk = 2 then
            continue
        else
            perform disposition-inbox-entry
        end-if
    end-if.

*> a clean entry (and its .out) goes to PROCESSED; anything else goes
        end-if
    end-perform.

*> the same armoring for the verify's scratch recovery, which a verify
*> of an older generation names after the generation's ciphertext
quote-verify-name.
    move spaces to userInput.
    move verifyFileName to userInput.
    perform string-length.
    move spaces to quotedName.
    move 1 to qPos.
    perform varying qIdx from 1 by 1 until qIdx > strLength
        if verifyFileName(qIdx:1) = "'" then
            move "'\''" to quotedName(qPos:4)
            add 4 to qPos
        else
            move verifyFileName(qIdx:1) to quotedName(qPos:1)
            add 1 to qPos
        end-if
    end-perform.

*> reads filename/operation pairs from the control file straight through,
*> with no ACCEPT prompts, until the manifest is exhausted - or until
*> the batch window's cutoff passes, at which point the row in hand and
    if batch-algorithm = "B" or batch-algorithm = "b" then
        move "B" to cipherAlg
    end-if
    move batch-keyword to keywordField

*> the department code is carried as given, folded to upper case so
*> "fin" and "FIN" bill to the same department
    move function upper-case(batch-dept) to deptCode

*> a blank generation column is the current generation; anything else
*> must be a generation number, checked here and looked for on disk
*> once the row's other checks have passed
    move batch-gen to genText
    perform parse-generation.

*> genText holds the generation as typed or read - "2", "02", or
*> "0002" all name generation 2; genBad is set for anything that is
*> not a generation number
parse-generation.
    move 0 to genTarget.
    move 0 to genBad.
    if genText not = spaces then
        move 4 to strLength
        perform until strLength = 0 or genText(strLength:1) not = space
            subtract 1 from strLength
        end-perform
        if genText(1:strLength) is numeric then
            move genText(1:strLength) to genTarget
        end-if
        if genTarget = 0 then
            move 1 to genBad
        end-if
    end-if.


*> executes one staged entry (fileName/userInput, choice, startShift,
*> went (1 clean, 0 failed, 2 skipped before processing)
process-one-file.
    move 0 to entryOk.
    perform check-legal-hold.
    perform check-decrypt-authority.
    perform resolve-generation.
    if nameTooLong = 1 then
        display "File name exceeds 256 characters; skipping entry"
        move "SKIPPED - FILENAME TOO LONG" to auditOutcome
        perform write-audit-entry
        add 1 to sumSkipped
        move 2 to entryOk
    else if choice > 0 and holdFound = 1 then
        perform refuse-held-file
        add 1 to sumSkipped
        move 004 to jobReturnCode
        move 2 to entryOk
    else if authResult = 0 then
        perform refuse-unauthorized-decrypt
        perform write-audit-entry
        add 1 to sumSkipped
        move 004 to jobReturnCode
        move 2 to entryOk
    else if (choice = 2 or choice = 3) and genBad = 1 then
        display "Generation must be 0001-9999 for: " function trim(fileName) "; skipping entry"
        move "SKIPPED - INVALID GENERATION" to auditOutcome
        perform write-audit-entry
        add 1 to sumSkipped
        move 004 to jobReturnCode
        move 2 to entryOk
    else if genMissing > 0 then
        perform refuse-missing-generation
        perform write-audit-entry
        add 1 to sumSkipped
        move 004 to jobReturnCode
        move 2 to entryOk
    else if choice > 0 then
        perform acquire-file-lock
        if fileLocked = 0 then
            perform check-file-status
            if fileOpenOk = 1 then
                display " "
                perform start-throughput-clock
                perform process-file
                if moduleOk = 1 then
                    perform record-throughput
                    evaluate choice
                        when 1 add 1 to sumEncrypted
                        when 2 add 1 to sumDecrypted
                add 1 to sumFailed
            end-if
            perform write-audit-entry
            perform record-department
            move 0 to fileStatus
            perform release-file-lock
        end-if
        move 2 to entryOk
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if
    end-if.

*> reports how the manifest's entries broke down once the control file
    move batch-large to carry-large.
    move batch-algorithm to carry-algorithm.
    move batch-keyword to carry-keyword.
    move batch-dept to carry-dept.
    move batch-gen to carry-gen.
    write carry-record.
    add 1 to sumDeferred.

            move spaces to fileName
            move userInput to fileName
            move 0 to choice
            move 0 to genTarget
            move 0 to genBad
            move spaces to deptCode
*> the algorithm is not known until the prompts below run; reset it so
*> a failure before then is not cataloged under the previous file's
*> algorithm
            move "T" to cipherAlg

*> a file under legal hold is refused before anything is opened, the
*> same as in the unattended intakes
            perform check-legal-hold
            if holdFound = 1 then
                perform refuse-held-file
                display " "
            else
*> the same in-use marker the unattended intakes take: a file another
*> session is working stays untouched here too
                perform acquire-file-lock
                if fileLocked = 0 then
                    if lockBusy = 1 then
                        display "File is in use by another session: " function trim(fileName)
                        move "SKIPPED - FILE IN USE" to auditOutcome
                    else
                        move "SKIPPED - IN-USE MARKER NOT CREATED" to auditOutcome
                    end-if
                    display " "
                    perform write-audit-entry
                else
*> attempt to open a file given input, and continue to encrypt-decrypt if available
                    open input inputFile
                    perform check-file-status
                    if fileOpenOk = 1 then
                        display " "
                        perform encrypt-decrypt
                    end-if
                    perform write-audit-entry
                    perform release-file-lock
                end-if
            end-if
        end-if
        end-if
                    move "B" to cipherAlg
                end-if

                if choice = 2 or choice = 3 then
                    perform ask-generation
                end-if

                move spaces to keywordField
                move 99 to startShift
                if cipherAlg = "V" or cipherAlg = "B" then
*> only the decrypt module can fall back to a keyfile entry; the
*> encrypt and verify paths have nothing recorded yet and need the
*> keyword here, so the prompt must not offer a fallback they lack -
*> except a verify of an older generation, which encrypts nothing
                    if choice = 2 or genTarget > 0 then
                        display "Enter the keyword (letters only), or press enter to use the keyfile:"
                    else
                        display "Enter the keyword (letters only; required to encrypt):"
                    perform ask-format-mode
                end-if

*> a decrypt of an older generation reads that generation's
*> ciphertext, not the current one opened above.  the authorization
*> list is asked once the generation is known, since a verify of an
*> older generation decrypts too; a refused file is closed unread and
*> the audit entry the loop writes carries the refusal
                perform resolve-generation
                perform check-decrypt-authority
                if authResult = 0 then
                    close inputFile
                    perform refuse-unauthorized-decrypt
                    display " "
                else if genMissing > 0 then
                    close inputFile
                    perform refuse-missing-generation
                    display " "
                else if choice = 2 and genTarget > 0 then
                    close inputFile
                    open input inputFile
                    perform check-file-status
                    if fileOpenOk = 1 then
                        perform process-file
                    end-if
                else
                    perform process-file
                end-if
                end-if
                end-if
                move 1 to goodInput
            else
                display "Please select '1', '2', '3', or 'exit'"
    end-if
    end-if.

*> the generation question, asked for a decrypt or a verify; a blank
*> answer, or one that is not a generation number, is the current one
ask-generation.
    display "Generation to use (0001-9999), or press enter for the current one:".
    move spaces to formatInput.
    accept formatInput.
    move formatInput(1:4) to genText.
    if formatInput(5:1) not = space then
        move "X" to genText
    end-if.
    perform parse-generation.
    if genBad = 1 then
        display "Generation must be 0001-9999; using the current one instead"
        move 0 to genBad
        move 0 to genTarget
    end-if.

*> the format and throughput questions, asked for either algorithm
ask-format-mode.
    display "Preserve original case and punctuation in the output? (Y/N):".
            end-if
            end-if
        when 2
            move spaces to cipherFileName
            if genTarget > 0 then
                move gdgOut to cipherFileName
                move 1 to genAudited
            else
                move fileName to cipherFileName
            end-if
            if cipherAlg = "V" then
                call "vdecrypt" using cipherFileName, keywordField, formatMode, largeMode
            else if cipherAlg = "B" then
                call "bdecrypt" using cipherFileName, keywordField, formatMode, largeMode
            else
                move 0 to recoveredConf
                call "decrypt" using cipherFileName, startShift, formatMode, largeMode, recoveredConf
            end-if
            end-if
        when 3 perform verify-round-trip
*> is appended) - a row that fails this way must not be counted or
*> audited as a success just because triCipher's own earlier open of
*> inputFile succeeded; the verify path sets moduleOk and auditOutcome
*> itself, since a clean pair of module calls can still be a FAIL there.
*> a decrypt of an older generation catalogs itself under the
*> generation's name, so a failure there leaves the named file's
*> record alone
    if choice not = 3 then
        move 1 to moduleOk
        if return-code not = 0 then
            move 0 to moduleOk
            move 016 to jobReturnCode
            perform name-module-failure
            if genTarget = 0 then
                move "FAILED" to catStatusField
                move startShift to catalogShift
                perform update-catalog
            end-if
        else
*> a startShift that comes back changed from the 99 "not provided"
*> sentinel means decrypt had to recover the shift by frequency
                    recoveredConf delimited by size
                    into auditOutcome
                end-string
            else if genTarget > 0 then
                move spaces to auditOutcome
                string
                    "PROCESSED - GENERATION " delimited by size
                    genTarget delimited by size
                    into auditOutcome
                end-string
            else
                move "PROCESSED" to auditOutcome
            end-if
            end-if
        end-if
    end-if.

    move 1 to moduleOk.
    move 0 to verifyResult.

*> a verify of an older generation takes its own path.  decrypt's
*> fileName parameter holds 256 characters, so a name this
*> close to the limit cannot have ".out" appended and still be passed
*> through for the verify decryption - fail the row instead of passing
*> a silently truncated ciphertext name
    if genTarget > 0 then
        perform verify-generation
    else if fileName(253:4) not = spaces then
        display "File name too long to verify (no room for '.out'): " function trim(fileName)
        move 0 to moduleOk
        move 016 to jobReturnCode
        if return-code not = 0 then
            move 0 to moduleOk
            move 016 to jobReturnCode
            perform name-module-failure
            move "FAILED" to catStatusField
            move startShift to catalogShift
            perform update-catalog
                ".out" delimited by size
                into cipherFileName
            end-string
            perform decrypt-for-verify
            if return-code not = 0 then
                move 0 to moduleOk
                move 016 to jobReturnCode
                perform name-module-failure
                move "FAILED" to catStatusField
                move startShift to catalogShift
                perform update-catalog
                perform update-catalog
            end-if
        end-if
    end-if
    end-if.

*> the verify's decryption of cipherFileName into its scratch recovery
*> (cipherFileName + ".out")
decrypt-for-verify.
    if cipherAlg = "V" then
        call "vdecrypt" using cipherFileName, keywordField, formatMode, largeMode
    else if cipherAlg = "B" then
        call "bdecrypt" using cipherFileName, keywordField, formatMode, largeMode
    else
        move 0 to recoveredConf
        call "decrypt" using cipherFileName, startShift, formatMode, largeMode, recoveredConf
    end-if
    end-if.

*> a verify of an older generation encrypts nothing: the generation's
*> ciphertext is copied to the verify's own scratch generation (see
*> gdgroll.cob, action "V"), decrypted from there, and compared against
*> the plaintext the same way, and the result is audited with the
*> generation.  decrypting the copy rather than the generation keeps the
*> decrypt module off the generation's own name, so a recovery an
*> earlier decrypt of it left, and the catalog record that tracks it,
*> are never touched; the scratch copy, whatever its decrypt left, and
*> the record that decrypt made are all removed once the verify is done,
*> whether it passed, failed, or the module failed
verify-generation.
    move spaces to cipherFileName.
    move gdgOut to cipherFileName.
    if cipherFileName(253:4) not = spaces then
        display "File name too long to verify (no room for '.out'): " function trim(cipherFileName)
        move 0 to moduleOk
        move 016 to jobReturnCode
        move "FAILED - NAME TOO LONG TO VERIFY" to auditOutcome
    else
        move "V" to gdgAction
        call "gdgroll" using gdgAction, gdgName, gdgOut, gdgGen, gdgPrior, gdgResult
        if gdgResult not = 0 then
            display "Unable to copy generation " genTarget " of " function trim(fileName) " for the verify"
            move 0 to moduleOk
            move 016 to jobReturnCode
            move "FAILED - VERIFY SCRATCH NOT WRITTEN" to auditOutcome
        else
            move spaces to cipherFileName
            move gdgOut to cipherFileName
            perform clear-verify-record
            perform decrypt-for-verify
            if return-code not = 0 then
                move 0 to moduleOk
                move 016 to jobReturnCode
                perform name-module-failure
            else
                if cipherAlg = "B" then
                    perform compare-round-trip-binary
                else
                    perform compare-round-trip
                end-if
                move spaces to auditOutcome
                if verifyResult = 1 then
                    display "Round-trip verify PASSED: " function trim(fileName) " generation " genTarget
                    string
                        "VERIFY PASS - GENERATION " delimited by size
                        genTarget delimited by size
                        into auditOutcome
                    end-string
                else
                    display "Round-trip verify FAILED: " function trim(fileName) " generation " genTarget
                    move 020 to jobReturnCode
                    string
                        "VERIFY FAIL - GENERATION " delimited by size
                        genTarget delimited by size
                        into auditOutcome
                    end-string
                end-if
            end-if
            perform clear-verify-scratch
        end-if
    end-if.

*> the scratch generation's files: the copy, the text its decrypt
*> recovered, and that decrypt's checkpoint, then its catalog record
clear-verify-scratch.
    move spaces to verifyFileName.
    string
        function trim(cipherFileName) delimited by size
        ".out" delimited by size
        into verifyFileName
    end-string.
    call "CBL_DELETE_FILE" using verifyFileName.
    move spaces to verifyFileName.
    string
        function trim(cipherFileName) delimited by size
        ".ckpt" delimited by size
        into verifyFileName
    end-string.
    call "CBL_DELETE_FILE" using verifyFileName.
    call "CBL_DELETE_FILE" using cipherFileName.
    move 0 to return-code.
    perform clear-verify-record.

*> only a verify ever writes under the scratch generation's name, so
*> its record is always the verify's own to take off the master
clear-verify-record.
    move "D" to catAction.
    call "catalog" using catAction, cipherFileName, catStatusField, catalogShift, formatMode, cipherAlg, catalogRecords.
    move "U" to catAction.

*> the binary round trip must come back byte for byte - the recovered
*> scratch file is compared against the original whole, through the
*> shell's cmp, with the same apostrophe armoring the disposition
    move 0 to verifyResult.
    move spaces to verifyFileName.
    string
        function trim(cipherFileName) delimited by size
        ".out" delimited by size
        into verifyFileName
    end-string.
    perform quote-verify-name.
    move quotedName to quotedVerify.
    perform quote-entry-name.
    move spaces to moveCommand.
    string
        "cmp -s -- '" delimited by size
        function trim(quotedName) delimited by size
        "' '" delimited by size
        function trim(quotedVerify) delimited by size
        "'" delimited by size
        into moveCommand
    end-string.
    call "SYSTEM" using moveCommand.
compare-round-trip.
    move spaces to verifyFileName.
    string
        function trim(cipherFileName) delimited by size
        ".out" delimited by size
        into verifyFileName
    end-string.

        perform update-catalog
    end-if.

*> the input's size and the moment its processing starts, taken just
*> before the module call so the history times the cipher work itself
start-throughput-clock.
    move 0 to histBytes.
    call "CBL_CHECK_FILE_EXIST" using fileName, histFileInfo.
    if return-code = 0 then
        move histSize to histBytes
    end-if.
    move 0 to return-code.
    move function current-date to currentDateTime.
    move currentDateTime(9:8) to histClock.
    compute histStartCs = histHH * 360000 + histMM * 6000 + histSS * 100 + histCC.

*> one history line per file the module finished: its size, the record
*> count the module cataloged, the algorithm and mode, and how long it
*> took (a run across midnight wraps the clock, which is allowed for);
*> a history the file system will not take is no reason to fail a file
*> that was processed, so a failed open is only reported
record-throughput.
    move function current-date to currentDateTime.
    move currentDateTime(9:8) to histClock.
    compute histEndCs = histHH * 360000 + histMM * 6000 + histSS * 100 + histCC.
    if histEndCs < histStartCs then
        add 8640000 to histEndCs
    end-if.
    perform build-timestamp.

    move "R" to catAction.
    move spaces to catStatusField.
    move 0 to catalogRecords.
    perform update-catalog.
    move "U" to catAction.

    move spaces to hist-record.
    move auditTimestamp to hist-timestamp.
    move fileName to hist-filename.
    evaluate choice
        when 1 move "E" to hist-operation
        when 2 move "D" to hist-operation
        when 3 move "V" to hist-operation
    end-evaluate.
*> a verify of an older generation only decrypts, so it is timed as
*> the decrypt it was
    if choice = 3 and genTarget > 0 then
        move "D" to hist-operation
    end-if.
    move cipherAlg to hist-algorithm.
    move largeMode to hist-mode.
    move histBytes to hist-bytes.
    move catalogRecords to hist-records.
    compute hist-elapsed = histEndCs - histStartCs.
    move 0 to catalogRecords.
    move spaces to catStatusField.

    open extend histFile.
    if histStatus = "00" or histStatus = "05" then
        write hist-record
        close histFile
    else
        display "Unable to add to THRUHIST.DAT (file status " histStatus ") - throughput not recorded"
    end-if.

*> finds the generation a decrypt or verify asked for: a decrypt row
*> names a .out, whose file as cataloged is the name without it; a
*> verify row names the plaintext, whose output is the name plus it.
*> gdgOut comes back naming the generation's ciphertext - the .out
*> itself for the current generation - and for a decrypt it is what
*> is opened, so userInput follows it
resolve-generation.
    move 0 to genMissing.
    if genTarget > 0 and genBad = 0 and nameTooLong = 0 and (choice = 2 or choice = 3) then
        move spaces to gdgName
        move spaces to gdgOut
        if choice = 2 then
            move spaces to userInput
            move fileName to userInput
            perform string-length
            if strLength > 4 and userInput(strLength - 3:4) = ".out" then
                move fileName(1:strLength - 4) to gdgName
                move fileName to gdgOut
            end-if
        else
            move fileName to gdgName
            string
                function trim(fileName) delimited by size
                ".out" delimited by size
                into gdgOut
            end-string
        end-if
        move 1 to gdgResult
        if gdgName not = spaces then
            move "N" to gdgAction
            move genTarget to gdgGen
            call "gdgroll" using gdgAction, gdgName, gdgOut, gdgGen, gdgPrior, gdgResult
        end-if
        if gdgResult not = 0 then
            move 1 to genMissing
        else if gdgOut(257:8) not = spaces then
            move 2 to genMissing
        end-if
        end-if
        move spaces to userInput
        if choice = 2 and genMissing = 0 then
            move gdgOut to userInput
        else
            move fileName to userInput
        end-if
    end-if.

*> a generation that is not there is reported against the file named,
*> and nothing is opened or marked in use
refuse-missing-generation.
    if genMissing = 2 then
        display "Generation " genTarget " of " function trim(fileName) " has a name too long to process; skipping"
        move "SKIPPED - FILENAME TOO LONG" to auditOutcome
    else
        display "Generation " genTarget " of " function trim(fileName) " is not on disk; skipping"
        move "SKIPPED - GENERATION NOT FOUND" to auditOutcome
    end-if.

*> asks the hold register about the file in hand; a name too long to
*> carry is refused on its own account before this matters
check-legal-hold.
    move 0 to holdFound.
    move spaces to holdRef.
    if nameTooLong = 0 then
        move fileName to holdName
        call "holdchk" using holdName, holdFound, holdRef
    end-if.

*> a held file is neither opened nor marked in use - the refusal is
*> audited and the hold reference goes on its catalog record
refuse-held-file.
    display "File is under legal hold " function trim(holdRef) "; skipping: " function trim(fileName).
    move "SKIPPED - LEGAL HOLD" to auditOutcome.
    perform write-audit-entry.
    move "H" to catAction.
    move holdRef to catStatusField.
    perform update-catalog.
    move "U" to catAction.

*> a module that failed says why in its return code: 24 is a file under
*> legal hold whose generation list is full (see gdgroll.cob), refused
*> before anything was rolled or written, and is audited as such rather
*> than as a module error
name-module-failure.
    if return-code = 24 then
        move "FAILED - LEGAL HOLD, GENERATIONS FULL" to auditOutcome
    else
        move "FAILED - ENCRYPT/DECRYPT MODULE ERROR" to auditOutcome
    end-if.

*> asks the authorization list whether the operator running this
*> session may decrypt the file in hand.  a decrypt is asked about, and
*> so is a verify of an older generation, which decrypts that
*> generation's ciphertext (the file's .out) into plaintext and may
*> take its key from the keyfile; encrypt and an ordinary verify always
*> pass (authResult 1)
check-decrypt-authority.
    move 1 to authResult.
    if nameTooLong = 0 then
        if choice = 2 then
            call "operid" using operatorId
            call "authchk" using operatorId, fileName, authResult
        else if choice = 3 and genTarget > 0 then
            move spaces to authName
            string
                function trim(fileName) delimited by size
                ".out" delimited by size
                into authName
            end-string
            call "operid" using operatorId
            call "authchk" using operatorId, authName, authResult
        end-if
        end-if
    end-if.

*> an unauthorized decrypt is neither opened for processing nor marked
*> in use, and the catalog is left as it was - only the audit trail
*> records the attempt, with who made it
refuse-unauthorized-decrypt.
    display "Operator " function trim(operatorId) " is not authorized to decrypt: " function trim(fileName).
    move "REFUSED - NOT AUTHORIZED" to auditOutcome.

*> the row's department goes on the record the run just cataloged -
*> the module's own completion, the verify result, or the failure -
*> so the chargeback can bill the file's work to its owner
record-department.
    if deptCode not = spaces then
        move "O" to catAction
        move deptCode to catStatusField
        perform update-catalog
        move "U" to catAction
    end-if.

*> one call site for the catalog module: the caller stages the status
*> and shift, the record count stays zero (= keep the count already on
*> the catalog) since this program never counts records itself

    move spaces to audit-record.
    move fileName to audit-filename.
    if genAudited = 1 then
        move gdgOut to audit-filename
        move 0 to genAudited
    end-if.
    move auditOperation to audit-operation.
    move auditTimestamp to audit-timestamp.
    move auditOutcome to audit-outcome.
    move deptCode to audit-dept.
    move cipherAlg to audit-algorithm.
    call "operid" using operatorId.
    move operatorId to audit-operator.
    write audit-record.

*> the wall-clock moment, formatted the way the audit log carries it;
