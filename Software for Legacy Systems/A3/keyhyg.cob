*> keyhyg.cob
*> Key Hygiene Report over KEYFILE.DAT, with a REKEY.DAT for Flagged Files
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - keyfile entries kept for a file's older generations
*>              (".GnnnnV00") are passed over: they are not separate
*>              files, so they are not counted toward keyword reuse,
*>              reported as age unknown, or written to REKEY.DAT
*> 2026 10 15 - the catalog record layout carries the current output
*>              generation and the generations kept (see gdgroll.cob)
*> 2026 10 15 - the catalog record layout carries the content check
*>              value of the stored ciphertext (see chkval.cob)
*> 2026 10 15 - the audit record layout carries the operator or job ID
*> 2026 10 15 - first version: the keyfile has grown for years with
*>              nobody able to say which keys are weak or overdue,
*>              because reading it means unwrapping it.  this report
*>              takes every file's current key (the most recent
*>              KEYFILE.DAT entry, as the decrypt modules do), unwraps
*>              it in memory through keywrap, and flags the keys worth
*>              rotating: a keyword shared by more files than the
*>              reuse limit, a Trithemius file on shift 00 (the
*>              plaintext's first character is left unshifted), a
*>              Vigenere or binary keyword shorter than the minimum
*>              length, a key older than the policy age, and an entry
*>              still in the clear that keycvt never wrapped.  the
*>              report shows ages and flags only - no shift or keyword
*>              is ever displayed or written out.  on request it
*>              writes an "F"-mode REKEY.DAT naming the flagged files,
*>              so the rotation is one rekey run away
*>
*> a key's age is counted from the file's first-processed timestamp on
*> the catalog (cat-first-ts), or from the file's most recent REKEYED
*> line in AUDITLOG.DAT when it has been re-keyed since - a re-key
*> replaces the key, so counting from the first encrypt would flag
*> every re-keyed file again on the next report.  a file with no
*> catalog record has no known age and is not age-flagged.
*>
*> keyfile entries are recorded on the ciphertext name; the catalog and
*> REKEY.DAT name the file as processed, which is the same name without
*> its ".out".  entries on a re-key's scratch names (".out.out.out")
*> are passed over, as rekey scrubs them at the end of its run.
*>
*> return-code: 0 nothing flagged, 4 keys flagged (or REKEY.DAT left in
*> place), 8 no KEYFILE.DAT, 12 no master passphrase in TRICIPHER_MASTER,
*> 16 more keys than the report can hold or a write failure

identification division.
program-id. keyhyg.

environment division.
input-output section.
file-control.
    select optional keyFile assign to "KEYFILE.DAT"
    organization is line sequential
    access is sequential
    file status keyFileStatus.

    select optional catalogFile assign to "CATALOG.DAT"
    organization is indexed
    access is random
    record key is cat-filename
    file status catalogStatus.

    select optional auditFile assign to "AUDITLOG.DAT"
    organization is line sequential
    access is sequential
    file status auditFileStatus.

    select rekeyFile assign to "REKEY.DAT"
    organization is line sequential
    access is sequential
    file status rekeyFileStatus.

    select probeFile assign to probeName
    organization is line sequential
    access is sequential
    file status probeStatus.

data division.
file section.
fd keyFile.
01 key-record.
    05 key-filename  pic X(256).
    05 key-shift      pic 99.
    05 key-algorithm  pic X(01).
    05 key-keyword    pic X(30).
    05 key-wrapped    pic X(01).
    05 key-check      pic X(02).

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

fd auditFile.
01 audit-record.
    02 audit-filename  pic X(256).
    02 audit-operation pic X(01).
    02 audit-timestamp pic X(19).
    02 audit-outcome   pic X(40).
    02 audit-dept      pic X(08).
    02 audit-algorithm pic X(01).
    02 audit-operator  pic X(20).

fd rekeyFile.
01 rekey-directive.
    02 dir-mode      pic X(01).
    02 dir-shift     pic X(02).
    02 dir-keyword   pic X(30).
    02 dir-status    pic X(10).
    02 dir-algorithm pic X(01).
01 rekey-name-record pic X(256).

fd probeFile.
01 probe-record pic X(100).

working-storage section.
77 keyFileStatus   pic XX    value "00".
77 catalogStatus   pic XX    value "00".
77 auditFileStatus pic XX    value "00".
77 rekeyFileStatus pic XX    value "00".
77 probeStatus     pic XX    value "00".
77 finish          pic 9     value 0.
77 jobReturnCode   pic 9(03) value 000.

77 reuseLimit   pic 9(04) value 3.
77 ageLimit     pic 9(04) value 365.
77 minKeyLength pic 9(04) value 8.
77 wantRekey    pic 9     value 0.
77 newShiftText pic X(02) value spaces.
77 newKeyword   pic X(30) value spaces.
77 promptInput  pic X(99) value spaces.
77 threshField  pic X(04) value spaces.
77 threshTail   pic X(03) value spaces.

77 userInput   pic X(256) value spaces.
77 numSpaces   pic 999    value 000.
77 strLength   pic 999    value 000.
77 probeName   pic X(256) value spaces.
77 probeFound  pic 9      value 0.
77 plainName   pic X(256) value spaces.

77 currentDateTime pic X(21) value spaces.
77 todayInt    pic 9(08) value 0.
77 todayDays   pic 9(08) value 0.
77 tsText      pic X(08) value spaces.
77 tsDateNum   pic 9(08) value 0.
77 tsDays      pic 9(08) value 0.

77 keyUsed     pic 9(04) value 0.
77 keyFull     pic 9     value 0.
77 kIdx        pic 9(04) value 0.
77 oIdx        pic 9(04) value 0.
77 foundSlot   pic 9(04) value 0.
77 kwLength    pic 99    value 0.
77 kwSpaces    pic 99    value 0.
77 flagText    pic X(60) value spaces.
77 flagPos     pic 99    value 1.
77 ageText     pic X(06) value spaces.
77 reuseText   pic X(04) value spaces.

77 entriesRead pic 9(06) value 0.
77 keysFlagged pic 9(06) value 0.
77 sumReused   pic 9(06) value 0.
77 sumShiftZero pic 9(06) value 0.
77 sumShort    pic 9(06) value 0.
77 sumAged     pic 9(06) value 0.
77 sumClear    pic 9(06) value 0.
77 sumUnwrap   pic 9(06) value 0.
77 sumNoAge    pic 9(06) value 0.
77 rekeyRows   pic 9(06) value 0.
77 rekeyPassed pic 9(06) value 0.

77 wrapAction  pic X(01) value "U".
77 wrapShift   pic 99    value 0.
77 wrapKeyword pic X(30) value spaces.
77 wrapCheck   pic X(02) value spaces.
77 wrapResult  pic 9     value 0.

*> every file's current key, unwrapped in memory only; the flags are
*> worked out once the whole keyfile and audit log have been read
01 keyTable.
    05 keyEntry occurs 5000 times.
        10 kName      pic X(256).
        10 kAlg       pic X(01).
        10 kShift     pic 99.
        10 kKeyword   pic X(30).
        10 kWrapped   pic X(01).
        10 kCheck     pic X(02).
        10 kUnwrapped pic 9.
        10 kKeyDate   pic X(19).
        10 kAge       pic 9(06).
        10 kAgeKnown  pic 9.
        10 kReuse     pic 9(04).
        10 kFlagged   pic 9.

procedure division.
    display "triCipher key hygiene report".

*> the keys cannot be judged without unwrapping them, so the run proves
*> the passphrase is available before reading anything
    move 0 to wrapShift.
    move spaces to wrapKeyword.
    move "W" to wrapAction.
    call "keywrap" using wrapAction, wrapShift, wrapKeyword, wrapCheck, wrapResult.
    if wrapResult not = 0 then
        display "No master passphrase in TRICIPHER_MASTER - set it and rerun"
        move 12 to return-code
        stop run
    end-if.

    display "Flag keywords shared by more than how many files? (enter for 3):".
    move spaces to promptInput.
    accept promptInput.
    move promptInput(1:4) to threshField.
    perform right-justify-threshold.
    if threshField is numeric then
        move threshField to reuseLimit
    end-if.

    display "Flag keys older than how many days? (enter for 365):".
    move spaces to promptInput.
    accept promptInput.
    move promptInput(1:4) to threshField.
    perform right-justify-threshold.
    if threshField is numeric then
        move threshField to ageLimit
    end-if.

    display "Flag Vigenere and binary keywords shorter than how many letters? (enter for 8):".
    move spaces to promptInput.
    accept promptInput.
    move promptInput(1:4) to threshField.
    perform right-justify-threshold.
    if threshField is numeric then
        move threshField to minKeyLength
    end-if.

    display "Write a REKEY.DAT naming the flagged files? ('Y' or enter for no):".
    move spaces to promptInput.
    accept promptInput.
    move 0 to wantRekey.
    if promptInput(1:1) = "Y" or promptInput(1:1) = "y" then
        move 1 to wantRekey
        display "New starting shift for the Trithemius files (00-25), or enter to fill in later:"
        move spaces to promptInput
        accept promptInput
        move promptInput(1:2) to newShiftText
        display "New keyword for the Vigenere and binary files, or enter to fill in later:"
        move spaces to promptInput
        accept promptInput
        move function lower-case(promptInput(1:30)) to newKeyword
    end-if.

    move function current-date to currentDateTime.
    move currentDateTime(1:8) to todayInt.
    compute todayDays = function integer-of-date(todayInt).

    perform load-keys.
    if keyFileStatus not = "00" then
        display " "
        display "KEYFILE.DAT not present - no keys to report on"
        move 8 to return-code
        stop run
    end-if.
    perform unwrap-keys.
    perform load-catalog-dates.
    perform load-rekey-dates.
    perform flag-keys.

    display " ".
    display "=====================================================".
    display " TRICIPHER KEY HYGIENE".
    display " Keyfile entries read: " entriesRead "  current keys: " keyUsed.
    display " Reuse limit " reuseLimit "  age limit " ageLimit " days  minimum keyword " minKeyLength.
    display "=====================================================".
    perform print-flagged.
    perform print-summary.

    if wantRekey = 1 then
        perform write-rekey-file
    end-if.

    if keyFull = 1 then
        display "(more keys in KEYFILE.DAT than this report can hold - later ones not judged)"
        move 016 to jobReturnCode
    end-if.
    if keysFlagged > 0 and jobReturnCode < 4 then
        move 004 to jobReturnCode
    end-if.
    display " ".
    move jobReturnCode to return-code.
    stop run.

*> ACCEPT left-justifies and space-pads the entry; right-justify and
*> zero-fill before the numeric test, as the catalog report does
right-justify-threshold.
    perform until threshField = spaces or threshField(4:1) not = space
        move threshField(1:3) to threshTail
        move threshTail to threshField(2:3)
        move "0" to threshField(1:1)
    end-perform.

*> the keyfile is appended chronologically and the most recent entry
*> for a file is its key, so a later entry overwrites the slot.  an
*> entry kept for an older generation (name ending ".GnnnnV00", see
*> gdgroll.cob) is the file's own history, not another file's key,
*> and is passed over like the ".out.out.out" ones
load-keys.
    open input keyFile.
    if keyFileStatus = "00" then
        perform until finish = 1
            move spaces to key-record
            read keyFile into key-record
                at end move 1 to finish
            end-read
            if finish = 0 and key-filename not = spaces then
                add 1 to entriesRead
                move spaces to userInput
                move key-filename to userInput
                perform string-length
                if strLength > 12 and userInput(strLength - 11:12) = ".out.out.out" then
                    continue
                else if strLength > 9 and userInput(strLength - 8:2) = ".G"
                        and userInput(strLength - 6:4) is numeric
                        and userInput(strLength - 2:3) = "V00" then
                    continue
                else
                    perform store-key
                end-if
                end-if
            end-if
        end-perform
        move 0 to finish
        close keyFile
    else
        close keyFile
    end-if.

store-key.
    move 0 to foundSlot.
    perform varying kIdx from 1 by 1 until kIdx > keyUsed or foundSlot > 0
        if kName(kIdx) = key-filename then
            move kIdx to foundSlot
        end-if
    end-perform.
    if foundSlot = 0 then
        if keyUsed < 5000 then
            add 1 to keyUsed
            move keyUsed to foundSlot
            move key-filename to kName(foundSlot)
        else
            move 1 to keyFull
        end-if
    end-if.
    if foundSlot > 0 then
        move key-algorithm to kAlg(foundSlot)
        if key-algorithm not = "V" and key-algorithm not = "B" then
            move "T" to kAlg(foundSlot)
        end-if
        move key-shift to kShift(foundSlot)
        move key-keyword to kKeyword(foundSlot)
        move key-wrapped to kWrapped(foundSlot)
        move key-check to kCheck(foundSlot)
    end-if.

*> a wrapped key is unwrapped in the table, never displayed; one that
*> will not unwrap (wrapped under another passphrase) cannot be judged
*> on its content and is reported as such
unwrap-keys.
    perform varying kIdx from 1 by 1 until kIdx > keyUsed
        move 1 to kUnwrapped(kIdx)
        move 0 to kAgeKnown(kIdx)
        move 0 to kAge(kIdx)
        move 0 to kReuse(kIdx)
        move 0 to kFlagged(kIdx)
        move spaces to kKeyDate(kIdx)
        if kWrapped(kIdx) = "W" then
            move kShift(kIdx) to wrapShift
            move kKeyword(kIdx) to wrapKeyword
            move kCheck(kIdx) to wrapCheck
            move "U" to wrapAction
            call "keywrap" using wrapAction, wrapShift, wrapKeyword, wrapCheck, wrapResult
            if wrapResult = 0 then
                move wrapShift to kShift(kIdx)
                move wrapKeyword to kKeyword(kIdx)
            else
                move 0 to kUnwrapped(kIdx)
                move 0 to kShift(kIdx)
                move spaces to kKeyword(kIdx)
            end-if
        end-if
    end-perform.

*> the catalog is keyed on the file as processed - the ciphertext name
*> less its ".out"
load-catalog-dates.
    open input catalogFile.
    if catalogStatus = "00" then
        perform varying kIdx from 1 by 1 until kIdx > keyUsed
            perform build-plain-name
            move spaces to cat-record
            move plainName to cat-filename
            read catalogFile
                invalid key continue
                not invalid key
                    move cat-first-ts to kKeyDate(kIdx)
            end-read
        end-perform
    end-if.
    close catalogFile.

*> a re-key replaces the key, so the latest REKEYED line for the file
*> is when its current key was set
load-rekey-dates.
    open input auditFile.
    if auditFileStatus = "00" then
        perform until finish = 1
            move spaces to audit-record
            read auditFile into audit-record
                at end move 1 to finish
            end-read
            if finish = 0 and audit-operation = "R" and audit-outcome(1:7) = "REKEYED" then
                perform varying kIdx from 1 by 1 until kIdx > keyUsed
                    perform build-plain-name
                    if plainName = audit-filename and audit-timestamp > kKeyDate(kIdx) then
                        move audit-timestamp to kKeyDate(kIdx)
                    end-if
                end-perform
            end-if
        end-perform
        move 0 to finish
    end-if.
    close auditFile.

build-plain-name.
    move spaces to userInput.
    move kName(kIdx) to userInput.
    perform string-length.
    move spaces to plainName.
    if strLength > 4 and userInput(strLength - 3:4) = ".out" then
        move userInput(1:strLength - 4) to plainName
    else
        move kName(kIdx) to plainName
    end-if.

*> the five conditions, each counted once per key
flag-keys.
    perform varying kIdx from 1 by 1 until kIdx > keyUsed
        if kKeyDate(kIdx)(1:4) is numeric and kKeyDate(kIdx)(6:2) is numeric
                and kKeyDate(kIdx)(9:2) is numeric then
            move spaces to tsText
            string
                kKeyDate(kIdx)(1:4) delimited by size
                kKeyDate(kIdx)(6:2) delimited by size
                kKeyDate(kIdx)(9:2) delimited by size
                into tsText
            end-string
            move tsText to tsDateNum
            compute tsDays = function integer-of-date(tsDateNum)
            if todayDays > tsDays then
                compute kAge(kIdx) = todayDays - tsDays
            end-if
            move 1 to kAgeKnown(kIdx)
        else
            add 1 to sumNoAge
        end-if

        if kWrapped(kIdx) not = "W" then
            move 1 to kFlagged(kIdx)
            add 1 to sumClear
        end-if
        if kUnwrapped(kIdx) = 0 then
            move 1 to kFlagged(kIdx)
            add 1 to sumUnwrap
        else
            perform judge-key-content
        end-if
        if kAgeKnown(kIdx) = 1 and kAge(kIdx) > ageLimit then
            move 1 to kFlagged(kIdx)
            add 1 to sumAged
        end-if
        if kFlagged(kIdx) = 1 then
            add 1 to keysFlagged
        end-if
    end-perform.

judge-key-content.
    if kAlg(kIdx) = "T" then
        if kShift(kIdx) = 0 then
            move 1 to kFlagged(kIdx)
            add 1 to sumShiftZero
        end-if
    else
        move 0 to kwSpaces
        inspect function reverse(kKeyword(kIdx))
            tallying
            kwSpaces for leading spaces
        compute kwLength = 30 - kwSpaces
        if kwLength < minKeyLength then
            move 1 to kFlagged(kIdx)
            add 1 to sumShort
        end-if
        perform count-keyword-reuse
        if kReuse(kIdx) > reuseLimit then
            move 1 to kFlagged(kIdx)
            add 1 to sumReused
        end-if
    end-if.

*> how many files' current keys carry this same keyword, whichever of
*> the two keyword ciphers they were encrypted under
count-keyword-reuse.
    move 0 to kReuse(kIdx).
    if kKeyword(kIdx) not = spaces then
        perform varying oIdx from 1 by 1 until oIdx > keyUsed
            if kAlg(oIdx) not = "T" and kUnwrapped(oIdx) = 1
                    and kKeyword(oIdx) = kKeyword(kIdx) then
                add 1 to kReuse(kIdx)
            end-if
        end-perform
    end-if.

*> one line per flagged key: algorithm, age, and the flags - never the
*> key itself
print-flagged.
    display " ".
    display "Flagged keys (algorithm, key age in days, flags, ciphertext):".
    perform varying kIdx from 1 by 1 until kIdx > keyUsed
        if kFlagged(kIdx) = 1 then
            perform build-flag-text
            if kAgeKnown(kIdx) = 1 then
                move kAge(kIdx) to ageText
            else
                move "  ----" to ageText
            end-if
            display "  " kAlg(kIdx) " " ageText " " flagText(1:flagPos) " " function trim(kName(kIdx))
        end-if
    end-perform.
    if keysFlagged = 0 then
        display "  (none)"
    end-if.

build-flag-text.
    move spaces to flagText.
    move 1 to flagPos.
    if kWrapped(kIdx) not = "W" then
        move "CLEAR" to flagText(flagPos:5)
        add 6 to flagPos
    end-if.
    if kUnwrapped(kIdx) = 0 then
        move "UNWRAP-FAILED" to flagText(flagPos:13)
        add 14 to flagPos
    else if kAlg(kIdx) = "T" and kShift(kIdx) = 0 then
        move "SHIFT-00" to flagText(flagPos:8)
        add 9 to flagPos
    else if kAlg(kIdx) not = "T" then
        move 0 to kwSpaces
        inspect function reverse(kKeyword(kIdx))
            tallying
            kwSpaces for leading spaces
        compute kwLength = 30 - kwSpaces
        if kwLength < minKeyLength then
            move "SHORT-KEY" to flagText(flagPos:9)
            add 10 to flagPos
        end-if
        if kReuse(kIdx) > reuseLimit then
            move kReuse(kIdx) to reuseText
            string
                "REUSED-X"  delimited by size
                reuseText   delimited by size
                into flagText(flagPos:12)
            end-string
            add 13 to flagPos
        end-if
    end-if
    end-if
    end-if.
    if kAgeKnown(kIdx) = 1 and kAge(kIdx) > ageLimit then
        move "OVERDUE" to flagText(flagPos:7)
        add 8 to flagPos
    end-if.
    if flagPos > 2 then
        subtract 2 from flagPos
    end-if.

print-summary.
    display " ".
    display "Summary:".
    display "  Keys flagged:                     " keysFlagged.
    display "  Keyword over the reuse limit:     " sumReused.
    display "  Trithemius on shift 00:           " sumShiftZero.
    display "  Keyword under the minimum length: " sumShort.
    display "  Older than the policy age:        " sumAged.
    display "  Still in the clear (run keycvt):  " sumClear.
    display "  Would not unwrap:                 " sumUnwrap.
    display "  No catalog date (age unknown):    " sumNoAge.

*> an "F"-mode selection for rekey: the directive row carries whatever
*> new key material the operator gave (or blanks to fill in before the
*> rekey run), then one row per flagged file whose ciphertext is still
*> on disk.  a key that will not unwrap is left out - rekey could not
*> decrypt the file under it either.  an existing REKEY.DAT is a
*> selection nobody has run yet, so it is never overwritten
write-rekey-file.
    display " ".
    open input rekeyFile.
    if rekeyFileStatus = "00" then
        close rekeyFile
        display "REKEY.DAT already exists - left untouched; run or remove it and rerun this report"
        if jobReturnCode < 4 then
            move 004 to jobReturnCode
        end-if
    else
        open output rekeyFile
        if rekeyFileStatus not = "00" then
            display "Unable to write REKEY.DAT (file status " rekeyFileStatus ")"
            move 016 to jobReturnCode
        else
            move spaces to rekey-directive
            move "F" to dir-mode
            move newShiftText to dir-shift
            move newKeyword to dir-keyword
            write rekey-directive
            perform varying kIdx from 1 by 1 until kIdx > keyUsed
                if kFlagged(kIdx) = 1 then
                    perform write-rekey-row
                end-if
            end-perform
            close rekeyFile
            display "REKEY.DAT written: " rekeyRows " files selected, " rekeyPassed " passed over"
            if newShiftText = spaces or newKeyword = spaces then
                display "  fill in the new shift (columns 2-3) and keyword (columns 4-33) before running rekey"
            end-if
        end-if
    end-if.

write-rekey-row.
    move 0 to probeFound.
    move spaces to probeName.
    move kName(kIdx) to probeName.
    open input probeFile.
    if probeStatus = "00" then
        move 1 to probeFound
    end-if.
    close probeFile.
    if kUnwrapped(kIdx) = 0 or probeFound = 0 then
        add 1 to rekeyPassed
    else
        perform build-plain-name
        move spaces to rekey-name-record
        move plainName to rekey-name-record
        write rekey-name-record
        add 1 to rekeyRows
    end-if.

*> code based on: http://stackoverflow.com/questions/24777344/compute-length-string-of-variable-with-cobol
string-length.
    move zeros to numSpaces.
    inspect function reverse(userInput)
        tallying
        numSpaces for leading spaces.
    compute strLength = length of userInput - numSpaces.
