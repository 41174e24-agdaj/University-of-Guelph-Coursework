*> purge.cob
*> Retention Purge Run with a Certificate of Destruction
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - the certificate's records-destroyed total counts each
*>              file's records once, not once for every copy of it
*>              deleted (an expiry can delete the plaintext, the
*>              ciphertext, and its generations)
*> 2026 10 15 - when a file's ciphertext expires, the text its decrypts
*>              recovered (the current X.out.out, and the .out of any
*>              decrypt of an older generation) is destroyed with it,
*>              listed on the certificate as RECOVERED and audited;
*>              the record a generation decrypt left (X.out.GnnnnV00)
*>              is treated as a decrypt-side record of X.out, never as
*>              a file with a keep period of its own.  PURGED and
*>              EXPIRED are put on the record as status corrections,
*>              so a destruction no longer counts as another time the
*>              file was processed
*> 2026 10 15 - ciphertext expiry applies to a file whatever its
*>              status (ENCRYPTED, DECRYPTED, DAMAGED and the rest), not
*>              only one already VERIFIED, SHIPPED, REKEYED or PURGED;
*>              a FAILED or PERMANENT record is aged only when its
*>              ciphertext is actually on disk.  plaintext is still
*>              destroyed only after VERIFIED or SHIPPED
*> 2026 10 15 - when a file's ciphertext expires, the older generations
*>              kept beside it (see gdgroll.cob) are destroyed too -
*>              the superseded ciphertext and the text earlier decrypts
*>              recovered - each listed on the certificate as a
*>              GENERATION row with its keyfile entry removed.  the
*>              catalog record layout carries the generations
*> 2026 10 15 - the catalog record layout carries the content check
*>              value of the stored ciphertext (see chkval.cob)
*> 2026 10 15 - audit lines carry the operator or job ID the run is
*>              made under (see operid.cob)
*> 2026 10 15 - first version: nothing in the suite ever deleted
*>              anything, so plaintext sat on disk long after it was
*>              VERIFIED or SHIPPED and ciphertext stayed forever,
*>              and the retention schedule agreed with records
*>              management existed only on paper.  this program reads
*>              the schedule from RETAIN.DAT, walks CATALOG.DAT, and
*>              for every file whose keep period has run out:
*>              - plaintext is destroyed the set number of days after
*>                the file went VERIFIED or SHIPPED (counted from the
*>                catalog's last-processed timestamp, which is when
*>                that status was put on the record), and the record
*>                is marked PURGED
*>              - ciphertext is destroyed once its own keep period,
*>                counted from the catalog's first-processed
*>                timestamp, has run out; its KEYFILE.DAT entries go
*>                with it (a key for ciphertext that no longer exists
*>                is only a liability), any plaintext still on disk
*>                goes too, and the record is marked EXPIRED
*>              every destruction gets one audit line (operation "P")
*>              and a row on a dated certificate of destruction,
*>              PURGE.YYYYMMDD.CRT, listing each file with its record
*>              count and the policy that applied, with a signature
*>              block for records management to sign and file.  the
*>              run takes the TRICIPHER.LCK session lock, so nothing
*>              can be destroyed underneath a running session
*> 2026 10 15 - a file under legal hold in HOLDS.DAT (see holdchk.cob)
*>              is not destroyed however far past its keep period it
*>              is: it is audited SKIPPED - LEGAL HOLD, the hold
*>              reference is put on its catalog record, and it is
*>              listed on the certificate as withheld
*> 2026 10 15 - retention rules can now be set per department: a "D"
*>              rule applies to every file whose catalog record
*>              carries that department code, wherever it sits by
*>              name.  audit lines carry the file's department and
*>              algorithm from the catalog
*>
*> RETAIN.DAT layout - one fixed-width row per retention rule:
*>
*>     columns   picture   contents
*>     -------   -------   --------------------------------------------
*>           1   X(01)     rule kind: "P" filename prefix, "D"
*>                          owning department, "*" the default for a
*>                          file no other rule matches
*>        2-31   X(30)     the filename prefix ("P" rules; compared
*>                          against the name as cataloged, so an
*>                          intake file's prefix starts "INBOX/"), or
*>                          the department code ("D" rules, left-
*>                          justified, in either case)
*>       32-36   9(05)     days plaintext is kept after VERIFIED or
*>                          SHIPPED, zero-padded; spaces keep it
*>                          indefinitely
*>       37-41   9(05)     days ciphertext is kept after the file was
*>                          first processed, zero-padded; spaces keep
*>                          it indefinitely
*>       42-51   X(10)     policy reference printed on the certificate
*>                          (the records-management schedule item)
*>
*> when more than one prefix matches, the longest one wins, so a
*> narrow exception can sit beside a broad rule.  a prefix rule is
*> about particular files, so it wins over the owning department's
*> rule, and the department's rule wins over the "*" default.  a file
*> no rule matches, and with no "*" row present, is never purged

identification division.
program-id. purge.

environment division.
input-output section.
file-control.
    select optional catalogFile assign to "CATALOG.DAT"
    organization is indexed
    access is sequential
    record key is cat-filename
    file status catalogStatus.

    select optional policyFile assign to "RETAIN.DAT"
    organization is line sequential
    access is sequential
    file status policyStatus.

    select optional keyFile assign to "KEYFILE.DAT"
    organization is line sequential
    access is sequential
    file status keyFileStatus.

    select newKeyFile assign to "KEYFILE.NEW"
    organization is line sequential
    access is sequential
    file status newKeyFileStatus.

    select optional auditFile assign to "AUDITLOG.DAT"
    organization is line sequential
    access is sequential.

    select certFile assign to certName
    organization is line sequential
    access is sequential
    file status certStatus.

    select probeFile assign to probeName
    organization is line sequential
    access is sequential
    file status probeStatus.

    select lockFile assign to "TRICIPHER.LCK"
    organization is line sequential
    access is sequential
    file status lockFileStatus.

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

fd policyFile.
01 policy-record.
    05 pol-kind        pic X(01).
    05 pol-key         pic X(30).
    05 pol-plain-days  pic X(05).
    05 pol-cipher-days pic X(05).
    05 pol-reference   pic X(10).

fd keyFile.
01 key-record.
    05 key-filename  pic X(256).
    05 key-shift      pic 99.
    05 key-algorithm  pic X(01).
    05 key-keyword    pic X(30).
    05 key-wrapped    pic X(01).
    05 key-check      pic X(02).

fd newKeyFile.
01 new-key-record.
    05 new-key-filename  pic X(256).
    05 new-key-shift      pic 99.
    05 new-key-algorithm  pic X(01).
    05 new-key-keyword    pic X(30).
    05 new-key-wrapped    pic X(01).
    05 new-key-check      pic X(02).

fd auditFile.
01 audit-record.
    02 audit-filename  pic X(256).
    02 audit-operation pic X(01).
    02 audit-timestamp pic X(19).
    02 audit-outcome   pic X(40).
    02 audit-dept      pic X(08).
    02 audit-algorithm pic X(01).
    02 audit-operator  pic X(20).

fd certFile.
01 cert-record pic X(320).

fd probeFile.
01 probe-record pic X(100).

fd lockFile.
01 lock-record pic X(19).

working-storage section.
77 catalogStatus    pic XX    value "00".
77 policyStatus     pic XX    value "00".
77 keyFileStatus    pic XX    value "00".
77 newKeyFileStatus pic XX    value "00".
77 certStatus       pic XX    value "00".
77 probeStatus      pic XX    value "00".
77 lockFileStatus   pic XX    value "00".
77 finish           pic 9     value 0.
77 jobReturnCode    pic 9(03) value 000.

77 fileName      pic X(256) value spaces.
77 cipherName    pic X(260) value spaces.
77 baseName      pic X(260) value spaces.
77 probeName     pic X(280) value spaces.
77 foundFile     pic 9      value 0.
77 deleteName    pic X(280) value spaces.
77 destroyedPath pic X(280) value spaces.
77 destroyResult pic 9      value 0.
77 certName      pic X(30)  value spaces.
77 certOpen      pic 9      value 0.
77 certAction    pic X(10)  value spaces.
77 recsText      pic X(09)  value spaces.

77 userInput   pic X(280) value spaces.
77 numSpaces   pic 999    value 000.
77 strLength   pic 999    value 000.

77 currentDateTime pic X(21) value spaces.
77 auditTimestamp  pic X(19) value spaces.
77 auditOutcome    pic X(40) value spaces.
77 operatorId      pic X(20) value spaces.
77 auditOpen       pic 9     value 0.
77 runTimestamp    pic X(19) value spaces.

77 todayInt   pic 9(08) value 0.
77 todayDays  pic 9(08) value 0.
77 tsDateNum  pic 9(08) value 0.
77 tsDays     pic 9(08) value 0.
77 daysAgo    pic s9(06) value 0.
77 ageText    pic X(19) value spaces.

77 catAction      pic X(01) value "U".
77 catStatusField pic X(10) value spaces.
77 catalogShift   pic 99    value 99.
77 catalogRecords pic 9(09) value 0.
77 catFormat      pic X(01) value space.
77 catAlg         pic X(01) value space.
77 scrubName      pic X(256) value spaces.

77 polUsed     pic 9(04) value 0.
77 polIdx      pic 9(04) value 0.
77 polSlot     pic 9(04) value 0.
77 polBestLen  pic 9(03) value 0.
77 polDefault  pic 9(04) value 0.
77 polLen      pic 9(03) value 0.
77 plainDue    pic 9     value 0.
77 cipherDue   pic 9     value 0.
77 plainStatus pic 9     value 0.
77 cipherNamed pic 9     value 0.

77 candUsed     pic 9(04) value 0.
77 candIdx      pic 9(04) value 0.
77 candOverflow pic 9     value 0.
77 slot         pic 9(04) value 0.
77 foundSlot    pic 9(04) value 0.
77 expUsed      pic 9(04) value 0.
77 expOverflow  pic 9     value 0.

77 sumPurged    pic 9(06) value 0.
77 sumExpired   pic 9(06) value 0.
77 sumNotFound  pic 9(06) value 0.
77 sumFailed    pic 9(06) value 0.
77 sumNoPolicy  pic 9(06) value 0.
77 sumRecords   pic 9(12) value 0.
77 candDestroyed pic 9    value 0.
77 keysRemoved  pic 9(06) value 0.
77 sumHeld      pic 9(06) value 0.

*> the older generations of an expired file, found through gdgroll
77 gdgAction      pic X(01)  value "N".
77 gdgName        pic X(256) value spaces.
77 gdgFileName    pic X(264) value spaces.
77 gdgGen         pic 9(04)  value 0.
77 gdgPrior       pic 9(04)  value 0.
77 gdgResult      pic 9      value 0.
77 genOwner       pic 9(04)  value 0.
77 genIdx         pic 99     value 0.
77 genResult      pic 9      value 0.
77 outSlot        pic 9(04)  value 0.
77 cipherLength   pic 9(03)  value 0.
77 ownResult      pic 9      value 0.
77 ownerName      pic X(256) value spaces.
77 sumGenerations pic 9(06)  value 0.

77 holdName  pic X(256) value spaces.
77 holdFound pic 9      value 0.
77 holdRef   pic X(10)  value spaces.

77 sessionLocked pic 9      value 0.
77 lockName      pic X(264) value spaces.
77 systemCommand pic X(600) value spaces.

*> the retention schedule, loaded whole before the catalog is walked
01 policyTable.
    05 policyEntry occurs 200 times.
        10 polKind       pic X(01).
        10 polKey        pic X(30).
        10 polPlainSet   pic 9.
        10 polPlainDays  pic 9(05).
        10 polCipherSet  pic 9.
        10 polCipherDays pic 9(05).
        10 polRef        pic X(10).

*> the catalog is gathered into this table before any file is
*> touched, because the sequential pass cannot stay open while the
*> per-file work is calling the catalog module; the decrypt-side
*> ".out" records ride along so an expired file's bookkeeping record
*> can be marked with it
01 candTable.
    05 candEntry occurs 3000 times.
        10 candName    pic X(256).
        10 candStatus  pic X(10).
        10 candFormat  pic X(01).
        10 candAlg     pic X(01).
        10 candRecords pic 9(09).
        10 candFirst   pic X(19).
        10 candLast    pic X(19).
        10 candIsOut   pic 9.
        10 candDept    pic X(08).
        10 candGen     pic 9(04).
        10 candGenList.
            15 candGenKept pic 9(04) occurs 20 times.

*> the ciphertext names destroyed this run, whose keyfile entries are
*> copied out of KEYFILE.DAT in one pass at the end
01 expTable.
    05 expEntry occurs 3000 times.
        10 expName pic X(260).

procedure division.
    display "triCipher retention purge".
    display " ".

    perform acquire-session-lock.
    move auditTimestamp to runTimestamp.
    move function current-date to currentDateTime.
    move currentDateTime(1:8) to todayInt.
    compute todayDays = function integer-of-date(todayInt).

    perform load-policies.
    if polUsed = 0 then
        display "RETAIN.DAT not present or holds no rules - nothing is purged without a retention policy"
        perform release-session-lock
        move 008 to return-code
        stop run
    end-if.

    perform gather-catalog.
    if candOverflow = 1 then
        display "More catalog records than this run can hold - the later ones wait for the next run"
        move 004 to jobReturnCode
    end-if.

*> the audit log is opened once and held for the whole run, the same
*> way the cipher job's sessions hold it; the session lock guarantees
*> no other writer is interleaving
    open extend auditFile.
    move 1 to auditOpen.
    perform open-certificate.

    perform varying candIdx from 1 by 1 until candIdx > candUsed
        if candIsOut(candIdx) = 0 then
            perform purge-one-file
        end-if
    end-perform.

    perform close-audit-file.
    perform scrub-expired-keys.
    perform close-certificate.

    display " ".
    display "Purge run summary:".
    display "  Plaintext destroyed (PURGED):    " sumPurged.
    display "  Ciphertext destroyed (EXPIRED):  " sumExpired.
    display "  Older generations destroyed:     " sumGenerations.
    display "  Already gone from disk:          " sumNotFound.
    display "  Could not be destroyed:          " sumFailed.
    display "  No retention rule applies:       " sumNoPolicy.
    display "  Withheld under legal hold:       " sumHeld.
    display "  Keyfile entries removed:         " keysRemoved.
    if certOpen = 2 then
        display "  Certificate of destruction:      " function trim(certName)
    end-if.
    display " ".

    perform release-session-lock.
    move jobReturnCode to return-code.
    stop run.

*> every rule is validated as it is loaded; a malformed keep period is
*> reported and the rule ignored, since guessing at a retention period
*> is exactly the wrong failure for a program that destroys files
load-policies.
    open input policyFile.
    if policyStatus = "00" then
        perform until finish = 1
            move spaces to policy-record
            read policyFile into policy-record
                at end move 1 to finish
            end-read
            if finish = 0 and policy-record not = spaces then
                perform store-policy
            end-if
        end-perform
        move 0 to finish
    end-if.
    close policyFile.

store-policy.
    if pol-kind not = "P" and pol-kind not = "D" and pol-kind not = "*" then
        display "RETAIN.DAT rule kind '" pol-kind "' not recognized - rule ignored"
    else if pol-plain-days not = spaces and pol-plain-days is not numeric then
        display "RETAIN.DAT plaintext days not numeric for '" function trim(pol-key) "' - rule ignored"
    else if pol-cipher-days not = spaces and pol-cipher-days is not numeric then
        display "RETAIN.DAT ciphertext days not numeric for '" function trim(pol-key) "' - rule ignored"
    else if polUsed < 200 then
        add 1 to polUsed
        move pol-kind to polKind(polUsed)
        move pol-key to polKey(polUsed)
        move pol-reference to polRef(polUsed)
        move 0 to polPlainSet(polUsed)
        move 0 to polPlainDays(polUsed)
        if pol-plain-days not = spaces then
            move 1 to polPlainSet(polUsed)
            move pol-plain-days to polPlainDays(polUsed)
        end-if
        move 0 to polCipherSet(polUsed)
        move 0 to polCipherDays(polUsed)
        if pol-cipher-days not = spaces then
            move 1 to polCipherSet(polUsed)
            move pol-cipher-days to polCipherDays(polUsed)
        end-if
        if pol-kind = "*" then
            move polUsed to polDefault
        end-if
        if pol-kind = "D" then
            move function upper-case(pol-key) to polKey(polUsed)
        end-if
    else
        display "More rules in RETAIN.DAT than this run can hold - later rules ignored"
    end-if
    end-if
    end-if
    end-if.

gather-catalog.
    open input catalogFile.
    if catalogStatus not = "00" and catalogStatus not = "05" then
        display "Unable to read CATALOG.DAT (file status " catalogStatus ")"
        perform release-session-lock
        move 016 to return-code
        stop run
    end-if.
    perform until finish = 1
        move spaces to cat-record
        read catalogFile next
            at end move 1 to finish
        end-read
        if finish = 0 then
            if candUsed < 3000 then
                add 1 to candUsed
                move cat-filename to candName(candUsed)
                move cat-status to candStatus(candUsed)
                move cat-format to candFormat(candUsed)
                move cat-algorithm to candAlg(candUsed)
                move cat-records to candRecords(candUsed)
                move cat-first-ts to candFirst(candUsed)
                move cat-last-ts to candLast(candUsed)
                move cat-dept to candDept(candUsed)
                move 0 to candGen(candUsed)
                move zeros to candGenList(candUsed)
                if cat-gen is numeric and cat-gen-list is numeric then
                    move cat-gen to candGen(candUsed)
                    move cat-gen-list to candGenList(candUsed)
                end-if
                move 0 to candIsOut(candUsed)
                move spaces to userInput
                move cat-filename to userInput
                perform string-length
                if strLength > 4 and userInput(strLength - 3:4) = ".out" then
                    move 1 to candIsOut(candUsed)
                end-if
                if strLength > 13 and userInput(strLength - 12:4) = ".out"
                        and userInput(strLength - 8:2) = ".G"
                        and userInput(strLength - 6:4) is numeric
                        and userInput(strLength - 2:3) = "V00" then
                    move 1 to candIsOut(candUsed)
                end-if
            else
                move 1 to candOverflow
            end-if
        end-if
    end-perform.
    close catalogFile.
    move 0 to finish.

*> one cataloged file: find the rule that governs it, decide which of
*> its keep periods have run out, and destroy accordingly.  ciphertext
*> expiry ends the file's life outright, so it takes any plaintext
*> still on disk with it; otherwise plaintext alone may be due
purge-one-file.
    move spaces to fileName.
    move candName(candIdx) to fileName.
    perform find-policy.
    if polSlot = 0 then
        add 1 to sumNoPolicy
    else
        move 0 to plainStatus
        if candStatus(candIdx) = "VERIFIED" or candStatus(candIdx) = "SHIPPED" then
            move 1 to plainStatus
        end-if

        move 0 to cipherDue
        move 0 to cipherNamed
        if polCipherSet(polSlot) = 1 and candStatus(candIdx) not = "EXPIRED" then
            perform check-cipher-named
        end-if
        if cipherNamed = 1 then
            move candFirst(candIdx) to ageText
            perform compute-days-ago
            if daysAgo >= polCipherDays(polSlot) then
                move 1 to cipherDue
            end-if
        end-if

        move 0 to plainDue
        if polPlainSet(polSlot) = 1 and plainStatus = 1 then
            move candLast(candIdx) to ageText
            perform compute-days-ago
            if daysAgo >= polPlainDays(polSlot) then
                move 1 to plainDue
            end-if
        end-if

        move 0 to holdFound
        if cipherDue = 1 or plainDue = 1 then
            move fileName to holdName
            call "holdchk" using holdName, holdFound, holdRef
        end-if

        move 0 to candDestroyed
        if holdFound = 1 then
            perform withhold-held-file
        else if cipherDue = 1 then
            perform expire-ciphertext
        else if plainDue = 1 then
            perform purge-plaintext
        end-if
        end-if
        end-if
*> the file's records count once toward the certificate's total, however
*> many of its copies (plaintext, ciphertext, generations) went
        if candDestroyed = 1 then
            add candRecords(candIdx) to sumRecords
        end-if
    end-if.

*> ciphertext keeps its own clock whatever the file's status has come
*> to since; only a FAILED or PERMANENT record may name no ciphertext at
*> all (the run that failed never wrote one), and one of those is only
*> aged when its ".out" is actually on disk beside it or in an INBOX
*> disposition folder
check-cipher-named.
    move 1 to cipherNamed.
    if candStatus(candIdx) = "FAILED" or candStatus(candIdx) = "PERMANENT" then
        move spaces to cipherName
        string
            function trim(fileName) delimited by size
            ".out" delimited by size
            into cipherName
        end-string
        move spaces to baseName
        move cipherName to baseName
        perform probe-with-dispositions
        move foundFile to cipherNamed
    end-if.

*> a file under legal hold is destroyed by nobody, however long its
*> keep period has been over; the certificate shows it was withheld,
*> so records management can see why a due file is still on disk
withhold-held-file.
    add 1 to sumHeld.
    display "Under legal hold " function trim(holdRef) "; not destroyed: " function trim(fileName).
    move "SKIPPED - LEGAL HOLD" to auditOutcome.
    perform write-audit-entry.
    move "H" to catAction.
    move holdRef to catStatusField.
    move 99 to catalogShift.
    move 0 to catalogRecords.
    move candFormat(candIdx) to catFormat.
    move candAlg(candIdx) to catAlg.
    call "catalog" using catAction, fileName, catStatusField, catalogShift, catFormat, catAlg, catalogRecords.
    move "U" to catAction.
    move "HELD" to certAction.
    move spaces to destroyedPath.
    string
        function trim(fileName) delimited by size
        " (hold " delimited by size
        function trim(holdRef) delimited by size
        ")" delimited by size
        into destroyedPath
    end-string.
    perform write-certificate-row.

*> the longest matching prefix wins; failing any prefix, the rule for
*> the file's owning department; the "*" default applies only when
*> neither matches at all
find-policy.
    move 0 to polSlot.
    move 0 to polBestLen.
    perform varying polIdx from 1 by 1 until polIdx > polUsed
        if polKind(polIdx) = "P" and polKey(polIdx) not = spaces then
            move spaces to userInput
            move polKey(polIdx) to userInput
            perform string-length
            move strLength to polLen
            if polLen > polBestLen and fileName(1:polLen) = polKey(polIdx)(1:polLen) then
                move polIdx to polSlot
                move polLen to polBestLen
            end-if
        end-if
    end-perform.
    if polSlot = 0 and candDept(candIdx) not = spaces then
        perform varying polIdx from 1 by 1 until polIdx > polUsed or polSlot > 0
            if polKind(polIdx) = "D" and polKey(polIdx) = candDept(candIdx) then
                move polIdx to polSlot
            end-if
        end-perform
    end-if.
    if polSlot = 0 then
        move polDefault to polSlot
    end-if.

*> the plaintext keep period is over: destroy the file and mark the
*> record PURGED - the ciphertext stays under its own keep period
purge-plaintext.
    perform destroy-plaintext.
    if destroyResult < 2 then
        move "PURGED" to catStatusField
        perform mark-catalog
        if destroyResult = 0 then
            add 1 to sumPurged
            move "PURGED - PLAINTEXT DESTROYED" to auditOutcome
        else
            add 1 to sumNotFound
            move "PURGED - PLAINTEXT NOT ON DISK" to auditOutcome
        end-if
        perform write-audit-entry
    end-if.

*> the ciphertext keep period is over: any plaintext still on disk goes
*> first, then the .out; the record is marked EXPIRED and its keyfile
*> entries are queued for removal at the end of the run
expire-ciphertext.
    if plainStatus = 1 then
        perform destroy-plaintext
        if destroyResult = 0 then
            add 1 to sumPurged
            move "PURGED - PLAINTEXT DESTROYED" to auditOutcome
            perform write-audit-entry
        end-if
    else
        move 0 to destroyResult
    end-if.
    if destroyResult < 2 then
        perform destroy-ciphertext
        if destroyResult < 2 then
            move "EXPIRED" to catStatusField
            perform mark-catalog
            move candIdx to genOwner
            move fileName to gdgName
            perform destroy-generations
            perform mark-out-record
            perform queue-expired-key
            if destroyResult = 0 then
                add 1 to sumExpired
                move "EXPIRED - CIPHERTEXT DESTROYED" to auditOutcome
            else
                add 1 to sumNotFound
                move "EXPIRED - CIPHERTEXT NOT ON DISK" to auditOutcome
            end-if
            perform write-audit-entry
        end-if
    end-if.

*> destroyResult: 0 destroyed, 1 not on disk to begin with, 2 on disk
*> but the delete failed (the file is left, reported, and audited)
destroy-plaintext.
    move spaces to baseName.
    move fileName to baseName.
    perform probe-with-dispositions.
    move "PLAINTEXT" to certAction.
    perform destroy-probed-file.

destroy-ciphertext.
    move spaces to cipherName.
    string
        function trim(fileName) delimited by size
        ".out" delimited by size
        into cipherName
    end-string.
    move spaces to baseName.
    move cipherName to baseName.
    perform probe-with-dispositions.
    move "CIPHERTEXT" to certAction.
    perform destroy-probed-file.

destroy-probed-file.
    if foundFile = 0 then
        move 1 to destroyResult
        move spaces to destroyedPath
        move baseName to destroyedPath
        move "NOT FOUND" to certAction
        perform write-certificate-row
    else
        move spaces to deleteName
        move probeName to deleteName
        call "CBL_DELETE_FILE" using deleteName
        if return-code = 0 then
            move 0 to destroyResult
            move spaces to destroyedPath
            move probeName to destroyedPath
            move 1 to candDestroyed
            perform write-certificate-row
        else
            move 2 to destroyResult
            add 1 to sumFailed
            move 008 to jobReturnCode
            display "Unable to delete " function trim(probeName) " - left in place"
            move "FAILED - NOT DESTROYED" to auditOutcome
            perform write-audit-entry
        end-if
        move 0 to return-code
    end-if.

*> the record keeps its shift, format, algorithm, and record count;
*> only the status changes - a destruction is not another processing,
*> so the status is corrected ("S") and the times-processed count and
*> last-processed timestamp are left alone
mark-catalog.
    move "S" to catAction.
    move 99 to catalogShift.
    move 0 to catalogRecords.
    move candFormat(candIdx) to catFormat.
    move candAlg(candIdx) to catAlg.
    call "catalog" using catAction, fileName, catStatusField, catalogShift, catFormat, catAlg, catalogRecords.

*> a decrypt of the expired ciphertext left its own record keyed on the
*> ".out" name, and a decrypt of one of its older generations left one
*> keyed on that generation's name (X.out.GnnnnV00); each describes the
*> same ciphertext, so each expires too, and the text it recovered goes
*> with it.  destroyResult is the ciphertext's and is kept for the caller
mark-out-record.
    move destroyResult to ownResult.
    move spaces to userInput.
    move cipherName to userInput.
    perform string-length.
    move strLength to cipherLength.
    perform varying outSlot from 1 by 1 until outSlot > candUsed
        if candIsOut(outSlot) = 1 then
            if candName(outSlot) = cipherName then
                perform expire-decrypt-record
            else if cipherLength < 247
                    and candName(outSlot)(1:cipherLength) = cipherName(1:cipherLength)
                    and candName(outSlot)(cipherLength + 1:2) = ".G"
                    and candName(outSlot)(cipherLength + 3:4) is numeric
                    and candName(outSlot)(cipherLength + 7:3) = "V00"
                    and candName(outSlot)(cipherLength + 10:1) = space then
                perform expire-decrypt-record
            end-if
            end-if
        end-if
    end-perform.
    move ownResult to destroyResult.

*> the recovered text is destroyed through the same probe as any other
*> file, so it gets its certificate row; it is audited under the
*> decrypt's own record name
expire-decrypt-record.
    move fileName to ownerName.
    move spaces to fileName.
    move candName(outSlot) to fileName.
    move spaces to baseName.
    string
        function trim(fileName) delimited by size
        ".out" delimited by size
        into baseName
    end-string.
    perform probe-with-dispositions.
    move "RECOVERED" to certAction.
    perform destroy-probed-file.
    if destroyResult = 0 then
        add 1 to sumPurged
        move "PURGED - RECOVERED TEXT DESTROYED" to auditOutcome
        perform write-audit-entry
    end-if.
    move "S" to catAction.
    move "EXPIRED" to catStatusField.
    move 99 to catalogShift.
    move 0 to catalogRecords.
    move candFormat(outSlot) to catFormat.
    move candAlg(outSlot) to catAlg.
    move spaces to scrubName.
    move candName(outSlot) to scrubName.
    call "catalog" using catAction, scrubName, catStatusField, catalogShift, catFormat, catAlg, catalogRecords.
    move "U" to catAction.
    move outSlot to genOwner.
    move candName(outSlot) to gdgName.
    perform destroy-generations.
    move spaces to fileName.
    move ownerName to fileName.

*> the older generations kept beside an expired output (see gdgroll.cob)
*> go with it - for the file's own record the superseded ciphertext,
*> for its ".out" record the text earlier decrypts recovered.  each is
*> listed on the certificate, its keyfile entry is queued with the
*> rest, and it is taken off the catalog record's generation list
destroy-generations.
    perform varying genIdx from 1 by 1 until genIdx > 20
        if candGenKept(genOwner, genIdx) > 0
                and candGenKept(genOwner, genIdx) not = candGen(genOwner) then
            perform destroy-one-generation
        end-if
    end-perform.

destroy-one-generation.
    move "N" to gdgAction.
    move candGenKept(genOwner, genIdx) to gdgGen.
    move spaces to gdgFileName.
    string
        function trim(gdgName) delimited by size
        ".out" delimited by size
        into gdgFileName
    end-string.
    call "gdgroll" using gdgAction, gdgName, gdgFileName, gdgGen, gdgPrior, gdgResult.
    move 0 to genResult.
    if gdgResult = 0 then
        move spaces to deleteName
        move gdgFileName to deleteName
        call "CBL_DELETE_FILE" using deleteName
        if return-code = 0 then
            add 1 to sumGenerations
            move 1 to candDestroyed
            move "GENERATION" to certAction
            move spaces to destroyedPath
            move gdgFileName to destroyedPath
            perform write-certificate-row
            if expUsed < 3000 then
                add 1 to expUsed
                move gdgFileName to expName(expUsed)
            else
                move 1 to expOverflow
            end-if
        else
            move 2 to genResult
            add 1 to sumFailed
            move 008 to jobReturnCode
            display "Unable to delete " function trim(gdgFileName) " - left in place"
            move "FAILED - NOT DESTROYED" to auditOutcome
            perform write-audit-entry
        end-if
        move 0 to return-code
    end-if.
    if genResult = 0 then
        move "G" to catAction
        move spaces to catStatusField
        move "0000" to catStatusField(1:4)
        move gdgGen to catStatusField(5:4)
        move 99 to catalogShift
        move 0 to catalogRecords
        call "catalog" using catAction, gdgName, catStatusField, catalogShift, catFormat, catAlg, catalogRecords
        move "U" to catAction
    end-if.

queue-expired-key.
    if expUsed < 3000 then
        add 1 to expUsed
        move cipherName to expName(expUsed)
    else
        move 1 to expOverflow
    end-if.

*> one pass copies the keyfile without the entries for ciphertext this
*> run destroyed, using the same write-then-swap housekeeping's
*> compaction uses; if the new copy cannot be written the keyfile is
*> left exactly as it was
scrub-expired-keys.
    if expUsed > 0 then
        open input keyFile
        if keyFileStatus = "00" then
            open output newKeyFile
            if newKeyFileStatus not = "00" then
                display "Unable to write KEYFILE.NEW (file status " newKeyFileStatus ") - expired key entries left in KEYFILE.DAT"
                move 008 to jobReturnCode
                close keyFile
            else
                perform until finish = 1
                    move spaces to key-record
                    read keyFile into key-record
                        at end move 1 to finish
                    end-read
                    if finish = 0 then
                        move 0 to foundSlot
                        perform varying slot from 1 by 1 until slot > expUsed or foundSlot > 0
                            if expName(slot) = key-filename then
                                move slot to foundSlot
                            end-if
                        end-perform
                        if foundSlot > 0 then
                            add 1 to keysRemoved
                        else
                            move key-record to new-key-record
                            write new-key-record
                        end-if
                    end-if
                end-perform
                move 0 to finish
                close keyFile
                close newKeyFile
                move "mv KEYFILE.NEW KEYFILE.DAT" to systemCommand
                call "SYSTEM" using systemCommand
                move 0 to return-code
            end-if
        else
            close keyFile
        end-if
    end-if.
    if expOverflow = 1 then
        display "More ciphertext expired than this run can track - rerun to remove the remaining keyfile entries"
        move 004 to jobReturnCode
    end-if.

*> the certificate is dated by its name, and a second run on the same
*> day adds to that day's certificate instead of overwriting it
open-certificate.
    move spaces to certName.
    string
        "PURGE."              delimited by size
        currentDateTime(1:8)  delimited by size
        ".CRT"                delimited by size
        into certName
    end-string.
    open extend certFile.
    if certStatus = "35" then
        open output certFile
    end-if.
    if certStatus not = "00" then
        display "Unable to write " function trim(certName) " (file status " certStatus ") - nothing will be destroyed"
        perform close-audit-file
        perform release-session-lock
        move 016 to return-code
        stop run
    end-if.
    move 1 to certOpen.
    move spaces to cert-record.
    write cert-record.
    move "CERTIFICATE OF DESTRUCTION" to cert-record.
    write cert-record.
    move "triCipher suite - retention purge run" to cert-record.
    write cert-record.
    move spaces to cert-record.
    string
        "Run date: " delimited by size
        runTimestamp delimited by size
        into cert-record
    end-string.
    write cert-record.
    move spaces to cert-record.
    write cert-record.
    move "ACTION      RECORDS    POLICY      FILE" to cert-record.
    write cert-record.
    move "----------  ---------  ----------  ----------------------------------------" to cert-record.
    write cert-record.

*> one row per file destroyed (or found already gone), with the record
*> count from the catalog and the schedule item that applied
write-certificate-row.
    move candRecords(candIdx) to recsText.
    move spaces to cert-record.
    string
        certAction                     delimited by size
        "  "                           delimited by size
        recsText                       delimited by size
        "  "                           delimited by size
        polRef(polSlot)                delimited by size
        "  "                           delimited by size
        function trim(destroyedPath)   delimited by size
        into cert-record
    end-string.
    write cert-record.

close-certificate.
    move spaces to cert-record.
    write cert-record.
    move spaces to cert-record.
    string
        "Plaintext files destroyed:  " delimited by size
        sumPurged                      delimited by size
        into cert-record
    end-string.
    write cert-record.
    move spaces to cert-record.
    string
        "Ciphertext files destroyed: " delimited by size
        sumExpired                     delimited by size
        into cert-record
    end-string.
    write cert-record.
    move spaces to cert-record.
    string
        "Generations destroyed:      " delimited by size
        sumGenerations                 delimited by size
        into cert-record
    end-string.
    write cert-record.
    move spaces to cert-record.
    string
        "Records destroyed:          " delimited by size
        sumRecords                     delimited by size
        into cert-record
    end-string.
    write cert-record.
    move spaces to cert-record.
    string
        "Keyfile entries removed:    " delimited by size
        keysRemoved                    delimited by size
        into cert-record
    end-string.
    write cert-record.
    move spaces to cert-record.
    write cert-record.
    move "Destroyed by:      ______________________________   Date: ____________" to cert-record.
    write cert-record.
    move spaces to cert-record.
    write cert-record.
    move "Records management: ______________________________   Date: ____________" to cert-record.
    write cert-record.
    close certFile.
    move 2 to certOpen.

*> probes baseName where it was recorded and, for an INBOX/ name,
*> where the intake's disposition or the retry sweep may since have
*> moved it (PROCESSED, FAILED, or PERMANENT); probeName is left
*> holding the path that answered
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

*> whole days between a catalog timestamp and today
compute-days-ago.
    move 0 to daysAgo.
    if ageText(1:4) is numeric and ageText(6:2) is numeric and ageText(9:2) is numeric then
        move spaces to userInput
        string
            ageText(1:4) delimited by size
            ageText(6:2) delimited by size
            ageText(9:2) delimited by size
            into userInput
        end-string
        move userInput(1:8) to tsDateNum
        compute tsDays = function integer-of-date(tsDateNum)
        compute daysAgo = todayDays - tsDays
    end-if.

*> the same session lock the cipher job and housekeeping take
acquire-session-lock.
    open input lockFile.
    if lockFileStatus = "00" then
        move spaces to lock-record
        read lockFile
            at end continue
        end-read
        close lockFile
        display "Another triCipher session is active (TRICIPHER.LCK held since " lock-record ")"
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

close-audit-file.
    if auditOpen = 1 then
        close auditFile
        move 0 to auditOpen
    end-if.

*> one audit line per destruction, operation "P", in the same record
*> layout every other writer of AUDITLOG.DAT uses
write-audit-entry.
    perform build-timestamp.
    move spaces to audit-record.
    move fileName to audit-filename.
    move "P" to audit-operation.
    move auditTimestamp to audit-timestamp.
    move auditOutcome to audit-outcome.
    move candDept(candIdx) to audit-dept.
    move candAlg(candIdx) to audit-algorithm.
    call "operid" using operatorId.
    move operatorId to audit-operator.
    write audit-record.

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
