*> patrol.cob
*> At-Rest Integrity Patrol of Stored Ciphertext Against Its Check Value
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - the catalog record layout carries the current output
*>              generation and the generations kept (see gdgroll.cob)
*> 2026 10 15 - first version: a .out that rotted on disk, was cut
*>              short, or was altered by hand was only ever found when
*>              someone needed it decrypted, by which time every backup
*>              might hold the same damage.  encrypt, vencrypt, and
*>              bencrypt now put a content check value on the catalog
*>              record of each file they write (see chkval.cob); this
*>              program walks CATALOG.DAT a slice at a time, re-reads
*>              each stored .out, and checks that its header and
*>              trailer control records are in place, that the record
*>              count in the trailer matches what is actually in the
*>              file, and that its check value is still the one taken
*>              when it was written.  a file that fails, or is no
*>              longer on disk, is marked DAMAGED on its catalog
*>              record, audited (operation "I", DAMAGED - reason), and
*>              listed on the day's exception report,
*>              PATROL.YYYYMMDD.EXC.  each run checks the number of
*>              files asked for, starting after the last file the
*>              previous run checked (kept in PATROL.DAT), so a
*>              nightly slice works its way round the whole catalog
*>              and starts over, however large the catalog grows.  the
*>              run takes the TRICIPHER.LCK session lock, so no cipher
*>              run rewrites a .out while it is being read
*>
*> a record already DAMAGED is checked and listed again but not
*> re-audited or re-marked, so one bad file does not fill the audit
*> log night after night; one found clean again is listed too, with
*> its status left for catmnt to correct once someone has looked at
*> it.  records with no check value (written before check values were
*> taken, or the decrypt-side ".out" records) and EXPIRED records,
*> whose ciphertext was destroyed on purpose, are passed over.  an
*> intake file's .out is looked for where the intake's disposition or
*> the retry sweep may have moved it, as the retention purge does
*>
*> PATROL.DAT layout - a single record, rewritten by every run:
*>
*>     columns   picture   contents
*>     -------   -------   --------------------------------------------
*>       1-256   X(256)    the last file checked; spaces when the next
*>                          run starts a new cycle from the top of the
*>                          catalog
*>     257-262   9(06)     cycle number, counting from 1
*>     263-281   X(19)     when the current cycle started
*>     282-300   X(19)     when the last slice ran
*>
*> return code: 0 every file checked clean; 4 damage found; 16
*> CATALOG.DAT could not be read or the exception report could not be
*> written; 24 another session holds TRICIPHER.LCK

identification division.
program-id. patrol.

environment division.
input-output section.
file-control.
    select optional catalogFile assign to "CATALOG.DAT"
    organization is indexed
    access is dynamic
    record key is cat-filename
    file status catalogStatus.

    select optional patrolFile assign to "PATROL.DAT"
    organization is line sequential
    access is sequential
    file status patrolStatus.

    select optional auditFile assign to "AUDITLOG.DAT"
    organization is line sequential
    access is sequential.

    select excFile assign to excName
    organization is line sequential
    access is sequential
    file status excStatus.

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

fd patrolFile.
01 patrol-record.
    05 pat-last-name   pic X(256).
    05 pat-cycle       pic 9(06).
    05 pat-cycle-start pic X(19).
    05 pat-slice-ts    pic X(19).

fd auditFile.
01 audit-record.
    02 audit-filename  pic X(256).
    02 audit-operation pic X(01).
    02 audit-timestamp pic X(19).
    02 audit-outcome   pic X(40).
    02 audit-dept      pic X(08).
    02 audit-algorithm pic X(01).
    02 audit-operator  pic X(20).

fd excFile.
01 exc-record pic X(400).

fd lockFile.
01 lock-record pic X(19).

working-storage section.
77 catalogStatus  pic XX    value "00".
77 patrolStatus   pic XX    value "00".
77 excStatus      pic XX    value "00".
77 lockFileStatus pic XX    value "00".
77 finish         pic 9     value 0.
77 jobReturnCode  pic 9(03) value 000.

77 fileName     pic X(256) value spaces.
77 baseName     pic X(260) value spaces.
77 probeName    pic X(280) value spaces.
77 foundFile    pic 9      value 0.
77 excName      pic X(30)  value spaces.
77 excOpen      pic 9      value 0.

77 promptInput  pic X(80)  value spaces.
77 threshField  pic X(04)  value spaces.
77 threshTail   pic X(03)  value spaces.
77 sliceSize    pic 9(04)  value 100.

77 userInput   pic X(280) value spaces.
77 numSpaces   pic 999    value 000.
77 strLength   pic 999    value 000.

77 currentDateTime pic X(21) value spaces.
77 auditTimestamp  pic X(19) value spaces.
77 auditOutcome    pic X(40) value spaces.
77 operatorId      pic X(20) value spaces.
77 auditOpen       pic 9     value 0.
77 runTimestamp    pic X(19) value spaces.

77 catAction      pic X(01) value "S".
77 catStatusField pic X(10) value spaces.
77 catalogShift   pic 99    value 99.
77 catalogRecords pic 9(09) value 0.
77 catFormat      pic X(01) value space.
77 catAlg         pic X(01) value space.

77 chkName    pic X(256) value spaces.
77 chkValue   pic 9(09)  value 0.
77 chkSize    pic 9(12)  value 0.
77 chkLines   pic 9(09)  value 0.
77 chkTrailer pic 9(09)  value 0.
77 chkResult  pic 9      value 0.
77 heldCount  pic 9(12)  value 0.
77 damageText pic X(40)  value spaces.
77 detailText pic X(80)  value spaces.

77 lastName    pic X(256) value spaces.
77 cycleNumber pic 9(06)  value 1.
77 cycleStart  pic X(19)  value spaces.
77 cycleDone   pic 9      value 0.

77 sliceUsed   pic 9(04) value 0.
77 sliceIdx    pic 9(04) value 0.

77 sumChecked  pic 9(06) value 0.
77 sumClean    pic 9(06) value 0.
77 sumDamaged  pic 9(06) value 0.
77 sumStill    pic 9(06) value 0.
77 sumCleared  pic 9(06) value 0.
77 sumPassed   pic 9(06) value 0.

77 sessionLocked pic 9      value 0.
77 lockName      pic X(264) value spaces.

01 probeInfo.
    05 probeSize pic X(8) comp-x.
    05 filler    pic X(8).

*> the slice is gathered before any file is read, because the catalog
*> cannot stay open while the catalog module is marking records
01 sliceTable.
    05 sliceEntry occurs 2000 times.
        10 sliceName    pic X(256).
        10 sliceStatus  pic X(10).
        10 sliceFormat  pic X(01).
        10 sliceAlg     pic X(01).
        10 sliceCheck   pic 9(09).
        10 sliceDept    pic X(08).

procedure division.
    display "triCipher at-rest integrity patrol".
    display " ".

    perform acquire-session-lock.
    move auditTimestamp to runTimestamp.

    display "How many files should this slice check? (enter for 100, at most 2000):".
    move spaces to promptInput.
    accept promptInput.
    move promptInput(1:4) to threshField.
    perform right-justify-threshold.
    if threshField is numeric then
        move threshField to sliceSize
    end-if.
    if sliceSize = 0 or sliceSize > 2000 then
        move 100 to sliceSize
    end-if.

    perform load-patrol-position.
    perform gather-slice.
    perform open-exception-report.

*> the audit log is opened once and held for the whole run, as the
*> purge run does; the session lock guarantees no other writer
    open extend auditFile.
    move 1 to auditOpen.

    perform varying sliceIdx from 1 by 1 until sliceIdx > sliceUsed
        perform patrol-one-file
    end-perform.

    perform close-audit-file.
    perform close-exception-report.
    perform save-patrol-position.

    display " ".
    display "Patrol slice summary (cycle " cycleNumber "):".
    display "  Files checked:                   " sumChecked.
    display "  Checked clean:                   " sumClean.
    display "  Newly found DAMAGED:             " sumDamaged.
    display "  Still DAMAGED:                   " sumStill.
    display "  DAMAGED but now checking clean:  " sumCleared.
    display "  Passed over (no check value):    " sumPassed.
    if cycleDone = 1 then
        display "  The end of the catalog was reached; the next slice starts a new cycle"
    else
        display "  The next slice starts after:     " function trim(lastName)
    end-if.
    display "  Exception report:                " function trim(excName).
    display " ".

    perform release-session-lock.
    move jobReturnCode to return-code.
    stop run.

right-justify-threshold.
    perform until threshField = spaces or threshField(4:1) not = space
        move threshField(1:3) to threshTail
        move threshTail to threshField(2:3)
        move "0" to threshField(1:1)
    end-perform.

*> where the previous slice stopped; no PATROL.DAT means this is the
*> first slice of the first cycle
load-patrol-position.
    move spaces to lastName.
    move 1 to cycleNumber.
    move runTimestamp to cycleStart.
    open input patrolFile.
    if patrolStatus = "00" then
        move spaces to patrol-record
        read patrolFile
            at end move spaces to patrol-record
        end-read
        if patrol-record not = spaces then
            move pat-last-name to lastName
            if pat-cycle is numeric and pat-cycle > 0 then
                move pat-cycle to cycleNumber
            end-if
            if pat-cycle-start not = spaces then
                move pat-cycle-start to cycleStart
            end-if
            if lastName = spaces and pat-slice-ts not = spaces then
                add 1 to cycleNumber
                move runTimestamp to cycleStart
            end-if
        end-if
    end-if.
    close patrolFile.

*> the slice starts just past the last file checked (or at the top of
*> the catalog for a new cycle) and takes the next sliceSize files
*> that carry a check value; reaching the end of the catalog ends the
*> cycle, and the slice is simply shorter
gather-slice.
    open input catalogFile.
    if catalogStatus not = "00" and catalogStatus not = "05" then
        display "Unable to read CATALOG.DAT (file status " catalogStatus ")"
        perform release-session-lock
        move 016 to return-code
        stop run
    end-if.
    move 0 to finish.
    move spaces to cat-record.
    if lastName = spaces then
        move low-values to cat-filename
        start catalogFile key is not less than cat-filename
            invalid key move 1 to finish
        end-start
    else
        move lastName to cat-filename
        start catalogFile key is greater than cat-filename
            invalid key move 1 to finish
        end-start
    end-if.
    perform until finish = 1 or sliceUsed >= sliceSize
        move spaces to cat-record
        read catalogFile next
            at end move 1 to finish
        end-read
        if finish = 0 then
            if cat-check-ts = spaces or cat-status = "EXPIRED" then
                add 1 to sumPassed
            else
                add 1 to sliceUsed
                move cat-filename to sliceName(sliceUsed)
                move cat-status to sliceStatus(sliceUsed)
                move cat-format to sliceFormat(sliceUsed)
                move cat-algorithm to sliceAlg(sliceUsed)
                move cat-check to sliceCheck(sliceUsed)
                move cat-dept to sliceDept(sliceUsed)
            end-if
        end-if
    end-perform.
    close catalogFile.
    if finish = 1 then
        move 1 to cycleDone
        move spaces to lastName
    else
        move sliceName(sliceUsed) to lastName
    end-if.
    move 0 to finish.

*> one cataloged file: find its .out, have chkval read it end to end,
*> and judge what came back - the first fault found is the one
*> reported
patrol-one-file.
    add 1 to sumChecked.
    move spaces to fileName.
    move sliceName(sliceIdx) to fileName.
    move spaces to baseName.
    string
        function trim(fileName) delimited by size
        ".out" delimited by size
        into baseName
    end-string.
    perform probe-with-dispositions.

    move spaces to damageText.
    move spaces to detailText.
    if foundFile = 0 then
        move "DAMAGED - FILE MISSING" to damageText
        move baseName to detailText
    else
        move spaces to chkName
        move probeName to chkName
        call "chkval" using chkName, chkValue, chkSize, chkLines, chkTrailer, chkResult
        perform judge-check-result
    end-if.

    if damageText not = spaces then
        perform report-damage
    else if sliceStatus(sliceIdx) = "DAMAGED" then
        add 1 to sumCleared
        move "DAMAGED - NOW CHECKS CLEAN" to damageText
        move "status left DAMAGED for review (see catmnt)" to detailText
        perform write-exception-row
    else
        add 1 to sumClean
    end-if
    end-if.

*> the binary cipher's trailer counts bytes, and the data is whatever
*> lies between the two 100-byte control blocks; a text .out's trailer
*> counts lines, and the data is every line but the two control lines
judge-check-result.
    if chkResult = 1 then
        move "DAMAGED - FILE UNREADABLE" to damageText
        move probeName to detailText
    else if chkResult = 2 then
        move "DAMAGED - NO HEADER" to damageText
        move probeName to detailText
    else if chkResult = 3 then
        move "DAMAGED - NO TRAILER" to damageText
        move probeName to detailText
    else
        if sliceAlg(sliceIdx) = "B" then
            compute heldCount = chkSize - 200
        else if chkLines > 2 then
            compute heldCount = chkLines - 2
        else
            move 0 to heldCount
        end-if
        end-if
        if heldCount not = chkTrailer then
            move "DAMAGED - RECORD COUNT" to damageText
            move spaces to detailText
            string
                "trailer says " delimited by size
                chkTrailer delimited by size
                ", file holds " delimited by size
                heldCount delimited by size
                into detailText
            end-string
        else if chkValue not = sliceCheck(sliceIdx) then
            move "DAMAGED - CHECK VALUE MISMATCH" to damageText
            move spaces to detailText
            string
                "recorded " delimited by size
                sliceCheck(sliceIdx) delimited by size
                ", now " delimited by size
                chkValue delimited by size
                into detailText
            end-string
        end-if
        end-if
    end-if
    end-if
    end-if.

*> a newly damaged file is marked and audited; one already marked is
*> only listed again.  either way the run ends with return code 4
report-damage.
    move 004 to jobReturnCode.
    if sliceStatus(sliceIdx) = "DAMAGED" then
        add 1 to sumStill
    else
        add 1 to sumDamaged
        move "S" to catAction
        move "DAMAGED" to catStatusField
        move 99 to catalogShift
        move 0 to catalogRecords
        move sliceFormat(sliceIdx) to catFormat
        move sliceAlg(sliceIdx) to catAlg
        call "catalog" using catAction, fileName, catStatusField, catalogShift, catFormat, catAlg, catalogRecords
        move damageText to auditOutcome
        perform write-audit-entry
    end-if.
    display function trim(damageText) ": " function trim(fileName).
    perform write-exception-row.

*> the day's exception report is added to by every slice run that day
open-exception-report.
    move function current-date to currentDateTime.
    move spaces to excName.
    string
        "PATROL."             delimited by size
        currentDateTime(1:8)  delimited by size
        ".EXC"                delimited by size
        into excName
    end-string.
    open extend excFile.
    if excStatus = "35" then
        open output excFile
    end-if.
    if excStatus not = "00" then
        display "Unable to write " function trim(excName) " (file status " excStatus ")"
        perform release-session-lock
        move 016 to return-code
        stop run
    end-if.
    move 1 to excOpen.
    move spaces to exc-record.
    write exc-record.
    move spaces to exc-record.
    string
        "Integrity patrol slice run " delimited by size
        runTimestamp delimited by size
        " - cycle " delimited by size
        cycleNumber delimited by size
        " (started " delimited by size
        cycleStart delimited by size
        ")" delimited by size
        into exc-record
    end-string.
    write exc-record.
    move "FINDING                         FILE / DETAIL" to exc-record.
    write exc-record.
    move "------------------------------  ----------------------------------------" to exc-record.
    write exc-record.

write-exception-row.
    move spaces to exc-record.
    string
        damageText(1:30)         delimited by size
        "  "                     delimited by size
        function trim(fileName)  delimited by size
        into exc-record
    end-string.
    write exc-record.
    if detailText not = spaces then
        move spaces to exc-record
        move detailText to exc-record(33:80)
        write exc-record
    end-if.

close-exception-report.
    move spaces to exc-record.
    string
        "Checked " delimited by size
        sumChecked delimited by size
        ", clean " delimited by size
        sumClean delimited by size
        ", newly damaged " delimited by size
        sumDamaged delimited by size
        ", still damaged " delimited by size
        sumStill delimited by size
        into exc-record
    end-string.
    write exc-record.
    if cycleDone = 1 then
        move "End of catalog reached - the next slice starts a new cycle" to exc-record
        write exc-record
    end-if.
    close excFile.
    move 0 to excOpen.

save-patrol-position.
    open output patrolFile.
    if patrolStatus not = "00" then
        display "Unable to write PATROL.DAT (file status " patrolStatus ") - the next slice will repeat this one"
        move 016 to jobReturnCode
    else
        move spaces to patrol-record
        move lastName to pat-last-name
        move cycleNumber to pat-cycle
        move cycleStart to pat-cycle-start
        move runTimestamp to pat-slice-ts
        write patrol-record
        close patrolFile
    end-if.

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

*> the .out may be binary, so it is looked for rather than opened
probe-one-file.
    move 0 to foundFile.
    move spaces to chkName.
    move probeName to chkName.
    call "CBL_CHECK_FILE_EXIST" using chkName, probeInfo.
    if return-code = 0 then
        move 1 to foundFile
    end-if.
    move 0 to return-code.

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

*> one audit line per file newly found damaged, operation "I", in the
*> same record layout every other writer of AUDITLOG.DAT uses
write-audit-entry.
    perform build-timestamp.
    move spaces to audit-record.
    move fileName to audit-filename.
    move "I" to audit-operation.
    move auditTimestamp to audit-timestamp.
    move auditOutcome to audit-outcome.
    move sliceDept(sliceIdx) to audit-dept.
    move sliceAlg(sliceIdx) to audit-algorithm.
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
