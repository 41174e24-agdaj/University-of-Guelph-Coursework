*> forecast.cob
*> Batch-Window Forecast from Recorded Throughput History
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - the CONTROL.DAT row carries a generation column now; a
*>              verify row naming an older generation is estimated as
*>              the single decrypt it is, and the older generation
*>              files rolled aside in the INBOX are passed over the way
*>              triCipher's sweep passes over them
*> 2026 10 15 - first version: the CUTOFF.DAT cutoff only says the
*>              window was too short once it has run out, and the rows
*>              carried to CONTROL.CARRY.DAT start the next night
*>              already behind.  the unattended intakes now record
*>              every file's size, record count, algorithm, mode, and
*>              elapsed time in THRUHIST.DAT; this program, run before
*>              the batch starts, turns that history into a throughput
*>              for each algorithm and mode, estimates every
*>              CONTROL.DAT row and every file waiting in the INBOX,
*>              and reports whether the work fits between the batch
*>              start and the cutoff.  when it does not, it names the
*>              rows expected to be deferred and suggests the large
*>              files that, switched to high-throughput mode ("B"),
*>              would bring the run back inside the window - so the
*>              morning shift can split or reschedule the work ahead
*>              of time.  it only reads the shared files, so it takes
*>              no session lock
*>
*> how an estimate is made: the history's bytes and elapsed time are
*> totaled per algorithm and mode, and a file's estimate is its size
*> at that throughput.  a verify does the cipher work twice (encrypt,
*> then the round-trip decrypt), so its size counts double both in the
*> history and in the estimate.  an algorithm and mode with no history
*> yet borrows the algorithm's throughput in any mode, failing that the
*> whole history's; the basis column says which was used (M the
*> algorithm and mode, A the algorithm only, H the whole history, N no
*> history at all - no estimate).  a high-throughput suggestion is only
*> made on the algorithm's own "B" mode history, never a borrowed one.
*> a row triCipher will refuse or skip without processing (a held
*> file, an unrecognized operation, an overlong name) or whose input
*> is not there costs nothing in the forecast
*>
*> how deferral is judged: triCipher checks the cutoff before each row
*> and a row it has started runs to the end, so a row is expected to be
*> deferred when the estimated work ahead of it already reaches the
*> cutoff.  a night's triCipher run takes CONTROL.DAT when there is one
*> and the INBOX only when there is not, so the two are each judged
*> against the whole window on their own.  with no usable CUTOFF.DAT
*> the run has no window, and the estimates are reported without a fit
*>
*> THRUHIST.DAT layout - one fixed-width line per file an unattended
*> triCipher run processed, appended as each file finishes:
*>
*>     columns   picture   contents
*>     -------   -------   --------------------------------------------
*>        1-19   X(19)     when the file finished, YYYY-MM-DD HH:MM:SS
*>      20-275   X(256)    filename as the run was given it
*>         276   X(01)     operation: "E", "D", or "V"
*>         277   X(01)     algorithm: "T", "V", or "B"
*>         278   X(01)     mode: "B" high-throughput, space classic
*>     279-290   9(12)     input size in bytes
*>     291-299   9(09)     record count the module cataloged (zero when
*>                          the catalog had none)
*>     300-308   9(09)     elapsed time, hundredths of a second
*>
*> return-code: 0 everything fits (or there is no cutoff to fit);
*> 4 rows are expected to be deferred, some work has no history to
*> estimate it from, or there was more work than the forecast can
*> hold; 16 CONTROL.DAT or the INBOX listing could not be read

identification division.
program-id. forecast.

environment division.
input-output section.
file-control.
    select optional histFile assign to "THRUHIST.DAT"
    organization is line sequential
    access is sequential
    file status histStatus.

    select batchFile assign to "CONTROL.DAT"
    organization is line sequential
    access is sequential
    file status batchFileStatus.

    select defaultsFile assign to "INBOX/DEFAULTS.DAT"
    organization is line sequential
    access is sequential
    file status defaultsFileStatus.

    select listFile assign to "FORECAST.LST"
    organization is line sequential
    access is sequential
    file status listFileStatus.

    select cutoffFile assign to "CUTOFF.DAT"
    organization is line sequential
    access is sequential
    file status cutoffFileStatus.

data division.
file section.
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

*> CONTROL.DAT's row layout belongs to triCipher.cob; only the columns
*> that bear on the run time are named here
fd batchFile.
01 batch-record.
    02 batch-filename  pic X(256).
    02 batch-operation pic X(01).
    02 batch-shift     pic X(02).
    02 batch-format    pic X(01).
    02 batch-large     pic X(01).
    02 batch-algorithm pic X(01).
    02 batch-keyword   pic X(30).
    02 batch-dept      pic X(08).
    02 batch-gen       pic X(04).

fd defaultsFile.
01 defaults-record.
    02 defaults-operation pic X(01).
    02 defaults-shift     pic X(02).
    02 defaults-format    pic X(01).
    02 defaults-large     pic X(01).
    02 defaults-algorithm pic X(01).
    02 defaults-keyword   pic X(30).
    02 defaults-retries   pic X(02).
    02 defaults-dept      pic X(08).

fd listFile.
01 list-record pic X(256).

fd cutoffFile.
01 cutoff-record pic X(05).

working-storage section.
77 histStatus         pic XX     value "00".
77 batchFileStatus    pic XX     value "00".
77 defaultsFileStatus pic XX     value "00".
77 listFileStatus     pic XX     value "00".
77 cutoffFileStatus   pic XX     value "00".
77 finish             pic 9      value 0.
77 jobReturnCode      pic 999    value 0.
77 userInput          pic X(256) value spaces.
77 numSpaces          pic 999    value 000.
77 strLength          pic 999    value 000.
77 systemCommand      pic X(80)  value spaces.
77 currentDateTime    pic X(21)  value spaces.

*> the batch window: where it starts and where CUTOFF.DAT ends it, in
*> hundredths of a second since midnight, and its length
77 timeInput     pic X(10)  value spaces.
77 startCs       pic 9(08)  value 0.
77 cutoffCs      pic 9(08)  value 0.
77 windowCs      pic 9(09)  value 0.
77 windowActive  pic 9      value 0.
77 cutoffText    pic X(05)  value spaces.
77 startText     pic X(05)  value spaces.

*> the history, totaled: per algorithm and mode (T, V, B each classic
*> then high-throughput), per algorithm, and overall
77 histLines     pic 9(06)  value 0.
77 histUsed      pic 9(06)  value 0.
77 allBytes      pic 9(15)  value 0.
77 allCs         pic 9(12)  value 0.
77 allFiles      pic 9(06)  value 0.
77 workBytes     pic 9(13)  value 0.
77 algIdx        pic 9      value 0.
77 modeIdx       pic 9      value 0.
77 bucketIdx     pic 9      value 0.

01 rateTable.
    05 rateEntry occurs 6 times.
        10 rateBytes pic 9(15).
        10 rateCs    pic 9(12).
        10 rateFiles pic 9(06).

01 algTable.
    05 algEntry occurs 3 times.
        10 algBytes pic 9(15).
        10 algCs    pic 9(12).
        10 algFiles pic 9(06).

*> the work to be forecast, in the order the run will take it: source
*> 1 is a CONTROL.DAT row, 2 a file in the INBOX.  fcState is space for
*> work that will be processed, "H" held, "S" skipped by triCipher
*> without processing, "N" input not found
01 fcTable.
    05 fcEntry occurs 2000 times.
        10 fcSource pic 9.
        10 fcName   pic X(256).
        10 fcOp     pic X(01).
        10 fcAlg    pic X(01).
        10 fcMode   pic X(01).
        10 fcBytes  pic 9(12).
        10 fcEst    pic 9(09).
        10 fcBasis  pic X(01).
        10 fcEstB   pic 9(09).
        10 fcBasisB pic X(01).
        10 fcState  pic X(01).
        10 fcStart  pic 9(09).
        10 fcDefer  pic 9.
        10 fcSwitch pic 9.
77 fcUsed       pic 9(04)  value 0.
77 fcIdx        pic 9(04)  value 0.
77 fcFull       pic 9      value 0.
77 srcCount     pic 9(04)  value 0.

*> staging for one estimate
77 estAlg       pic X(01)  value space.
77 estMode      pic X(01)  value space.
77 estOp        pic X(01)  value space.
77 estBytes     pic 9(12)  value 0.
77 estCs        pic 9(09)  value 0.
77 estBasis     pic X(01)  value space.
77 noHistory    pic 9(04)  value 0.

*> the simulated run of one source against the window
77 simSource    pic 9      value 0.
77 simElapsed   pic 9(09)  value 0.
77 simDemand    pic 9(09)  value 0.
77 simDeferred  pic 9(04)  value 0.
77 asIsDeferred pic 9(04)  value 0.
77 bestIdx      pic 9(04)  value 0.
77 bestSaving   pic 9(09)  value 0.
77 switchCount  pic 9(04)  value 0.
77 noCandidate  pic 9      value 0.

*> INBOX defaults, as triCipher applies them to every file there
77 inboxPresent pic 9      value 0.
77 inboxOp      pic X(01)  value space.
77 inboxAlg     pic X(01)  value space.
77 inboxMode    pic X(01)  value space.
77 entryName    pic X(256) value spaces.
77 skipEntry    pic 9      value 0.
77 manifestPresent pic 9   value 0.

*> legal-hold lookup staging (the holdchk module owns the register)
77 holdName  pic X(256) value spaces.
77 holdFound pic 9      value 0.
77 holdRef   pic X(10)  value spaces.

*> formatting: a duration as HHH:MM:SS and a time of day as HH:MM
77 durCs        pic 9(09)  value 0.
77 durHours     pic 9(03)  value 0.
77 durMins      pic 99     value 0.
77 durSecs      pic 99     value 0.
77 durRest      pic 9(09)  value 0.
77 durText      pic X(09)  value spaces.
77 estText      pic X(09)  value spaces.
77 atText       pic X(09)  value spaces.
77 clockCs      pic 9(09)  value 0.
77 clockDays    pic 9(04)  value 0.
77 clockText    pic X(05)  value spaces.
77 stateText    pic X(22)  value spaces.
77 sizeEdit     pic Z(11)9.

01 clockParts.
    05 clockHH pic 99.
    05 clockMM pic 99.
    05 clockSS pic 99.
    05 clockCC pic 99.

01 fileInfo.
    05 fiSize pic X(8) comp-x.
    05 filler pic X(8).

procedure division.
    display "triCipher batch-window forecast".
    perform load-history.
    perform load-cutoff.
    perform ask-start-time.

    perform load-manifest.
    perform load-inbox.

    display " ".
    display "=====================================================".
    display " TRICIPHER BATCH-WINDOW FORECAST".
    if windowActive = 1 then
        move windowCs to durCs
        perform format-duration
        display " Window: " startText " to " cutoffText " (" durText ")"
    else
        display " Window: no usable CUTOFF.DAT - estimates only, no fit"
    end-if.
    display " Throughput history: " histUsed " files".
    display "=====================================================".

    if histUsed = 0 then
        display " "
        display "THRUHIST.DAT holds no usable history yet - nothing can be estimated until an unattended run has recorded some"
        move 004 to jobReturnCode
    end-if.

    if manifestPresent = 0 and inboxPresent = 0 then
        display " "
        display "Neither CONTROL.DAT nor INBOX/DEFAULTS.DAT is present - no unattended work to forecast"
    end-if.
    if manifestPresent = 1 and inboxPresent = 1 then
        display " "
        display "Note: triCipher takes CONTROL.DAT when it is present; the INBOX is swept only by a run without one"
    end-if.

    if manifestPresent = 1 then
        move 1 to simSource
        perform report-source
    end-if.
    if inboxPresent = 1 then
        move 2 to simSource
        perform report-source
    end-if.

    if fcFull = 1 then
        display " "
        display "More work than this forecast can hold - only the first 2000 rows and files are estimated"
        move 004 to jobReturnCode
    end-if.
    if noHistory > 0 then
        move 004 to jobReturnCode
    end-if.
    display " ".
    move jobReturnCode to return-code.
    stop run.

*> totals the history by algorithm and mode; a line with no size or
*> an unknown algorithm tells nothing about throughput and is passed
*> over, and a verify counts its bytes twice for its two cipher passes
load-history.
    perform varying bucketIdx from 1 by 1 until bucketIdx > 6
        move 0 to rateBytes(bucketIdx)
        move 0 to rateCs(bucketIdx)
        move 0 to rateFiles(bucketIdx)
    end-perform.
    perform varying algIdx from 1 by 1 until algIdx > 3
        move 0 to algBytes(algIdx)
        move 0 to algCs(algIdx)
        move 0 to algFiles(algIdx)
    end-perform.

    open input histFile.
    if histStatus = "00" then
        move 0 to finish
        perform until finish = 1
            move spaces to hist-record
            read histFile into hist-record
                at end move 1 to finish
            end-read
            if finish = 0 then
                add 1 to histLines
                move hist-algorithm to estAlg
                move hist-mode to estMode
                perform find-bucket
                if algIdx > 0 and hist-bytes is numeric and hist-bytes > 0
                        and hist-elapsed is numeric then
                    move hist-bytes to workBytes
                    if hist-operation = "V" then
                        compute workBytes = hist-bytes * 2
                    end-if
                    add workBytes to rateBytes(bucketIdx)
                    add hist-elapsed to rateCs(bucketIdx)
                    add 1 to rateFiles(bucketIdx)
                    add workBytes to algBytes(algIdx)
                    add hist-elapsed to algCs(algIdx)
                    add 1 to algFiles(algIdx)
                    add workBytes to allBytes
                    add hist-elapsed to allCs
                    add 1 to allFiles
                    add 1 to histUsed
                end-if
            end-if
        end-perform
        move 0 to finish
    end-if.
    close histFile.

*> algorithm T/V/B is 1/2/3, mode classic/high-throughput is 1/2;
*> algIdx comes back 0 for an algorithm the suite does not have
find-bucket.
    evaluate estAlg
        when "T" move 1 to algIdx
        when "V" move 2 to algIdx
        when "B" move 3 to algIdx
        when other move 0 to algIdx
    end-evaluate.
    move 1 to modeIdx.
    if estMode = "B" then
        move 2 to modeIdx
    end-if.
    move 1 to bucketIdx.
    if algIdx > 0 then
        compute bucketIdx = (algIdx - 1) * 2 + modeIdx
    end-if.

*> reads CUTOFF.DAT the way triCipher does; anything but a usable
*> HH:MM means no window
load-cutoff.
    move 0 to windowActive.
    open input cutoffFile.
    if cutoffFileStatus = "00" then
        move spaces to cutoff-record
        read cutoffFile
            at end move spaces to cutoff-record
        end-read
        if cutoff-record(1:2) is numeric and cutoff-record(4:2) is numeric
                and cutoff-record(3:1) = ":"
                and cutoff-record(1:2) < "24" and cutoff-record(4:2) < "60" then
            move 1 to windowActive
            move cutoff-record to cutoffText
            move cutoff-record(1:2) to clockHH
            move cutoff-record(4:2) to clockMM
            compute cutoffCs = clockHH * 360000 + clockMM * 6000
        else
            display "CUTOFF.DAT is not a usable HH:MM time - no window to fit"
        end-if
    end-if.
    close cutoffFile.

*> the forecast is usually run ahead of the batch, so the start it is
*> measured from is asked for; a blank answer means now.  a cutoff
*> earlier than the start is tomorrow morning's, as triCipher reads it
ask-start-time.
    move function current-date to currentDateTime.
    move currentDateTime(9:8) to clockParts.
    display "Enter the batch start time (HH:MM), or press enter for now:".
    move spaces to timeInput.
    accept timeInput.
    if timeInput(1:2) is numeric and timeInput(4:2) is numeric
            and timeInput(3:1) = ":"
            and timeInput(1:2) < "24" and timeInput(4:2) < "60" then
        move timeInput(1:2) to clockHH
        move timeInput(4:2) to clockMM
    else
        if timeInput not = spaces then
            display "Not a usable HH:MM time - forecasting from now"
        end-if
    end-if.
    compute startCs = clockHH * 360000 + clockMM * 6000.
    move spaces to startText.
    string clockHH ":" clockMM delimited by size into startText.

    if windowActive = 1 then
        if cutoffCs > startCs then
            compute windowCs = cutoffCs - startCs
        else
            compute windowCs = cutoffCs + 8640000 - startCs
        end-if
    end-if.

*> every CONTROL.DAT row, with its own operation, algorithm, and mode
load-manifest.
    open input batchFile.
    if batchFileStatus = "00" then
        move 1 to manifestPresent
        move 0 to finish
        perform until finish = 1
            move spaces to batch-record
            read batchFile into batch-record
                at end move 1 to finish
            end-read
            if finish = 0 then
                if fcUsed < 2000 then
                    add 1 to fcUsed
                    move 1 to fcSource(fcUsed)
                    move batch-filename to fcName(fcUsed)
                    move function upper-case(batch-operation) to fcOp(fcUsed)
*> a verify of an older generation encrypts nothing - it is the one
*> decrypt, and triCipher records it in the history as one
                    if fcOp(fcUsed) = "V" and batch-gen not = spaces then
                        move "D" to fcOp(fcUsed)
                    end-if
                    move "T" to fcAlg(fcUsed)
                    if batch-algorithm = "V" or batch-algorithm = "v" then
                        move "V" to fcAlg(fcUsed)
                    end-if
                    if batch-algorithm = "B" or batch-algorithm = "b" then
                        move "B" to fcAlg(fcUsed)
                    end-if
                    move " " to fcMode(fcUsed)
                    if batch-large = "B" or batch-large = "b" then
                        move "B" to fcMode(fcUsed)
                    end-if
                    move space to fcState(fcUsed)
                    if batch-filename(256:1) not = space then
                        move "S" to fcState(fcUsed)
                    end-if
                    move batch-filename to holdName
                    perform estimate-entry
                else
                    move 1 to fcFull
                end-if
            end-if
        end-perform
        move 0 to finish
        close batchFile
    else
        if batchFileStatus not = "35" and batchFileStatus not = "05" then
            display "Unable to open CONTROL.DAT (file status " batchFileStatus ")"
            move 016 to jobReturnCode
        end-if
    end-if.

*> every file the next INBOX sweep would take, passed over by the same
*> rules triCipher's sweep uses, under the directory's defaults
load-inbox.
    open input defaultsFile.
    if defaultsFileStatus = "00" then
        move 1 to inboxPresent
        move spaces to defaults-record
        read defaultsFile into defaults-record
            at end move spaces to defaults-record
        end-read
        close defaultsFile
        move function upper-case(defaults-operation) to inboxOp
        move "T" to inboxAlg
        if defaults-algorithm = "V" or defaults-algorithm = "v" then
            move "V" to inboxAlg
        end-if
        if defaults-algorithm = "B" or defaults-algorithm = "b" then
            move "B" to inboxAlg
        end-if
        move " " to inboxMode
        if defaults-large = "B" or defaults-large = "b" then
            move "B" to inboxMode
        end-if

        move "ls -1 -p INBOX > FORECAST.LST 2>/dev/null" to systemCommand
        call "SYSTEM" using systemCommand
        move 0 to return-code
        open input listFile
        if listFileStatus not = "00" then
            display "Unable to read the INBOX directory listing (file status " listFileStatus ")"
            move 016 to jobReturnCode
        else
            move 0 to finish
            perform until finish = 1
                move spaces to list-record
                read listFile into list-record
                    at end move 1 to finish
                end-read
                if finish = 0 then
                    perform add-inbox-entry
                end-if
            end-perform
            move 0 to finish
            close listFile
        end-if
        move "FORECAST.LST" to systemCommand
        call "CBL_DELETE_FILE" using systemCommand
        move 0 to return-code
    end-if.

*> subdirectories, the defaults record, checkpoints, in-use markers,
*> and the suite's own .out and .out.out products are not inputs - a
*> .out is one only when the directory's operation is decrypt
add-inbox-entry.
    move spaces to userInput.
    move list-record to userInput.
    perform string-length.
    move 0 to skipEntry.
    if strLength = 0 then
        move 1 to skipEntry
    else
        if userInput(strLength:1) = "/" or list-record = "DEFAULTS.DAT" then
            move 1 to skipEntry
        end-if
        if strLength > 4 then
            if userInput(strLength - 4:5) = ".ckpt" then
                move 1 to skipEntry
            end-if
        end-if
        if strLength > 3 then
            if userInput(strLength - 3:4) = ".lck" then
                move 1 to skipEntry
            end-if
            if userInput(strLength - 3:4) = ".out" and inboxOp not = "D" then
                move 1 to skipEntry
            end-if
        end-if
        if strLength > 7 then
            if userInput(strLength - 7:8) = ".out.out" then
                move 1 to skipEntry
            end-if
        end-if
        if strLength > 9 then
            if userInput(strLength - 8:2) = ".G" and userInput(strLength - 6:4) is numeric
                    and userInput(strLength - 2:3) = "V00" then
                move 1 to skipEntry
            end-if
        end-if
    end-if.
    if skipEntry = 0 then
        if fcUsed < 2000 then
            add 1 to fcUsed
            move 2 to fcSource(fcUsed)
            move spaces to entryName
            move list-record to entryName
            move spaces to fcName(fcUsed)
            string
                "INBOX/" delimited by size
                function trim(entryName) delimited by size
                into fcName(fcUsed)
            end-string
            move inboxOp to fcOp(fcUsed)
            move inboxAlg to fcAlg(fcUsed)
            move inboxMode to fcMode(fcUsed)
            move space to fcState(fcUsed)
            if strLength > 250 then
                move "S" to fcState(fcUsed)
            end-if
            move fcName(fcUsed) to holdName
            perform estimate-entry
        else
            move 1 to fcFull
        end-if
    end-if.

*> sizes the entry just added and estimates it as given and, when it
*> is not already in high-throughput mode, as it would run in "B"
estimate-entry.
    move 0 to fcBytes(fcUsed).
    move 0 to fcEst(fcUsed).
    move 0 to fcEstB(fcUsed).
    move "N" to fcBasis(fcUsed).
    move "N" to fcBasisB(fcUsed).
    move 0 to fcDefer(fcUsed).
    move 0 to fcSwitch(fcUsed).
    if fcOp(fcUsed) not = "E" and fcOp(fcUsed) not = "D" and fcOp(fcUsed) not = "V" then
        move "S" to fcState(fcUsed)
    end-if.
    if fcState(fcUsed) = space then
        call "holdchk" using holdName, holdFound, holdRef
        if holdFound = 1 then
            move "H" to fcState(fcUsed)
        end-if
    end-if.
    if fcState(fcUsed) = space then
        call "CBL_CHECK_FILE_EXIST" using fcName(fcUsed), fileInfo
        if return-code = 0 then
            move fiSize to fcBytes(fcUsed)
        else
            move "N" to fcState(fcUsed)
        end-if
        move 0 to return-code
    end-if.
    if fcState(fcUsed) = space then
        move fcAlg(fcUsed) to estAlg
        move fcMode(fcUsed) to estMode
        move fcOp(fcUsed) to estOp
        move fcBytes(fcUsed) to estBytes
        perform estimate-work
        move estCs to fcEst(fcUsed)
        move estBasis to fcBasis(fcUsed)
        if estBasis = "N" then
            add 1 to noHistory
        end-if
        if fcMode(fcUsed) not = "B" then
            move "B" to estMode
            perform estimate-work
            move estCs to fcEstB(fcUsed)
            move estBasis to fcBasisB(fcUsed)
        end-if
    end-if.

*> estBytes at the best throughput the history has for estAlg/estMode
estimate-work.
    move 0 to estCs.
    move "N" to estBasis.
    perform find-bucket.
    move estBytes to workBytes.
    if estOp = "V" then
        compute workBytes = estBytes * 2
    end-if.
    if algIdx > 0 and rateFiles(bucketIdx) > 0 then
        compute estCs rounded = workBytes * rateCs(bucketIdx) / rateBytes(bucketIdx)
        move "M" to estBasis
    else if algIdx > 0 and algFiles(algIdx) > 0 then
        compute estCs rounded = workBytes * algCs(algIdx) / algBytes(algIdx)
        move "A" to estBasis
    else if allFiles > 0 then
        compute estCs rounded = workBytes * allCs / allBytes
        move "H" to estBasis
    end-if
    end-if
    end-if.

*> walks one source in run order: each row starts when the work ahead
*> of it is done, and once that reaches the cutoff every row from there
*> on is deferred; a row switched to "B" runs at its "B" estimate
simulate-source.
    move 0 to simElapsed.
    move 0 to simDemand.
    move 0 to simDeferred.
    perform varying fcIdx from 1 by 1 until fcIdx > fcUsed
        if fcSource(fcIdx) = simSource then
            move simElapsed to fcStart(fcIdx)
            move 0 to fcDefer(fcIdx)
            if fcSwitch(fcIdx) = 1 then
                add fcEstB(fcIdx) to simDemand
            else
                add fcEst(fcIdx) to simDemand
            end-if
            if windowActive = 1 and simElapsed >= windowCs then
                move 1 to fcDefer(fcIdx)
                add 1 to simDeferred
            else
                if fcSwitch(fcIdx) = 1 then
                    add fcEstB(fcIdx) to simElapsed
                else
                    add fcEst(fcIdx) to simElapsed
                end-if
            end-if
        end-if
    end-perform.

*> the forecast for one source: every row with its estimate and start,
*> the fit against the window, and - when rows would be deferred -
*> the high-throughput switches that would help
report-source.
    display " ".
    move 0 to srcCount.
    if simSource = 1 then
        display "CONTROL.DAT manifest:"
    else
        display "INBOX (directory defaults):"
    end-if.
    perform varying fcIdx from 1 by 1 until fcIdx > fcUsed
        if fcSource(fcIdx) = simSource then
            move 0 to fcSwitch(fcIdx)
            add 1 to srcCount
        end-if
    end-perform.
    if srcCount = 0 then
        display "  (no work)"
    else
        perform simulate-source
        move simDeferred to asIsDeferred
        display "  starts at   estimate  alg mode basis        bytes  forecast"
        perform varying fcIdx from 1 by 1 until fcIdx > fcUsed
            if fcSource(fcIdx) = simSource then
                perform show-entry
            end-if
        end-perform

        display " "
        move simDemand to durCs
        perform format-duration
        display "  Estimated run time: " durText
        if windowActive = 1 then
            compute clockCs = startCs + simDemand
            perform format-clock
            if asIsDeferred = 0 and simDemand <= windowCs then
                display "  Fits the window: expected to finish about " clockText ", cutoff " cutoffText
            else if asIsDeferred = 0 then
                display "  Every row starts before the cutoff " cutoffText ", but the last is expected to run on to about " clockText
            else
                display "  Does not fit the window: " asIsDeferred " rows expected to be deferred to the next run"
                display "  (all of it would finish about " clockText " against a cutoff of " cutoffText ")"
                move 004 to jobReturnCode
                perform suggest-switches
            end-if
            end-if
        end-if
    end-if.

show-entry.
    move fcStart(fcIdx) to durCs.
    perform format-duration.
    move durText to atText.
    move fcEst(fcIdx) to durCs.
    perform format-duration.
    move durText to estText.
    move fcBytes(fcIdx) to sizeEdit.
    evaluate true
        when fcDefer(fcIdx) = 1
            move "DEFERRED" to stateText
        when fcState(fcIdx) = "H"
            move "HELD - WILL BE SKIPPED" to stateText
        when fcState(fcIdx) = "S"
            move "WILL BE SKIPPED" to stateText
        when fcState(fcIdx) = "N"
            move "INPUT NOT FOUND" to stateText
        when fcBasis(fcIdx) = "N"
            move "NO HISTORY" to stateText
        when other
            move "RUNS" to stateText
    end-evaluate.
    if fcMode(fcIdx) = "B" then
        display "  +" atText "  " estText "   " fcAlg(fcIdx) "   B    " fcBasis(fcIdx) "  " sizeEdit "  " stateText " " function trim(fcName(fcIdx))
    else
        display "  +" atText "  " estText "   " fcAlg(fcIdx) "   -    " fcBasis(fcIdx) "  " sizeEdit "  " stateText " " function trim(fcName(fcIdx))
    end-if.

*> switches the classic-mode row that would save the most time to "B",
*> one at a time, until nothing is deferred or nothing is left that
*> "B" would make faster; each switch is listed with what it saves
suggest-switches.
    move 0 to switchCount.
    move 0 to noCandidate.
    perform until simDeferred = 0 or noCandidate = 1
        perform pick-best-switch
        if bestIdx = 0 then
            move 1 to noCandidate
        else
            move 1 to fcSwitch(bestIdx)
            add 1 to switchCount
            perform simulate-source
        end-if
    end-perform.

    display " ".
    if switchCount = 0 then
        display "  No classic-mode row has high-throughput history that would make it faster - split or reschedule the work"
    else
        display "  Suggested for high-throughput mode (B):"
        perform varying fcIdx from 1 by 1 until fcIdx > fcUsed
            if fcSource(fcIdx) = simSource and fcSwitch(fcIdx) = 1 then
                move fcEst(fcIdx) to durCs
                perform format-duration
                move durText to estText
                move fcEstB(fcIdx) to durCs
                perform format-duration
                move fcBytes(fcIdx) to sizeEdit
                display "    " sizeEdit " bytes  " estText " -> " durText "  " function trim(fcName(fcIdx))
            end-if
        end-perform
        move simDemand to durCs
        perform format-duration
        if simDeferred = 0 and simDemand <= windowCs then
            display "  With these in mode B the work is expected to fit (run time " durText ")"
        else if simDeferred = 0 then
            display "  With these in mode B every row starts before the cutoff (run time " durText ")"
        else
            display "  Even with these in mode B, " simDeferred " rows are expected to be deferred - split or reschedule the rest"
        end-if
        end-if
    end-if.

pick-best-switch.
    move 0 to bestIdx.
    move 0 to bestSaving.
    perform varying fcIdx from 1 by 1 until fcIdx > fcUsed
        if fcSource(fcIdx) = simSource and fcSwitch(fcIdx) = 0
                and fcState(fcIdx) = space and fcMode(fcIdx) not = "B"
                and fcBasisB(fcIdx) = "M" and fcEstB(fcIdx) < fcEst(fcIdx) then
            if fcEst(fcIdx) - fcEstB(fcIdx) > bestSaving then
                compute bestSaving = fcEst(fcIdx) - fcEstB(fcIdx)
                move fcIdx to bestIdx
            end-if
        end-if
    end-perform.

*> hundredths of a second as HHH:MM:SS
format-duration.
    compute durHours = durCs / 360000.
    compute durRest = durCs - durHours * 360000.
    compute durMins = durRest / 6000.
    compute durRest = durRest - durMins * 6000.
    compute durSecs = durRest / 100.
    move spaces to durText.
    string durHours ":" durMins ":" durSecs delimited by size into durText.

*> hundredths of a second since midnight as HH:MM, past midnight wrapping
format-clock.
    if clockCs >= 8640000 then
        divide clockCs by 8640000 giving clockDays remainder clockCs
    end-if.
    compute clockHH = clockCs / 360000.
    compute clockMM = (clockCs - clockHH * 360000) / 6000.
    move spaces to clockText.
    string clockHH ":" clockMM delimited by size into clockText.

*> code based on: http://stackoverflow.com/questions/24777344/compute-length-string-of-variable-with-cobol
string-length.
    move zeros to numSpaces.
    inspect function reverse(userInput)
        tallying
        numSpaces for leading spaces.
    compute strLength = length of userInput - numSpaces.
