*> jobstrm.cob
*> Nightly Job-Stream Driver with Step Conditions and Restart
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - a restart that runs past a failed step logs it
*>              BYPASSED-NC with its failing code carried, not
*>              BYPASSED with code 0, so the later steps' conditions
*>              and every later restart still see the failure; one
*>              that never ran is logged BYPASSED-NR
*> 2026 10 15 - each step runs with TRICIPHER_OPERATOR set to
*>              JOBSTRM.<step> unless the scheduler set one for the
*>              run, so the audit lines the step writes name the job
*>              (see operid.cob)
*> 2026 10 15 - first version: the overnight work is several programs
*>              (retry, triCipher, reconcile, catrpt, the shipment
*>              export, housekeeping at month end) that an operator
*>              used to string together by hand, and a failure part
*>              way through meant working out which of them had
*>              already run.  this program reads the stream from
*>              JOBSTEP.DAT, runs the steps in order - each with its
*>              prompt answers fed as its standard input and its
*>              console output kept in JOBSTEP.<step>.OUT - skips a
*>              step whose run condition on the earlier steps' return
*>              codes says so, and appends every step's start and end
*>              times, return code, and outcome to JOBSTEP.LOG.  a
*>              step ending at or above its failure threshold stops
*>              the stream; the rerun names that step as its restart
*>              point, and the steps ahead of it are not run again -
*>              their return codes are taken from the log, so the
*>              later steps' conditions still see them.  triCipher's
*>              return-code 2 (cut short by CUTOFF.DAT) is logged as
*>              CUTOFF and is never a failure, whatever the threshold:
*>              the unprocessed rows are already safe in
*>              CONTROL.CARRY.DAT, and the rest of the stream runs
*>
*> JOBSTEP.DAT layout - one fixed-width row per step, in run order:
*>
*>     columns   picture   contents
*>     -------   -------   --------------------------------------------
*>         1-8   X(08)     step name, unique in the stream (the name a
*>                          restart is asked for by)
*>        9-20   X(12)     program to run, as built in the current
*>                          directory (e.g. "triCipher", "reconcile")
*>          21   X(01)     schedule: "M" only on the last day of the
*>                          month, anything else (including space)
*>                          every run
*>       22-29   X(08)     condition step: the earlier step whose
*>                          return code is tested, "*" the highest
*>                          return code of every earlier step, spaces
*>                          for no condition
*>       30-31   X(02)     condition operator: "GE", "GT", "EQ",
*>                          "NE", "LT", or "LE"
*>       32-34   9(03)     condition return code: the step is SKIPPED
*>                          when the tested code compares to this one
*>                          by the operator (e.g. "TRICIPH GE020"
*>                          skips the step if step TRICIPH ended 20 or
*>                          higher)
*>       35-37   9(03)     failure threshold: a return code at or
*>                          above it is a failure and stops the
*>                          stream; blank means 008
*>       38-97   X(60)     answers to the program's prompts, in the
*>                          order it asks, separated by ";"; blank
*>                          when the program asks nothing (or should
*>                          take every default)
*>
*> a condition naming a step that did not run this stream (skipped,
*> not scheduled, or not yet reached) is not tested - the step runs.
*> a failed step that a restart runs past is tested with the code it
*> failed with.
*>
*> JOBSTEP.LOG layout - appended to, one row per stream start, per
*> step, and per stream end:
*>
*>     columns   picture   contents
*>     -------   -------   --------------------------------------------
*>           1   X(01)     "S" stream start, "T" step, "E" stream end
*>        2-20   X(19)     the stream's start timestamp (ties its rows
*>                          together)
*>       21-28   X(08)     step name ("S": the restart step, if any)
*>       29-40   X(12)     program
*>       41-59   X(19)     step start timestamp
*>       60-78   X(19)     step end timestamp
*>       79-81   9(03)     return code ("E": the stream's)
*>       82-95   X(14)     outcome: OK, WARNING, CUTOFF, FAILED,
*>                          SKIPPED, NOT SCHEDULED, BYPASSED (not
*>                          rerun on a restart; its code is the one
*>                          logged before), BYPASSED-NC (run past on
*>                          a restart though it had failed; its
*>                          failing code is carried), BYPASSED-NR
*>                          (run past though it never ran; code 0,
*>                          not tested); "S" FULL RUN or RESTART,
*>                          "E" COMPLETE or STOPPED

identification division.
program-id. jobstrm.

environment division.
input-output section.
file-control.
    select stepFile assign to "JOBSTEP.DAT"
    organization is line sequential
    access is sequential
    file status stepFileStatus.

    select optional logFile assign to "JOBSTEP.LOG"
    organization is line sequential
    access is sequential
    file status logFileStatus.

    select answerFile assign to "JOBSTEP.IN"
    organization is line sequential
    access is sequential
    file status answerStatus.

    select lockFile assign to "JOBSTRM.LCK"
    organization is line sequential
    access is sequential
    file status lockFileStatus.

data division.
file section.
fd stepFile.
01 step-record.
    05 step-name      pic X(08).
    05 step-program   pic X(12).
    05 step-schedule  pic X(01).
    05 step-cond-step pic X(08).
    05 step-cond-op   pic X(02).
    05 step-cond-rc   pic X(03).
    05 step-fail-rc   pic X(03).
    05 step-answers   pic X(60).

fd logFile.
01 log-record.
    05 log-type      pic X(01).
    05 log-stream    pic X(19).
    05 log-step      pic X(08).
    05 log-program   pic X(12).
    05 log-start     pic X(19).
    05 log-end       pic X(19).
    05 log-rc        pic 9(03).
    05 log-outcome   pic X(14).

fd answerFile.
01 answer-record pic X(60).

fd lockFile.
01 lock-record pic X(19).

working-storage section.
77 stepFileStatus pic XX    value "00".
77 logFileStatus  pic XX    value "00".
77 answerStatus   pic XX    value "00".
77 lockFileStatus pic XX    value "00".
77 finish         pic 9     value 0.
77 jobReturnCode  pic 9(03) value 000.
77 sessionLocked  pic 9     value 0.
77 lockName       pic X(20) value spaces.

77 currentDateTime pic X(21) value spaces.
77 auditTimestamp  pic X(19) value spaces.
77 streamId        pic X(19) value spaces.
77 stepStart       pic X(19) value spaces.

77 promptInput  pic X(99) value spaces.
77 restartName  pic X(08) value spaces.
77 restartIdx   pic 9(03) value 0.
77 stopped      pic 9     value 0.
77 cutoffSeen   pic 9     value 0.
77 monthEnd     pic 9     value 0.
77 todayInt     pic 9(08) value 0.
77 tomorrowInt  pic 9(08) value 0.

77 stepUsed     pic 9(03) value 0.
77 stepIdx      pic 9(03) value 0.
77 slot         pic 9(03) value 0.
77 foundSlot    pic 9(03) value 0.
77 testRc       pic 9(03) value 0.
77 testKnown    pic 9     value 0.
77 condMet      pic 9     value 0.
77 stepRc       pic 9(05) value 0.
77 systemCommand pic X(300) value spaces.

77 ansIdx       pic 9(03) value 0.
77 ansPos       pic 9(03) value 0.
77 answerLine   pic X(60) value spaces.

*> the stream as loaded from JOBSTEP.DAT, with what happened to each
*> step this stream: stepRan says its return code is known (it ran,
*> or a restart carried its logged code forward)
01 stepTable.
    05 stepEntry occurs 50 times.
        10 stName     pic X(08).
        10 stProgram  pic X(12).
        10 stSchedule pic X(01).
        10 stCondStep pic X(08).
        10 stCondOp   pic X(02).
        10 stCondRc   pic 9(03).
        10 stFailRc   pic 9(03).
        10 stAnswers  pic X(60).
        10 stRan      pic 9.
        10 stRc       pic 9(03).
        10 stOutcome  pic X(14).
        10 stPriorRc  pic 9(03).
        10 stPriorOut pic X(14).

procedure division.
    display "triCipher nightly job stream".
    perform acquire-stream-lock.
    perform build-timestamp.
    move auditTimestamp to streamId.
    perform check-month-end.

    perform load-steps.
    if stepUsed = 0 then
        display "JOBSTEP.DAT not present or holds no steps - nothing to run"
        perform release-stream-lock
        move 008 to return-code
        stop run
    end-if.

    display "Enter the step to restart from, or press enter for a full run:".
    move spaces to promptInput.
    accept promptInput.
    move function upper-case(promptInput(1:8)) to restartName.
    move 0 to restartIdx.
    if restartName not = spaces then
        perform varying slot from 1 by 1 until slot > stepUsed or restartIdx > 0
            if function upper-case(stName(slot)) = restartName then
                move slot to restartIdx
            end-if
        end-perform
        if restartIdx = 0 then
            display "No step " function trim(restartName) " in JOBSTEP.DAT - nothing run"
            perform release-stream-lock
            move 008 to return-code
            stop run
        end-if
        perform load-prior-results
    end-if.

    open extend logFile.
    if logFileStatus not = "00" and logFileStatus not = "05" then
        display "Unable to write JOBSTEP.LOG (file status " logFileStatus ") - stream not started"
        perform release-stream-lock
        move 016 to return-code
        stop run
    end-if.
    move spaces to log-record.
    move "S" to log-type.
    move streamId to log-stream.
    move streamId to log-start.
    move 0 to log-rc.
    if restartIdx > 0 then
        move stName(restartIdx) to log-step
        move "RESTART" to log-outcome
        display "Restarting the stream at step " function trim(stName(restartIdx))
    else
        move "FULL RUN" to log-outcome
    end-if.
    write log-record.

    perform varying stepIdx from 1 by 1 until stepIdx > stepUsed or stopped = 1
        if stepIdx < restartIdx then
            perform bypass-step
        else
            perform run-or-skip-step
        end-if
    end-perform.

    move spaces to log-record.
    move "E" to log-type.
    move streamId to log-stream.
    perform build-timestamp.
    move auditTimestamp to log-end.
    move jobReturnCode to log-rc.
    if stopped = 1 then
        move stName(stepIdx - 1) to log-step
        move "STOPPED" to log-outcome
    else
        move "COMPLETE" to log-outcome
    end-if.
    write log-record.
    close logFile.

    perform display-stream-summary.
    perform release-stream-lock.
    move jobReturnCode to return-code.
    stop run.

*> every row is validated as it is loaded; a step the driver cannot
*> make sense of stops the load, since running the rest of a stream
*> around a missing step is how steps get run out of order
load-steps.
    open input stepFile.
    if stepFileStatus = "00" then
        perform until finish = 1
            move spaces to step-record
            read stepFile into step-record
                at end move 1 to finish
            end-read
            if finish = 0 and step-record not = spaces then
                perform store-step
            end-if
        end-perform
        move 0 to finish
    end-if.
    close stepFile.

store-step.
    if step-name = spaces or step-program = spaces then
        display "JOBSTEP.DAT row without a step name or program - stream not run"
        move 1 to finish
        move 0 to stepUsed
    else if step-cond-step not = spaces
            and step-cond-op not = "GE" and step-cond-op not = "GT"
            and step-cond-op not = "EQ" and step-cond-op not = "NE"
            and step-cond-op not = "LT" and step-cond-op not = "LE" then
        display "JOBSTEP.DAT step " function trim(step-name) " has condition operator '" step-cond-op "' - stream not run"
        move 1 to finish
        move 0 to stepUsed
    else if step-cond-step not = spaces and step-cond-rc is not numeric then
        display "JOBSTEP.DAT step " function trim(step-name) " condition return code not numeric - stream not run"
        move 1 to finish
        move 0 to stepUsed
    else if step-fail-rc not = spaces and step-fail-rc is not numeric then
        display "JOBSTEP.DAT step " function trim(step-name) " failure threshold not numeric - stream not run"
        move 1 to finish
        move 0 to stepUsed
    else if stepUsed < 50 then
        add 1 to stepUsed
        move step-name to stName(stepUsed)
        move step-program to stProgram(stepUsed)
        move step-schedule to stSchedule(stepUsed)
        move function upper-case(step-cond-step) to stCondStep(stepUsed)
        move step-cond-op to stCondOp(stepUsed)
        move 0 to stCondRc(stepUsed)
        if step-cond-step not = spaces then
            move step-cond-rc to stCondRc(stepUsed)
        end-if
        move 008 to stFailRc(stepUsed)
        if step-fail-rc not = spaces then
            move step-fail-rc to stFailRc(stepUsed)
        end-if
        move step-answers to stAnswers(stepUsed)
        move 0 to stRan(stepUsed)
        move 0 to stRc(stepUsed)
        move spaces to stOutcome(stepUsed)
        move 0 to stPriorRc(stepUsed)
        move spaces to stPriorOut(stepUsed)
    else
        display "More steps in JOBSTEP.DAT than the driver can hold - stream not run"
        move 1 to finish
        move 0 to stepUsed
    end-if
    end-if
    end-if
    end-if
    end-if.

*> a restart needs each earlier step's last logged code and outcome;
*> the log is read front to back, so the latest row for a step wins
load-prior-results.
    open input logFile.
    if logFileStatus = "00" then
        perform until finish = 1
            move spaces to log-record
            read logFile into log-record
                at end move 1 to finish
            end-read
            if finish = 0 and log-type = "T" then
                perform varying slot from 1 by 1 until slot > stepUsed
                    if stName(slot) = log-step then
                        move log-rc to stPriorRc(slot)
                        move log-outcome to stPriorOut(slot)
                    end-if
                end-perform
            end-if
        end-perform
        move 0 to finish
    end-if.
    close logFile.

*> a step ahead of the restart point is not run again; the code it
*> last ended with is carried forward so the later conditions see it.
*> one that did not last complete is run past only because the
*> operator named a later step - the log says so, and says how: a
*> failure keeps its code (BYPASSED-NC), so a later restart and the
*> conditions still see the step as failed, never as a clean 0; a
*> step that never ran (BYPASSED-NR) still has no code to test
bypass-step.
    if stPriorOut(stepIdx) = "OK" or stPriorOut(stepIdx) = "WARNING"
            or stPriorOut(stepIdx) = "CUTOFF" or stPriorOut(stepIdx) = "BYPASSED" then
        move 1 to stRan(stepIdx)
        move stPriorRc(stepIdx) to stRc(stepIdx)
        move "BYPASSED" to stOutcome(stepIdx)
    else
        display "Step " function trim(stName(stepIdx)) " did not complete in the last run (" function trim(stPriorOut(stepIdx)) ") - restarting past it as asked"
        if stPriorOut(stepIdx) = "FAILED" or stPriorOut(stepIdx) = "BYPASSED-NC" then
            move 1 to stRan(stepIdx)
            move stPriorRc(stepIdx) to stRc(stepIdx)
            move "BYPASSED-NC" to stOutcome(stepIdx)
        else
            move 0 to stRan(stepIdx)
            move 0 to stRc(stepIdx)
            move "BYPASSED-NR" to stOutcome(stepIdx)
        end-if
    end-if.
    move spaces to stepStart.
    move spaces to auditTimestamp.
    perform write-step-log.

*> the schedule first, then the condition, then the step itself
run-or-skip-step.
    if stSchedule(stepIdx) = "M" and monthEnd = 0 then
        move "NOT SCHEDULED" to stOutcome(stepIdx)
        move spaces to stepStart
        move spaces to auditTimestamp
        move 0 to stRc(stepIdx)
        perform write-step-log
        display "Step " function trim(stName(stepIdx)) " runs at month end only - not scheduled today"
    else
        perform test-condition
        if condMet = 1 then
            move "SKIPPED" to stOutcome(stepIdx)
            move spaces to stepStart
            move spaces to auditTimestamp
            move 0 to stRc(stepIdx)
            perform write-step-log
            display "Step " function trim(stName(stepIdx)) " skipped: " function trim(stCondStep(stepIdx)) " ended " testRc " (" stCondOp(stepIdx) " " stCondRc(stepIdx) ")"
        else
            perform run-step
        end-if
    end-if.

*> condMet = 1 means the step's condition holds, so it is skipped.
*> "*" tests the highest code of every earlier step that ran
test-condition.
    move 0 to condMet.
    move 0 to testKnown.
    move 0 to testRc.
    if stCondStep(stepIdx) = "*" then
        perform varying slot from 1 by 1 until slot >= stepIdx
            if stRan(slot) = 1 then
                move 1 to testKnown
                if stRc(slot) > testRc then
                    move stRc(slot) to testRc
                end-if
            end-if
        end-perform
    else if stCondStep(stepIdx) not = spaces then
        perform varying slot from 1 by 1 until slot >= stepIdx
            if function upper-case(stName(slot)) = stCondStep(stepIdx) and stRan(slot) = 1 then
                move 1 to testKnown
                move stRc(slot) to testRc
            end-if
        end-perform
    end-if
    end-if.
    if testKnown = 1 then
        evaluate stCondOp(stepIdx)
            when "GE" if testRc >= stCondRc(stepIdx) move 1 to condMet end-if
            when "GT" if testRc >  stCondRc(stepIdx) move 1 to condMet end-if
            when "EQ" if testRc =  stCondRc(stepIdx) move 1 to condMet end-if
            when "NE" if testRc not = stCondRc(stepIdx) move 1 to condMet end-if
            when "LT" if testRc <  stCondRc(stepIdx) move 1 to condMet end-if
            when "LE" if testRc <= stCondRc(stepIdx) move 1 to condMet end-if
        end-evaluate
    end-if.

*> the program runs with its prompt answers as its standard input and
*> its console output in the step's own file; the shell hands back the
*> wait status, whose high byte is the program's return code.  a step
*> stamps its audit lines with TRICIPHER_OPERATOR, so the stream names
*> each step's work JOBSTRM.<step> unless the scheduler has already
*> set an identity for the whole run
run-step.
    perform write-answers.
    perform build-timestamp.
    move auditTimestamp to stepStart.
    display "Step " function trim(stName(stepIdx)) ": " function trim(stProgram(stepIdx)) " started " stepStart.
    move spaces to systemCommand.
    string
        "TRICIPHER_OPERATOR=${TRICIPHER_OPERATOR:-JOBSTRM." delimited by size
        function trim(stName(stepIdx))  delimited by size
        "} ./"                          delimited by size
        function trim(stProgram(stepIdx)) delimited by size
        " < JOBSTEP.IN > JOBSTEP."      delimited by size
        function trim(stName(stepIdx))  delimited by size
        ".OUT 2>&1"                     delimited by size
        into systemCommand
    end-string.
    call "SYSTEM" using systemCommand.
    compute stepRc = return-code / 256.
    move 0 to return-code.
    if stepRc > 999 then
        move 999 to stepRc
    end-if.
    perform build-timestamp.
    move 1 to stRan(stepIdx).
    move stepRc to stRc(stepIdx).

*> triCipher's 2 is the batch window running out, not a failure: the
*> rows it did not reach are in CONTROL.CARRY.DAT for the next night
    if stepRc = 2 and function lower-case(stProgram(stepIdx)) = "tricipher" then
        move "CUTOFF" to stOutcome(stepIdx)
        move 1 to cutoffSeen
    else if stepRc = 0 then
        move "OK" to stOutcome(stepIdx)
    else if stepRc < stFailRc(stepIdx) then
        move "WARNING" to stOutcome(stepIdx)
    else
        move "FAILED" to stOutcome(stepIdx)
        move 1 to stopped
    end-if
    end-if
    end-if.
    if stRc(stepIdx) > jobReturnCode then
        move stRc(stepIdx) to jobReturnCode
    end-if.
    perform write-step-log.
    display "Step " function trim(stName(stepIdx)) ": " function trim(stProgram(stepIdx)) " ended " auditTimestamp " return code " stRc(stepIdx) " " function trim(stOutcome(stepIdx)).
    if stopped = 1 then
        display "Stream stopped - rerun and restart from step " function trim(stName(stepIdx)) " once the failure is dealt with"
    end-if.

*> one answer per line, split on ";"; an empty file when there are no
*> answers, so a prompt reads end-of-input rather than waiting on a
*> terminal nobody is watching
write-answers.
    open output answerFile.
    if answerStatus = "00" then
        move spaces to answerLine
        move 1 to ansPos
        perform varying ansIdx from 1 by 1 until ansIdx > 60
            if stAnswers(stepIdx)(ansIdx:1) = ";" then
                move answerLine to answer-record
                write answer-record
                move spaces to answerLine
                move 1 to ansPos
            else
                move stAnswers(stepIdx)(ansIdx:1) to answerLine(ansPos:1)
                add 1 to ansPos
            end-if
        end-perform
        if answerLine not = spaces then
            move answerLine to answer-record
            write answer-record
        end-if
        close answerFile
    else
        display "Unable to write JOBSTEP.IN (file status " answerStatus ") - step runs with no answers"
    end-if.

write-step-log.
    move spaces to log-record.
    move "T" to log-type.
    move streamId to log-stream.
    move stName(stepIdx) to log-step.
    move stProgram(stepIdx) to log-program.
    move stepStart to log-start.
    move auditTimestamp to log-end.
    move stRc(stepIdx) to log-rc.
    move stOutcome(stepIdx) to log-outcome.
    write log-record.

display-stream-summary.
    display " ".
    display "Job stream summary:".
    perform varying slot from 1 by 1 until slot > stepUsed
        if stOutcome(slot) = spaces then
            display "  " stName(slot) " " stProgram(slot) " NOT RUN"
        else
            display "  " stName(slot) " " stProgram(slot) " RC " stRc(slot) " " function trim(stOutcome(slot))
        end-if
    end-perform.
    if cutoffSeen = 1 then
        display "  triCipher was cut short by the batch window - rename CONTROL.CARRY.DAT to CONTROL.DAT for the next night"
    end-if.
    display "  Stream return code: " jobReturnCode.
    display " ".

*> the last day of the month is the day whose tomorrow is the 1st
check-month-end.
    move function current-date to currentDateTime.
    move currentDateTime(1:8) to todayInt.
    compute tomorrowInt = function date-of-integer(function integer-of-date(todayInt) + 1).
    move 0 to monthEnd.
    if tomorrowInt(7:2) = "01" then
        move 1 to monthEnd
    end-if.

*> one stream at a time; the steps take the suite's own TRICIPHER.LCK
*> themselves, so the driver must not hold that one
acquire-stream-lock.
    open input lockFile.
    if lockFileStatus = "00" then
        move spaces to lock-record
        read lockFile
            at end continue
        end-read
        close lockFile
        display "Another job stream is active (JOBSTRM.LCK held since " lock-record ")"
        display "If that stream is no longer running, remove JOBSTRM.LCK and retry"
        move 024 to return-code
        stop run
    end-if.
    close lockFile.
    perform build-timestamp.
    open output lockFile.
    if lockFileStatus not = "00" then
        display "Unable to create the JOBSTRM.LCK stream lock (file status " lockFileStatus ")"
        move 024 to return-code
        stop run
    end-if.
    move auditTimestamp to lock-record.
    write lock-record.
    close lockFile.
    move 1 to sessionLocked.

release-stream-lock.
    if sessionLocked = 1 then
        move spaces to lockName
        move "JOBSTRM.LCK" to lockName
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
