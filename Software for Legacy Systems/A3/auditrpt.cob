*> auditrpt.cob
*> Operations Report over the AUDITLOG.DAT Audit Trail
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - adds an activity section per operator or job ID (the
*>              audit record layout now carries it): operation counts,
*>              failures, and decrypts refused as not authorized
*> 2026 10 15 - a catalog maintenance line (operation "M", written by
*>              catmnt) records a correction, not processing, and is
*>              never counted as a failure
*> 2026 10 15 - the audit record layout carries the owning department
*>              and the algorithm (read, not yet reported on here)
*> 2026 10 15 - the retention purge run's PURGED and EXPIRED outcomes
*>              are scheduled destructions, not failures, and are no
*>              longer listed in the failure detail
*> 2026 03 24 - first version: reads AUDITLOG.DAT for a requested date
*>              range (either bound may be left blank for "from the
*>              start" / "to the end") and prints the numbers that are
*>              filenames that failed more than once
*>
*> the audit log's record layout belongs to triCipher.cob (filename,
*> operation, timestamp, outcome, department, algorithm, operator - see
*> write-audit-entry there); this program only reads it.  an outcome
*> is counted as a failure unless it is PROCESSED (including
*> PROCESSED - RECOVERED SHIFT nn), VERIFY PASS, the FILE OPENED
*> placeholder an interactive session leaves when the operator backs
*> out of a file without picking an operation, a PURGED / EXPIRED
*> destruction by the retention purge run, or a catalog maintenance
*> line (operation "M")

identification division.
program-id. auditrpt.
    02 audit-operation pic X(01).
    02 audit-timestamp pic X(19).
    02 audit-outcome   pic X(40).
    02 audit-dept      pic X(08).
    02 audit-algorithm pic X(01).
    02 audit-operator  pic X(20).

working-storage section.
77 auditFileStatus pic XX    value "00".
77 offenderUsed    pic 999   value 0.
77 offenderFull    pic 9     value 0.
77 repeatCount     pic 999   value 0.
77 operUsed        pic 999   value 0.
77 operFull        pic 9     value 0.

01 outcomeTable.
    05 outcomeEntry occurs 30 times.
        10 dayVfy   pic 9(06).
        10 dayOther pic 9(06).

01 operTable.
    05 operEntry occurs 100 times.
        10 operName    pic X(20).
        10 operEnc     pic 9(06).
        10 operDec     pic 9(06).
        10 operVfy     pic 9(06).
        10 operOther   pic 9(06).
        10 operFails   pic 9(06).
        10 operRefused pic 9(06).

01 offenderTable.
    05 offenderEntry occurs 200 times.
        10 offenderName  pic X(256).
                perform tally-outcome
                perform tally-day
                perform classify-outcome
                perform tally-operator
                if isFailure = 1 then
                    add 1 to totalFailures
                    perform tally-offender
    end-if.
    display " ".

*> who did the work: lines written before the operator was recorded
*> are gathered under one heading rather than dropped
    display "Activity per operator (encrypt / decrypt / verify / other, failures, refused):".
    if operUsed = 0 then
        display "  (none)"
    end-if.
    perform varying slot from 1 by 1 until slot > operUsed
        if operName(slot) = spaces then
            display "  (none recorded)       E " operEnc(slot) "  D " operDec(slot) "  V " operVfy(slot) "  - " operOther(slot) "  failed " operFails(slot) "  refused " operRefused(slot)
        else
            display "  " operName(slot) "  E " operEnc(slot) "  D " operDec(slot) "  V " operVfy(slot) "  - " operOther(slot) "  failed " operFails(slot) "  refused " operRefused(slot)
        end-if
    end-perform.
    if operFull = 1 then
        display "  (more distinct operators than this report can tabulate - later ones not shown)"
    end-if.
    display " ".

*> second pass: list only the failures, in the order they happened
    display "Failure detail (" totalFailures " in range):".
    if totalFailures = 0 then
    end-if.

*> anything other than a PROCESSED outcome (including the RECOVERED
*> SHIFT variant), a VERIFY PASS, the interactive FILE OPENED
*> placeholder, a retention purge's PURGED / EXPIRED, or a catalog
*> maintenance correction counts as a failure
classify-outcome.
    move 0 to isFailure.
    if audit-outcome(1:9) not = "PROCESSED"
            and audit-outcome(1:11) not = "VERIFY PASS"
            and audit-outcome(1:11) not = "FILE OPENED"
            and audit-outcome(1:6) not = "PURGED"
            and audit-outcome(1:7) not = "EXPIRED"
            and audit-operation not = "M" then
        move 1 to isFailure
    end-if.

        end-evaluate
    end-if.

*> the same operation counts per operator as per day, plus how many of
*> the operator's lines were failures and how many of those were
*> decrypts the authorization list refused them
tally-operator.
    move 0 to foundSlot.
    perform varying slot from 1 by 1 until slot > operUsed or foundSlot > 0
        if operName(slot) = audit-operator then
            move slot to foundSlot
        end-if
    end-perform.
    if foundSlot = 0 then
        if operUsed < 100 then
            add 1 to operUsed
            move operUsed to foundSlot
            move audit-operator to operName(foundSlot)
            move 0 to operEnc(foundSlot)
            move 0 to operDec(foundSlot)
            move 0 to operVfy(foundSlot)
            move 0 to operOther(foundSlot)
            move 0 to operFails(foundSlot)
            move 0 to operRefused(foundSlot)
        else
            move 1 to operFull
        end-if
    end-if.
    if foundSlot > 0 then
        evaluate audit-operation
            when "E" add 1 to operEnc(foundSlot)
            when "D" add 1 to operDec(foundSlot)
            when "V" add 1 to operVfy(foundSlot)
            when other add 1 to operOther(foundSlot)
        end-evaluate
        if isFailure = 1 then
            add 1 to operFails(foundSlot)
        end-if
        if audit-outcome(1:24) = "REFUSED - NOT AUTHORIZED" then
            add 1 to operRefused(foundSlot)
        end-if
    end-if.

tally-offender.
    move 0 to foundSlot.
    perform varying slot from 1 by 1 until slot > offenderUsed or foundSlot > 0
