*> holdmnt.cob
*> Legal-Hold Register Maintenance - Place, Release, and List Holds
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - first version: places a hold on one file or on a
*>              filename prefix under a hold reference, with who
*>              placed it and the date; releases every row carrying a
*>              reference when legal lifts the matter; and lists what
*>              is in force.  a released hold is kept in HOLDS.DAT
*>              marked "R" with who released it and when, so the
*>              register is its own history.  the register layout is
*>              documented in holdchk.cob, the module every program
*>              calls to honor it
*>
*> this program deliberately does not take the TRICIPHER.LCK session
*> lock: a hold must be placeable while a session is running, and
*> holdchk reads the register afresh for every file, so the session
*> honors it from the next file on.  a placement appends one row; a
*> release writes the whole register to HOLDS.NEW and swaps it into
*> place only once it is complete, the same write-then-swap
*> housekeeping uses on the keyfile

identification division.
program-id. holdmnt.

environment division.
input-output section.
file-control.
    select optional holdFile assign to "HOLDS.DAT"
    organization is line sequential
    access is sequential
    file status holdFileStatus.

    select newHoldFile assign to "HOLDS.NEW"
    organization is line sequential
    access is sequential
    file status newHoldFileStatus.

data division.
file section.
fd holdFile.
01 hold-record.
    05 hold-kind        pic X(01).
    05 hold-name        pic X(256).
    05 hold-reference   pic X(10).
    05 hold-placed-by   pic X(20).
    05 hold-placed-date pic X(10).
    05 hold-state       pic X(01).
    05 hold-released-by pic X(20).
    05 hold-released-date pic X(10).

fd newHoldFile.
01 new-hold-record pic X(328).

working-storage section.
77 holdFileStatus    pic XX     value "00".
77 newHoldFileStatus pic XX     value "00".
77 finish            pic 9      value 0.
77 readEnd           pic 9      value 0.
77 userInput         pic X(256) value spaces.
77 inspectNum        pic 99     value 00.
77 numSpaces         pic 999    value 000.
77 strLength         pic 999    value 000.
77 menuChoice        pic X(01)  value space.
77 holdKind          pic X(01)  value "F".
77 holdName          pic X(256) value spaces.
77 holdReference     pic X(10)  value spaces.
77 operatorName      pic X(20)  value spaces.
77 todayText         pic X(10)  value spaces.
77 currentDateTime   pic X(21)  value spaces.
77 holdsShown        pic 9(06)  value 0.
77 holdsReleased     pic 9(06)  value 0.
77 systemCommand     pic X(600) value spaces.

procedure division.
    display "triCipher legal-hold register".
    perform until finish = 1
        display " "
        display "Enter 'P' to place a hold, 'R' to release one, 'L' to list holds in force (or 'exit'):"
        move spaces to userInput
        accept userInput
        move 0 to inspectNum
        inspect userInput
            tallying
            inspectNum for leading "exit"
        perform string-length

        if inspectNum > 0 and strLength = 4 then
            move 1 to finish
        else
            move userInput(1:1) to menuChoice
            evaluate menuChoice
                when "P" perform place-hold
                when "p" perform place-hold
                when "R" perform release-hold
                when "r" perform release-hold
                when "L" perform list-holds
                when "l" perform list-holds
                when other display "Please enter 'P', 'R', 'L', or 'exit'"
            end-evaluate
        end-if
    end-perform.
    stop run.

*> every field a hold needs is prompted for and required; a hold with
*> no reference or no name of who placed it would be exactly the
*> unattributable preservation request this register replaces
place-hold.
    display "Hold one file ('F') or every file starting with a prefix ('P')?".
    move spaces to userInput.
    accept userInput.
    move "F" to holdKind.
    if userInput(1:1) = "P" or userInput(1:1) = "p" then
        move "P" to holdKind
    end-if.

    if holdKind = "P" then
        display "Enter the filename prefix, as cataloged:"
    else
        display "Enter the filename, as cataloged:"
    end-if.
    move spaces to userInput.
    accept userInput.
    perform string-length.
    if strLength = 0 then
        display "No name entered - no hold placed"
    else
        move userInput to holdName
        display "Enter the hold reference (up to 10 characters):"
        move spaces to userInput
        accept userInput
        move userInput(1:10) to holdReference
        display "Enter who is placing the hold:"
        move spaces to userInput
        accept userInput
        move userInput(1:20) to operatorName
        if holdReference = spaces or operatorName = spaces then
            display "A hold needs both a reference and who placed it - no hold placed"
        else
            perform build-today
            move spaces to hold-record
            move holdKind to hold-kind
            move holdName to hold-name
            move holdReference to hold-reference
            move operatorName to hold-placed-by
            move todayText to hold-placed-date
            move "A" to hold-state
            open extend holdFile
            if holdFileStatus not = "00" and holdFileStatus not = "05" then
                display "Unable to write HOLDS.DAT (file status " holdFileStatus ") - no hold placed"
            else
                write hold-record
                display "Hold " function trim(holdReference) " placed on " function trim(holdName)
            end-if
            close holdFile
        end-if
    end-if.

*> every row in force under the reference is marked released; the
*> register is copied to HOLDS.NEW and swapped in only when complete
release-hold.
    display "Enter the hold reference to release:".
    move spaces to userInput.
    accept userInput.
    move userInput(1:10) to holdReference.
    display "Enter who is releasing the hold:".
    move spaces to userInput.
    accept userInput.
    move userInput(1:20) to operatorName.
    if holdReference = spaces or operatorName = spaces then
        display "A release needs both the reference and who released it - nothing released"
    else
        perform build-today
        move 0 to holdsReleased
        open input holdFile
        if holdFileStatus not = "00" then
            display "HOLDS.DAT not present - no holds to release"
            close holdFile
        else
            open output newHoldFile
            if newHoldFileStatus not = "00" then
                display "Unable to write HOLDS.NEW (file status " newHoldFileStatus ") - nothing released"
                close holdFile
            else
                move 0 to readEnd
                perform until readEnd = 1
                    move spaces to hold-record
                    read holdFile into hold-record
                        at end move 1 to readEnd
                    end-read
                    if readEnd = 0 then
                        if hold-reference = holdReference
                                and (hold-state = "A" or hold-state = space) then
                            move "R" to hold-state
                            move operatorName to hold-released-by
                            move todayText to hold-released-date
                            add 1 to holdsReleased
                        end-if
                        move hold-record to new-hold-record
                        write new-hold-record
                    end-if
                end-perform
                close holdFile
                close newHoldFile
                if holdsReleased = 0 then
                    move spaces to userInput
                    move "HOLDS.NEW" to userInput
                    call "CBL_DELETE_FILE" using userInput
                    move 0 to return-code
                    display "No hold in force under reference " function trim(holdReference)
                else
                    move "mv HOLDS.NEW HOLDS.DAT" to systemCommand
                    call "SYSTEM" using systemCommand
                    move 0 to return-code
                    display "Hold " function trim(holdReference) " released (" holdsReleased " rows)"
                end-if
            end-if
        end-if
    end-if.

list-holds.
    move 0 to holdsShown.
    display " ".
    display "Holds in force:".
    open input holdFile.
    if holdFileStatus = "00" then
        move 0 to readEnd
        perform until readEnd = 1
            move spaces to hold-record
            read holdFile into hold-record
                at end move 1 to readEnd
            end-read
            if readEnd = 0 and (hold-state = "A" or hold-state = space)
                    and hold-name not = spaces then
                add 1 to holdsShown
                display "  " hold-reference " " hold-kind " " hold-placed-date " " function trim(hold-placed-by) " - " function trim(hold-name)
            end-if
        end-perform
    end-if.
    close holdFile.
    if holdsShown = 0 then
        display "  (none)"
    end-if.

build-today.
    move function current-date to currentDateTime.
    move spaces to todayText.
    string
        currentDateTime(1:4) delimited by size
        "-"                  delimited by size
        currentDateTime(5:2) delimited by size
        "-"                  delimited by size
        currentDateTime(7:2) delimited by size
        into todayText
    end-string.

*> code based on: http://stackoverflow.com/questions/24777344/compute-length-string-of-variable-with-cobol
string-length.
    move zeros to numSpaces.
    inspect function reverse(userInput)
        tallying
        numSpaces for leading spaces.
    compute strLength = length of userInput - numSpaces.
