*> holdchk.cob
*> Legal-Hold Lookup Against the HOLDS.DAT Register
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - a file hold placed on the ciphertext (X.out) or the
*>              recovered text (X.out.out) now covers X as well, so
*>              the file it was made from cannot be purged or re-keyed
*>              out from under it
*> 2026 10 15 - first version: when legal or audit asked for a set of
*>              files to be preserved, the only safeguard was an email
*>              to everyone.  this module is the one place the hold
*>              rule lives: every program that changes, moves, or
*>              destroys a file calls it with the name first and
*>              refuses the file when a hold is in force, the same way
*>              the catalog module is the one place the master record
*>              is maintained.  the register is maintained by holdmnt
*>
*> called with a filename; holdFound comes back 1 with the reference of
*> the first hold in force that covers the name, or 0 with spaces.  a
*> file hold ("F") covers the named file and the suite's products of it
*> (its .out ciphertext, and the .out.out of a decrypt), so one hold on
*> a plaintext name freezes the ciphertext too, and one on the .out or
*> .out.out name freezes the file it came from; a prefix hold ("P")
*> covers every name that starts with the prefix.  released rows are
*> history and cover nothing.  the register is read on every call
*> rather than cached, so a hold placed mid-session is honored from the
*> very next file - and when HOLDS.DAT does not exist, nothing is held
*>
*> HOLDS.DAT layout - one fixed-width row per hold, placed or released:
*>
*>     columns   picture   contents
*>     -------   -------   --------------------------------------------
*>           1   X(01)     hold kind: "F" one file, "P" filename prefix
*>       2-257   X(256)    the filename or prefix, as cataloged
*>     258-267   X(10)     hold reference (legal matter or audit number)
*>     268-287   X(20)     who placed the hold
*>     288-297   X(10)     date placed, YYYY-MM-DD
*>         298   X(01)     state: "A" (or space) in force, "R" released
*>     299-318   X(20)     who released it
*>     319-328   X(10)     date released, YYYY-MM-DD

identification division.
program-id. holdchk.

environment division.
input-output section.
file-control.
    select optional holdFile assign to "HOLDS.DAT"
    organization is line sequential
    access is sequential
    file status holdFileStatus.

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

working-storage section.
77 holdFileStatus pic XX     value "00".
77 holdEnd        pic 9      value 0.
77 userInput      pic X(256) value spaces.
77 numSpaces      pic 999    value 000.
77 strLength      pic 999    value 000.
77 nameLength     pic 999    value 000.

linkage section.
77 holdName  pic X(256).
77 holdFound pic 9.
77 holdRef   pic X(10).

procedure division using holdName, holdFound, holdRef.
    move 0 to holdFound.
    move spaces to holdRef.
    if holdName = spaces then
        goback
    end-if.

    move spaces to userInput.
    move holdName to userInput.
    perform string-length.
    move strLength to nameLength.

    open input holdFile.
    if holdFileStatus not = "00" then
        close holdFile
        goback
    end-if.

    move 0 to holdEnd.
    perform until holdEnd = 1 or holdFound = 1
        move spaces to hold-record
        read holdFile into hold-record
            at end move 1 to holdEnd
        end-read
        if holdEnd = 0 and hold-name not = spaces
                and (hold-state = "A" or hold-state = space) then
            perform match-hold
        end-if
    end-perform.
    close holdFile.
    goback.

*> a file hold covers the name itself and any name that is the name
*> followed by ".out" (ciphertext, or the decrypt product of it).  it
*> also covers the file the held name was made from: a hold placed on
*> X.out or X.out.out holds X, since destroying or re-keying X means
*> destroying or re-keying that ciphertext.  a prefix hold covers any
*> name starting with the prefix
match-hold.
    move spaces to userInput.
    move hold-name to userInput.
    perform string-length.
    if hold-kind = "P" or hold-kind = "p" then
        if strLength <= nameLength and holdName(1:strLength) = hold-name(1:strLength) then
            move 1 to holdFound
        end-if
    else
        if holdName = hold-name then
            move 1 to holdFound
        else if strLength + 4 <= nameLength
                and holdName(1:strLength) = hold-name(1:strLength)
                and holdName(strLength + 1:4) = ".out" then
            move 1 to holdFound
        else if strLength = nameLength + 4
                and hold-name(1:nameLength) = holdName(1:nameLength)
                and hold-name(nameLength + 1:4) = ".out" then
            move 1 to holdFound
        else if strLength = nameLength + 8
                and hold-name(1:nameLength) = holdName(1:nameLength)
                and hold-name(nameLength + 1:8) = ".out.out" then
            move 1 to holdFound
        end-if
        end-if
        end-if
        end-if
    end-if.
    if holdFound = 1 then
        move hold-reference to holdRef
    end-if.

*> code based on: http://stackoverflow.com/questions/24777344/compute-length-string-of-variable-with-cobol
string-length.
    move zeros to numSpaces.
    inspect function reverse(userInput)
        tallying
        numSpaces for leading spaces.
    compute strLength = length of userInput - numSpaces.
