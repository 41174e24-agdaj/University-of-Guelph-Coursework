*> authchk.cob
*> Decrypt Authorization Lookup Against the AUTHLIST.DAT List
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - only a missing AUTHLIST.DAT turns the check off; one
*>              that exists but will not open (permissions, a lock, any
*>              other I/O error) authorizes nothing, and the file status
*>              is displayed
*> 2026 10 15 - the catalog record layout carries the current output
*>              generation and the generations kept (see gdgroll.cob)
*> 2026 10 15 - the catalog record layout carries the content check
*>              value of the stored ciphertext (see chkval.cob)
*> 2026 10 15 - first version: anyone who could run the suite could
*>              decrypt any file it had ever encrypted.  this module is
*>              the one place the rule lives, the same way holdchk is
*>              the one place the hold rule lives: triCipher (the
*>              unattended intakes and the interactive prompt) and the
*>              retry sweep call it with the operator's identity (see
*>              operid.cob) and the file before any decrypt, and
*>              refuse the file, audited REFUSED - NOT AUTHORIZED,
*>              when it says no
*>
*> called with an operator ID and the file to be decrypted; authResult
*> comes back 1 when some row of AUTHLIST.DAT grants that operator the
*> file, 0 when none does.  a row grants its operator (or, with "*",
*> every operator) either every file, the files whose name starts with
*> a prefix, or the files the catalog records as belonging to a
*> department.  the department is taken from the catalog record of the
*> file as encrypted - the name being decrypted less its ".out" - and
*> never from the request, so a manifest row cannot claim its way into
*> another department's files.  the list is read on every call, so a
*> grant or withdrawal takes effect from the next file; when
*> AUTHLIST.DAT does not exist the check is not in force and every
*> decrypt is allowed, as every decrypt was before the list existed.
*> a list that exists but cannot be read authorizes nothing
*>
*> AUTHLIST.DAT layout - one fixed-width row per grant:
*>
*>     columns   picture   contents
*>     -------   -------   --------------------------------------------
*>        1-20   X(20)     operator or job ID, as operid reports it
*>                          (upper case); "*" for every operator
*>          21   X(01)     grant kind: "A" every file, "P" filename
*>                          prefix, "D" department
*>      22-277   X(256)    "P": the filename prefix, as the file is
*>                          named to the suite; "D": the department
*>                          code in 22-29; "A": blank

identification division.
program-id. authchk.

environment division.
input-output section.
file-control.
    select optional authFile assign to "AUTHLIST.DAT"
    organization is line sequential
    access is sequential
    file status authFileStatus.

    select optional catalogFile assign to "CATALOG.DAT"
    organization is indexed
    access is random
    record key is cat-filename
    file status catalogStatus.

data division.
file section.
fd authFile.
01 auth-record.
    05 auth-operator pic X(20).
    05 auth-kind     pic X(01).
    05 auth-value    pic X(256).

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

working-storage section.
77 authFileStatus pic XX     value "00".
77 catalogStatus  pic XX     value "00".
77 authEnd        pic 9      value 0.
77 userInput      pic X(256) value spaces.
77 numSpaces      pic 999    value 000.
77 strLength      pic 999    value 000.
77 nameLength     pic 999    value 000.
77 fileDept       pic X(08)  value spaces.
77 deptLooked     pic 9      value 0.
77 plainName      pic X(256) value spaces.
77 callerId       pic X(20)  value spaces.

linkage section.
77 authOperator pic X(20).
77 authName     pic X(256).
77 authResult   pic 9.

procedure division using authOperator, authName, authResult.
    move 0 to authResult.
    open input authFile.
    if authFileStatus = "05" or authFileStatus = "35" then
        close authFile
        move 1 to authResult
        goback
    end-if.
    if authFileStatus not = "00" then
        display "authchk: unable to open AUTHLIST.DAT (file status " authFileStatus "); decrypt of " function trim(authName) " not authorized"
        close authFile
        goback
    end-if.

    move function upper-case(authOperator) to callerId.
    move spaces to userInput.
    move authName to userInput.
    perform string-length.
    move strLength to nameLength.
    move 0 to deptLooked.
    move spaces to fileDept.

    move 0 to authEnd.
    perform until authEnd = 1 or authResult = 1
        move spaces to auth-record
        read authFile into auth-record
            at end move 1 to authEnd
        end-read
        if authEnd = 0 and auth-operator not = spaces then
            if auth-operator = "*" or function upper-case(auth-operator) = callerId then
                perform match-grant
            end-if
        end-if
    end-perform.
    close authFile.
    goback.

match-grant.
    evaluate auth-kind
        when "A"
        when "a"
            move 1 to authResult
        when "P"
        when "p"
            move spaces to userInput
            move auth-value to userInput
            perform string-length
            if strLength > 0 and strLength <= nameLength
                    and authName(1:strLength) = auth-value(1:strLength) then
                move 1 to authResult
            end-if
        when "D"
        when "d"
            perform look-up-department
            if fileDept not = spaces
                    and fileDept = function upper-case(auth-value(1:8)) then
                move 1 to authResult
            end-if
    end-evaluate.

*> looked up once per call, and only when a department grant needs it;
*> the record of the file as encrypted carries the department, and the
*> ciphertext's own name is tried when there is no such record
look-up-department.
    if deptLooked = 0 then
        move 1 to deptLooked
        move spaces to plainName
        if nameLength > 4 and authName(nameLength - 3:4) = ".out" then
            move authName(1:nameLength - 4) to plainName
        else
            move authName to plainName
        end-if
        open input catalogFile
        if catalogStatus = "00" then
            move spaces to cat-record
            move plainName to cat-filename
            read catalogFile
                invalid key move spaces to cat-dept
            end-read
            move cat-dept to fileDept
            if fileDept = spaces and plainName not = authName then
                move spaces to cat-record
                move authName to cat-filename
                read catalogFile
                    invalid key move spaces to cat-dept
                end-read
                move cat-dept to fileDept
            end-if
        end-if
        close catalogFile
    end-if.

*> code based on: http://stackoverflow.com/questions/24777344/compute-length-string-of-variable-with-cobol
string-length.
    move zeros to numSpaces.
    inspect function reverse(userInput)
        tallying
        numSpaces for leading spaces.
    compute strLength = length of userInput - numSpaces.
