*> catinq.cob
*> File-Catalog Inquiry for the triCipher Suite
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - shows the file's current output generation and the
*>              generations kept on disk (see gdgroll.cob)
*> 2026 10 15 - shows the check value taken of the file's ciphertext,
*>              and when, once one is recorded
*> 2026 10 15 - each audit history line names the operator or job ID
*>              it was written under
*> 2026 10 15 - shows the file's maintenance history from CATNOTES.DAT
*>              (notes and reason-coded corrections made through
*>              catmnt) after its audit history
*> 2026 10 15 - shows the owning department, when one is recorded
*> 2026 10 15 - shows the legal hold a program last refused the file
*>              under, when there is one
*> 2026 03 29 - shows the cipher algorithm the catalog now records
*> 2026 03 25 - first version: type a filename, get back its CATALOG.DAT
*>              master record (current status, shift, format, record
    access is sequential
    file status auditFileStatus.

    select optional noteFile assign to "CATNOTES.DAT"
    organization is line sequential
    access is sequential
    file status noteFileStatus.

data division.
file section.
fd catalogFile.
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
    02 audit-operation pic X(01).
    02 audit-timestamp pic X(19).
    02 audit-outcome   pic X(40).
    02 audit-dept      pic X(08).
    02 audit-algorithm pic X(01).
    02 audit-operator  pic X(20).

*> the maintenance history catmnt writes (layout documented there)
fd noteFile.
01 note-record.
    05 note-filename pic X(256).
    05 note-kind     pic X(01).
    05 note-ts       pic X(19).
    05 note-operator pic X(20).
    05 note-reason   pic X(04).
    05 note-before   pic X(10).
    05 note-after    pic X(10).
    05 note-text     pic X(80).

working-storage section.
77 catalogStatus   pic XX     value "00".
77 auditFileStatus pic XX     value "00".
77 noteFileStatus  pic XX     value "00".
77 finish          pic 9      value 0.
77 userInput       pic X(256) value spaces.
77 fileName        pic X(256) value spaces.
77 numSpaces       pic 999    value 000.
77 strLength       pic 999    value 000.
77 historyCount    pic 9(06)  value 0.
77 genLine         pic X(100) value spaces.
77 genPtr          pic 9(03)  value 1.
77 genIdx          pic 99     value 0.

procedure division.
    display "triCipher file-catalog inquiry".
                move userInput to fileName
                perform show-catalog-record
                perform show-history
                perform show-notes
            end-if
        end-if
    end-perform.
                display "  Times processed: " cat-times
                display "  First processed: " cat-first-ts
                display "  Last processed:  " cat-last-ts
                if cat-dept not = spaces then
                    display "  Department:      " cat-dept
                end-if
                if cat-hold not = spaces then
                    display "  Legal hold:      " cat-hold " (last refused " cat-hold-ts ")"
                end-if
                if cat-check-ts not = spaces then
                    display "  Check value:     " cat-check " (taken " cat-check-ts ")"
                end-if
                if cat-gen is numeric and cat-gen > 0 then
                    perform show-generations
                end-if
        end-read
        close catalogFile
    end-if.

*> the current output generation and every generation the record
*> lists as kept on disk (see gdgroll.cob), oldest first - the current
*> one included, as the list carries it
show-generations.
    display "  Generation:      " cat-gen.
    move spaces to genLine.
    move 1 to genPtr.
    if cat-gen-list is numeric then
        perform varying genIdx from 1 by 1 until genIdx > 20
            if cat-gen-kept(genIdx) > 0 then
                string
                    cat-gen-kept(genIdx) delimited by size
                    " " delimited by size
                    into genLine
                    with pointer genPtr
                end-string
            end-if
        end-perform
    end-if.
    if genLine not = spaces then
        display "  Kept:            " function trim(genLine)
    end-if.

*> every audit line ever written for this filename, in the order it was
*> written - the catalog record is the summary, this is the history.
*> status 05 is the optional-file signal that no log exists yet: the
            if finish not = 2 then
                if audit-filename = fileName then
                    add 1 to historyCount
*> lines written before the operator was recorded have none to show
                    if audit-operator = spaces then
                        display "  " audit-timestamp " " audit-operation " " function trim(audit-outcome)
                    else
                        display "  " audit-timestamp " " audit-operation " " function trim(audit-outcome) " (" function trim(audit-operator) ")"
                    end-if
                end-if
            end-if
        end-perform
        end-if
    end-if.

*> every note and correction made to the record by hand, oldest first,
*> with who made it and the reason code they gave
show-notes.
    move 0 to historyCount.
    open input noteFile.
    if noteFileStatus = "00" then
        perform until finish = 2
            move spaces to note-record
            read noteFile into note-record
                at end move 2 to finish
            end-read
            if finish not = 2 and note-filename = fileName then
                if historyCount = 0 then
                    display " "
                    display "Maintenance history:"
                end-if
                add 1 to historyCount
                evaluate note-kind
                    when "S"
                        display "  " note-ts " " note-reason " " function trim(note-operator) " - status " function trim(note-before) " corrected to " function trim(note-after)
                    when "R"
                        display "  " note-ts " " note-reason " " function trim(note-operator) " - released from PERMANENT to FAILED"
                    when "X"
                        display "  " note-ts " " note-reason " " function trim(note-operator) " - record removed (was " function trim(note-before) ")"
                    when other
                        display "  " note-ts " " note-reason " " function trim(note-operator) " - note"
                end-evaluate
                if note-text not = spaces then
                    display "      " function trim(note-text)
                end-if
            end-if
        end-perform
        move 0 to finish
    end-if.
    close noteFile.

*> code based on: http://stackoverflow.com/questions/24777344/compute-length-string-of-variable-with-cobol
string-length.
    move zeros to numSpaces.
