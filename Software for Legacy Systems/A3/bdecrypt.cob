*> bdecrypt.cob
*> Decrypt Files Enciphered Byte by Byte with a Keyword Cipher
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - the roll is made just before the output is opened, and a
*>              failed open renames the rolled generation back, so a
*>              failed run leaves the current output where it was.  a
*>              file under legal hold whose generation list is full is
*>              refused with return-code 24
*> 2026 10 15 - a fresh run no longer writes over the text a previous
*>              run recovered: it is rolled aside as a numbered
*>              generation first (see gdgroll.cob), and the finished
*>              output recorded as the current generation
*> 2026 09 03 - first version, built to bencrypt.cob's pattern: the
*>              ciphertext's first 100 bytes must be the header
*>              control record (algorithm "B" - a header marked for a
77 stsCount  pic 9(09) value 0.
77 stsTotal  pic 9(09) value 0.

*> the output generation this run writes (see gdgroll.cob)
77 gdgAction pic X(01) value "R".
77 gdgGen    pic 9(04) value 0.
77 gdgPrior  pic 9(04) value 0.
77 gdgResult pic 9     value 0.
77 gdgFileName pic X(264) value spaces.

linkage section.
77 fileName   pic X(256).
77 keyword    pic X(30).
        goback
    end-if.

*> a fresh run rolls the text a previous run recovered aside as an
*> older generation just before the new output is opened, rather than
*> writing over it; a resumed run is finishing the generation the
*> interrupted run began
    if resumeBlocks = 0 then
        move "R" to gdgAction
    else
        move "C" to gdgAction
    end-if.
    call "gdgroll" using gdgAction, fileName, outputFileName, gdgGen, gdgPrior, gdgResult.

*> a file under legal hold whose generation list is already full has
*> no room for another output (see gdgroll.cob): nothing was rolled,
*> and the run fails with the return code that says why
    if gdgResult = 2 then
        display "File is under legal hold with no room for another generation: " function trim(outputFileName)
        call "CBL_CLOSE_FILE" using inHandle
        move 24 to return-code
        goback
    end-if.

    if resumeBlocks > 0 then
        move 3 to fAccess
        call "CBL_OPEN_FILE" using outputFileName, fAccess, fDeny, fDevice, outHandle
    if return-code not = 0 then
        display "Unable to open output file: " function trim(outputFileName)
        call "CBL_CLOSE_FILE" using inHandle
        perform restore-prior-generation
        move 16 to return-code
        goback
    end-if.

    display "  " bytesDone " bytes recovered to " function trim(outputFileName).
    call "catalog" using catAction, fileName, catDecStatus, catShiftNone, formatMode, catAlgorithm, bytesDone.
    perform record-generation.
    goback.

*> the recovered text becomes the current generation on the catalog
*> record of the file decrypted, and a generation past the kept number
*> rolls off
record-generation.
    move "F" to gdgAction.
    call "gdgroll" using gdgAction, fileName, outputFileName, gdgGen, gdgPrior, gdgResult.

*> an output that could not be opened leaves nothing under the .out
*> name worth keeping, so whatever is there is deleted and the
*> generation just rolled aside is put back in its place, the way
*> rekey puts back a failed install
restore-prior-generation.
    if resumeBlocks = 0 and gdgPrior > 0 then
        call "CBL_DELETE_FILE" using outputFileName
        move "N" to gdgAction
        move gdgPrior to gdgGen
        move outputFileName to gdgFileName
        call "gdgroll" using gdgAction, fileName, gdgFileName, gdgGen, gdgPrior, gdgResult
        if gdgResult = 0 then
            call "CBL_RENAME_FILE" using gdgFileName, outputFileName
        end-if
        move 0 to return-code
    end-if.

*> the header is the first 100 bytes and the trailer the last 100;
*> between them every byte is payload, and the trailer must promise
*> exactly that many
