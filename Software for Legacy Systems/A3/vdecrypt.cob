*> vdecrypt.cob
*> Decrypt Input Enciphered with a Keyword Vigenere Cipher
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - the roll is made just before the output is opened, and a
*>              failed open renames the rolled generation back, so a
*>              failed run leaves the current output where it was; a
*>              recovery ended as suspect (return-code 20) keeps its
*>              generation on the record.  a file under legal hold
*>              whose generation list is full is refused with
*>              return-code 24
*> 2026 10 15 - a fresh run no longer writes over the text a previous
*>              run recovered: it is rolled aside as a numbered
*>              generation first (see gdgroll.cob), and the finished
*>              output recorded as the current generation
*> 2026 09 03 - progress now reaches the TRICIPHER.STS live status
*>              record (through the runstat module) on the same
*>              cadence as the checkpoint saves, with the validated
77 stsCount  pic 9(09) value 0.
77 stsTotal  pic 9(09) value 0.

*> the output generation this run writes (see gdgroll.cob)
77 gdgAction pic X(01) value "R".
77 gdgGen    pic 9(04) value 0.
77 gdgPrior  pic 9(04) value 0.
77 gdgResult pic 9     value 0.
77 gdgFileName pic X(264) value spaces.

*> the working copy of the keyword (lowercased), its length, and the
*> position the next letter's shift comes from
77 kwWork  pic X(30) value spaces.
        goback
    end-if.

*> a fresh run rolls the text a previous run recovered aside as an
*> older generation just before the new output is opened, rather than
*> writing over it; a resumed run is finishing the generation the
*> interrupted run began
    if resumeRecNum = 0 then
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
        close inputFile
        move 24 to return-code
        goback
    end-if.

*> status 05 is not an error - it is GnuCOBOL's normal signal that this
*> OPTIONAL file did not exist yet and was just created fresh
    if resumeRecNum > 0 then
    if outputFileStatus not = "00" and outputFileStatus not = "05" then
        display "Unable to open output file: " function trim(outputFileName)
        close inputFile
        perform restore-prior-generation
        move 16 to return-code
        goback
    end-if.
*> no shift to record there
    if return-code = 0 then
        call "catalog" using catAction, fileName, catDecStatus, catShiftNone, formatMode, catAlgorithm, recordsRead
        perform record-generation
    else
*> a recovery that ran to the end but failed its counts is still the
*> newest text on disk: it keeps the generation the roll gave it, so
*> the text rolled aside stays on the record's list, and the caller
*> catalogs the file FAILED
        perform record-generation
        move 20 to return-code
    end-if.
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
    if resumeRecNum = 0 and gdgPrior > 0 then
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

*> reads the whole ciphertext once before any decryption: the header
*> must mark the file as Vigenere ciphertext, and the data records
*> must agree with the trailer's counts; a file without a header at
