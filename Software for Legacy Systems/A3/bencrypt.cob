*> bencrypt.cob
*> Encrypt Whole Files Byte by Byte with a Keyword Cipher
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - the key is wrapped before anything is rolled and written
*>              to the keyfile only once the new output is open; the
*>              roll is made just before that open, and a failed open
*>              renames the rolled generation back, so a failed run
*>              leaves the current ciphertext where it was.  a file
*>              under legal hold whose generation list is full is
*>              refused with return-code 24
*> 2026 10 15 - a .out whose control records are not both in place is
*>              given a check value of zeros rather than none, so the
*>              patrol reports it and an earlier generation's value is
*>              not left standing on the record
*> 2026 10 15 - a fresh run no longer writes over the last run's .out:
*>              it is rolled aside as a numbered generation first (see
*>              gdgroll.cob), its key copied under the generation's
*>              name, and the finished output recorded as the current
*>              generation.  the checkpoint is now looked for before
*>              the key is saved, so the roll happens ahead of it
*> 2026 10 15 - the finished .out is fingerprinted (see chkval.cob)
*>              and its check value put on the file's catalog record,
*>              for the at-rest integrity patrol to re-read it against
*> 2026 09 03 - first version: the letter ciphers pass everything but
*>              a-z through untouched, so the PDFs and scanned images
*>              the departments drop in the INBOX came out essentially
77 catAlgorithm        pic X(01) value "B".
77 catShiftNone        pic 99    value 99.

*> the output generation this run writes (see gdgroll.cob)
77 gdgAction pic X(01) value "R".
77 gdgGen    pic 9(04) value 0.
77 gdgPrior  pic 9(04) value 0.
77 gdgResult pic 9     value 0.
77 gdgFileName pic X(264) value spaces.
77 pendingKey  pic X(292) value spaces.

*> the finished ciphertext's fingerprint, taken by the chkval module
*> and put on the catalog record for the integrity patrol
77 catCheckField pic X(10) value spaces.
77 chkValue      pic 9(09) value 0.
77 chkSize       pic 9(12) value 0.
77 chkLines      pic 9(09) value 0.
77 chkTrailer    pic 9(09) value 0.
77 chkResult     pic 9     value 0.

*> the working copy of the keyword (lowercased), its length, and the
*> position the next byte's rotation comes from
77 kwWork  pic X(30) value spaces.
    end-if.
    move fiSize to inputSize.

    move spaces to checkpointFileName.
    string
        function trim(fileName) delimited by size
    end-string.
    perform load-checkpoint.

*> the keyword is wrapped under the master passphrase, only now that
*> the input is confirmed there, and before the current ciphertext is
*> touched, so a run with no passphrase fails the file with nothing
*> rolled
    perform wrap-key.
    if return-code not = 0 then
        goback
    end-if.

    move 1 to fAccess.
    call "CBL_OPEN_FILE" using fileName, fAccess, fDeny, fDevice, inHandle.
    if return-code not = 0 then
        goback
    end-if.

*> a fresh run rolls the current ciphertext aside as an older
*> generation just before the new one is created - and before the new
*> key is written, so the key the roll copies to that generation is
*> still its own; a resumed run is finishing the generation the
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

*> a fresh run creates the ciphertext and writes its header; a
*> resumed run opens the partial .out the interrupted run left and
*> picks up at the checkpointed block
    if return-code not = 0 then
        display "Unable to open output file: " function trim(outputFileName)
        call "CBL_CLOSE_FILE" using inHandle
        perform restore-prior-generation
        move 16 to return-code
        goback
    end-if.

*> the keyword goes on the keyfile under the ciphertext filename only
*> now that the output is confirmed open
    perform write-key.
    if resumeBlocks = 0 then
        perform write-header
    else

    display "  " bytesDone " bytes enciphered to " function trim(outputFileName).
    call "catalog" using catAction, fileName, catEncStatus, catShiftNone, formatMode, catAlgorithm, bytesDone.
    perform record-check-value.
    perform record-generation.
    goback.

*> fingerprints the finished .out and puts the value on the record the
*> catalog call above just made.  a .out whose control records are not
*> both in place is given a value of zeros, so the record still shows
*> a check was taken and the patrol re-reads the file and reports it
*> DAMAGED - NO HEADER or NO TRAILER; this also replaces the value an
*> earlier generation left on the record
record-check-value.
    call "chkval" using outputFileName, chkValue, chkSize, chkLines, chkTrailer, chkResult.
    move spaces to catCheckField.
    if chkResult = 0 then
        move chkValue to catCheckField(1:9)
    else
        move zeros to catCheckField(1:9)
    end-if.
    move "K" to catAction.
    call "catalog" using catAction, fileName, catCheckField, catShiftNone, formatMode, catAlgorithm, bytesDone.
    move "U" to catAction.

*> the completed ciphertext becomes the current generation on the
*> catalog record, and a generation past the kept number rolls off
record-generation.
    move "F" to gdgAction.
    call "gdgroll" using gdgAction, fileName, outputFileName, gdgGen, gdgPrior, gdgResult.

*> an output that could not be created leaves nothing under the .out
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

*> one 4096-byte block at a time: read at the input offset, rotate
*> every byte forward through the keyword schedule, write 100 bytes
*> further along in the output (past the header)

*> appends the keyword this run used under the ciphertext filename,
*> algorithm "B", wrapped under the master passphrase exactly as the
*> letter ciphers' keys are.  the wrapped entry is held until the
*> output is created and written to the keyfile by write-key
wrap-key.
    move spaces to key-record.
    move outputFileName to key-filename.
    move 0 to key-shift.
        move wrapKeyword to key-keyword
        move "W" to key-wrapped
        move wrapCheck to key-check
        move key-record to pendingKey
    end-if.

write-key.
    open extend keyFile.
    move pendingKey to key-record.
    write key-record.
    close keyFile.

*> a checkpoint from a letter cipher, or from the other read mode,
*> restarts this run from the top, the same rule the letter ciphers
*> apply to each other's checkpoints
