*> vencrypt.cob
*> Encrypt Input with a Keyword Vigenere Cipher
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
*> 2026 09 03 - progress now reaches the TRICIPHER.STS live status
*>              record (through the runstat module) on the same
*>              cadence as the checkpoint saves, matching the
77 catAlgorithm        pic X(01) value "V".
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

*> staging for the keywrap call that obscures the keyfile entry
77 wrapAction  pic X(01) value "W".
77 wrapShift   pic 99    value 0.
        goback
    end-if.

*> build a per-file checkpoint name and see whether a prior, interrupted
*> run left a checkpoint to resume from
    move spaces to checkpointFileName.
    move 0 to resumeRecNum.
    perform load-checkpoint.

*> the keyword is wrapped before the current ciphertext is touched, so
*> a run with no master passphrase fails the file with nothing rolled
    perform wrap-key.

*> a fresh run rolls the current ciphertext aside as an older
*> generation just before the new one is opened - and before the new
*> key is written, so the key the roll copies to that generation is
*> still its own; a resumed run is finishing the generation the
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
        perform close-input
        move 24 to return-code
        goback
    end-if.

*> status 05 is not an error - it is GnuCOBOL's normal signal that this
*> OPTIONAL file did not exist yet and was just created fresh
    if resumeRecNum > 0 then
    if outputFileStatus not = "00" and outputFileStatus not = "05" then
        display "Unable to open output file: " function trim(outputFileName)
        perform close-input
        perform restore-prior-generation
        move 16 to return-code
        goback
    end-if.

*> record the keyword under the ciphertext filename this run is
*> producing, so a later vdecrypt run given no keyword of its own can
*> look it up - done only now that the output is confirmed open
    perform write-key.
*> a fresh run opens the ciphertext with its header control record; a
*> resumed run is appending to a file whose header was already written
    if resumeRecNum > 0 then
*> carries the 99 "not provided" sentinel, since a keyword cipher has
*> no shift to record there
    call "catalog" using catAction, fileName, catEncStatus, catShiftNone, formatMode, catAlgorithm, recordsWritten.
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
    call "catalog" using catAction, fileName, catCheckField, catShiftNone, formatMode, catAlgorithm, recordsWritten.
    move "U" to catAction.

*> the completed ciphertext becomes the current generation on the
*> catalog record, and a generation past the kept number rolls off
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

*> lowercases the caller's keyword and proves it is 1-30 letters with
*> nothing but letters in it; anything else cannot drive the cipher
validate-keyword.
*> disk - the keyfile sits in the same directory as the ciphertext it
*> unlocks, so a clear entry would hand the keyword to anyone who can
*> read the directory; a run with no passphrase set fails the file
*> here, before any ciphertext is produced.  the wrapped entry is held
*> until the output is open and written to the keyfile by write-key
wrap-key.
    move spaces to key-record.
    move outputFileName to key-filename.
    move 0 to key-shift.
    move wrapKeyword to key-keyword.
    move "W" to key-wrapped.
    move wrapCheck to key-check.
    move key-record to pendingKey.

write-key.
    open extend keyFile.
    move pendingKey to key-record.
    write key-record.
    close keyFile.

