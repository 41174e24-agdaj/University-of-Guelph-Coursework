*> chkval.cob
*> Content Check Value and Control-Record Shape of a Stored Ciphertext
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - first version: a .out that went bad on disk, or was
*>              altered, was only noticed when someone tried to
*>              decrypt it, possibly years on.  this module is the one
*>              place a ciphertext's fingerprint is taken, so the
*>              value recorded when the file is written and the value
*>              the integrity patrol (see patrol.cob) later compares
*>              it with can never be computed two different ways:
*>              encrypt, vencrypt, and bencrypt call it on the .out
*>              they have just closed and put the value on the
*>              catalog record (catalog action "K"), and the patrol
*>              calls it on the same file again
*>
*> the check value is the same fold shipment.cob's compute-check-value
*> builds for the partner manifest - checkVal = mod(checkVal * 31 +
*> ord(character), 999999937) - but taken over every byte of the file
*> as it sits on disk, line ends included, rather than over 100-column
*> records, so the binary cipher's ciphertext is covered end to end
*> too; it is therefore not the number the shipment manifest carries.
*> on the way through it counts the line ends (a text .out's records,
*> control records included) and reads the control records: the first
*> 100 bytes must be the "*TC-HDR*" header and the last 100 the
*> "*TC-TRL*" trailer - a text .out's 99-column trailer line and its
*> line end, or the binary cipher's 100-byte trailer block - whose
*> record count comes back for the caller to reconcile
*>
*> chkResult: 0 header and trailer both in place; 1 the file is not
*> there or cannot be read; 2 too short for the control records, or
*> no header; 3 no trailer, or a trailer with an unreadable count.
*> the check value, size, and line count come back whatever the
*> result, as far as the file could be read

identification division.
program-id. chkval.

data division.
working-storage section.
77 inHandle   pic X(4) comp-x value 0.
77 fAccess    pic X    comp-x value 0.
77 fDeny      pic X    comp-x value 0.
77 fDevice    pic X    comp-x value 0.
77 fOffset    pic X(8) comp-x value 0.
77 fBytes     pic X(4) comp-x value 0.
77 fFlags     pic X    comp-x value 0.
77 byteBlock  pic X(4096) value spaces.
77 blockLen   pic 9(04) value 0.
77 byteIdx    pic 9(04) value 0.
77 chAscii    pic 999   value 0.
77 bytesLeft  pic 9(12) value 0.
77 controlBuffer pic X(100) value spaces.

01 fileInfo.
    05 fiSize pic X(8) comp-x.
    05 filler pic X(8).

linkage section.
77 chkName    pic X(256).
77 chkValue   pic 9(09).
77 chkSize    pic 9(12).
77 chkLines   pic 9(09).
77 chkTrailer pic 9(09).
77 chkResult  pic 9.

procedure division using chkName, chkValue, chkSize, chkLines, chkTrailer, chkResult.
    move 0 to chkValue.
    move 0 to chkSize.
    move 0 to chkLines.
    move 0 to chkTrailer.
    move 1 to chkResult.

    call "CBL_CHECK_FILE_EXIST" using chkName, fileInfo.
    if return-code not = 0 then
        move 0 to return-code
        goback
    end-if.
    move fiSize to chkSize.

    move 1 to fAccess.
    move 0 to fDeny.
    move 0 to fDevice.
    call "CBL_OPEN_FILE" using chkName, fAccess, fDeny, fDevice, inHandle.
    if return-code not = 0 then
        move 0 to return-code
        goback
    end-if.

*> the whole file, block by block, into the fold
    move 0 to fOffset.
    move chkSize to bytesLeft.
    perform until bytesLeft = 0
        if bytesLeft > 4096 then
            move 4096 to blockLen
        else
            move bytesLeft to blockLen
        end-if
        move blockLen to fBytes
        call "CBL_READ_FILE" using inHandle, fOffset, fBytes, fFlags, byteBlock
        if return-code not = 0 then
            move 0 to bytesLeft
        else
            perform fold-block
            add blockLen to fOffset
            subtract blockLen from bytesLeft
        end-if
    end-perform.

*> then the two control records at either end
    if chkSize < 200 then
        move 2 to chkResult
    else
        move 0 to fOffset
        move 100 to fBytes
        move spaces to controlBuffer
        call "CBL_READ_FILE" using inHandle, fOffset, fBytes, fFlags, controlBuffer
        if controlBuffer(1:8) not = "*TC-HDR*" then
            move 2 to chkResult
        else
            compute fOffset = chkSize - 100
            move 100 to fBytes
            move spaces to controlBuffer
            call "CBL_READ_FILE" using inHandle, fOffset, fBytes, fFlags, controlBuffer
            if controlBuffer(1:8) not = "*TC-TRL*" or controlBuffer(9:9) is not numeric then
                move 3 to chkResult
            else
                move controlBuffer(9:9) to chkTrailer
                move 0 to chkResult
            end-if
        end-if
    end-if.
    call "CBL_CLOSE_FILE" using inHandle.
    move 0 to return-code.
    goback.

fold-block.
    perform varying byteIdx from 1 by 1 until byteIdx > blockLen
        move function ord(byteBlock(byteIdx:1)) to chAscii
        compute chkValue = function mod(chkValue * 31 + chAscii, 999999937)
        if byteBlock(byteIdx:1) = x"0A" then
            add 1 to chkLines
        end-if
    end-perform.
