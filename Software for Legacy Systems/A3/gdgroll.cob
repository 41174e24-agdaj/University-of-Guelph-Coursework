*> gdgroll.cob
*> Numbered Output Generations - Roll, Record, and Look Up
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - a file under legal hold keeps every generation, so once
*>              its list holds 20 a roll is refused (gdgResult 2) and
*>              nothing is rolled; a finish under hold passes no
*>              keep-limit, so the catalog never drops a held file's
*>              oldest generation to make room
*> 2026 10 15 - new action "V" copies an older generation to a scratch
*>              (generation 0) for a verify to decrypt, so the verify
*>              never writes under the generation's own name
*> 2026 10 15 - first version: every cipher module opened its output
*>              with OPEN OUTPUT, so re-processing a file - a manifest
*>              rerun, a retry, an operator's slip - silently destroyed
*>              the ciphertext (or recovered text) the last run had
*>              produced.  outputs are now kept as numbered
*>              generations, the way the mainframe kept a GDG: the
*>              current generation is the output under its usual name
*>              (fileName + ".out"), so every program that reads it is
*>              unchanged, and each generation it supersedes is renamed
*>              alongside it as <output>.GnnnnV00.  this module is the
*>              one place the naming and the roll-off rule live: the
*>              cipher modules and rekey call it to roll the current
*>              generation aside before a fresh output is written and
*>              to record the new one once it is complete, and
*>              triCipher calls it to find a particular generation for
*>              a decrypt or a verify
*>
*> gdgAction:
*>     "R"  roll - called just before a fresh (not resumed) output is
*>          opened.  the current output, if there is one, is renamed
*>          to its generation name and the newest KEYFILE.DAT entry
*>          for it is copied under that name, so the old generation
*>          still decrypts under the key it was written with (the
*>          caller records the new key afterwards).  generations the
*>          catalog lists but that are no longer on disk are taken off
*>          the list.  gdgGen comes back with the number the new
*>          output will carry, gdgPrior with the generation rolled
*>          aside (zero when nothing was).  an output left by a run
*>          that never completed - its generation already rolled
*>          aside - is not a generation, and is simply written over.
*>          a file under legal hold (see holdchk.cob) may not lose a
*>          generation, so when its list already holds 20 nothing is
*>          rolled and gdgResult comes back 2: the caller fails the run
*>          rather than write an output the list has no room for
*>     "C"  continue - called instead of "R" when a run resumes an
*>          interrupted output from its checkpoint: nothing is rolled
*>          (the interrupted run already did that), and gdgGen and
*>          gdgPrior come back as the roll gave them then
*>     "F"  finish - called once the new output is complete and its
*>          catalog record written; the generation is put on the
*>          record (catalog action "G") and any generation that falls
*>          off the end of the list is deleted from disk - unless the
*>          file is under legal hold (see holdchk.cob), when nothing
*>          is deleted and no keep-limit is passed, so nothing is
*>          dropped from the list either
*>     "N"  name - gdgOut comes back naming generation gdgGen of the
*>          output: the output's own name for the current generation,
*>          its generation name for an older one.  gdgResult is 0
*>          when that generation is on disk, 1 when it is not
*>     "V"  verify scratch - gdgOut names an older generation's
*>          ciphertext (as "N" gave it).  it is copied to the scratch
*>          generation 0 of the output (report.txt.out.G0000V00), a
*>          number no roll ever gives, and its keyfile entry is copied
*>          under the scratch name, so a verify can decrypt the copy
*>          without its decrypt touching the generation's own name,
*>          recovered text, or catalog record.  a scratch left by an
*>          earlier verify is deleted first.  gdgOut comes back naming
*>          the scratch; gdgResult is 0 when the copy was made, 1 when
*>          it was not
*>
*> gdgName is the file as cataloged (the name the module was called
*> with); gdgOut is its output's name (gdgName + ".out").  the
*> generation numbers and the list kept are on that catalog record
*>
*> GENLIMIT.DAT layout - one fixed-width row per rule; when the file
*> is absent, or no rule matches, 3 generations are kept:
*>
*>     columns   picture   contents
*>     -------   -------   --------------------------------------------
*>           1   X(01)     rule kind: "P" filename prefix, "*" the
*>                          default for a file no prefix matches
*>        2-31   X(30)     the filename prefix ("P" rules), compared
*>                          against the name as cataloged
*>       32-33   9(02)     generations kept, current one included,
*>                          01-20; 01 keeps only the current output
*>
*> the longest matching prefix wins, as in RETAIN.DAT

identification division.
program-id. gdgroll.

environment division.
input-output section.
file-control.
    select optional catalogFile assign to "CATALOG.DAT"
    organization is indexed
    access is random
    record key is cat-filename
    file status catalogStatus.

    select optional limitFile assign to "GENLIMIT.DAT"
    organization is line sequential
    access is sequential
    file status limitFileStatus.

    select optional keyFile assign to "KEYFILE.DAT"
    organization is line sequential
    access is sequential
    file status keyFileStatus.

data division.
file section.
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

fd limitFile.
01 limit-record.
    05 lim-kind   pic X(01).
    05 lim-prefix pic X(30).
    05 lim-keep   pic X(02).

fd keyFile.
01 key-record.
    05 key-filename  pic X(256).
    05 key-shift      pic 99.
    05 key-algorithm  pic X(01).
    05 key-keyword    pic X(30).
    05 key-wrapped    pic X(01).
    05 key-check      pic X(02).

working-storage section.
77 catalogStatus   pic XX     value "00".
77 limitFileStatus pic XX     value "00".
77 keyFileStatus   pic XX     value "00".
77 finish          pic 9      value 0.
77 recFound        pic 9      value 0.
77 curGen          pic 9(04)  value 0.
77 priorGen        pic 9(04)  value 0.
77 genLimit        pic 99     value 3.
77 defaultLimit    pic 99     value 0.
77 bestLen         pic 999    value 0.
77 prefixLen       pic 999    value 0.
77 slot            pic 99     value 0.
77 slot2           pic 99     value 0.
77 foundSlot       pic 99     value 0.
77 genNumber       pic 9(04)  value 0.
77 genName         pic X(280) value spaces.
77 outName         pic X(280) value spaces.
77 foundFile       pic 9      value 0.
77 outExists       pic 9      value 0.
77 keyFound        pic 9      value 0.
77 savedKey        pic X(292) value spaces.
77 sourceName      pic X(280) value spaces.
77 scratchOut      pic X(284) value spaces.
77 genCount        pic 99     value 0.

77 catAction      pic X(01) value "G".
77 catStatusField pic X(10) value spaces.
77 catalogShift   pic 99    value 99.
77 catalogRecords pic 9(09) value 0.
77 catFormat      pic X(01) value space.
77 catAlg         pic X(01) value space.

77 holdName  pic X(256) value spaces.
77 holdFound pic 9      value 0.
77 holdRef   pic X(10)  value spaces.

77 userInput   pic X(280) value spaces.
77 numSpaces   pic 999    value 000.
77 strLength   pic 999    value 000.

01 probeInfo.
    05 probeSize pic X(8) comp-x.
    05 filler    pic X(8).

*> the list as it stood before a finish, so the generations the
*> catalog drops from it can be found and deleted
01 oldList.
    05 oldKept pic 9(04) occurs 21 times.

linkage section.
77 gdgAction pic X(01).
77 gdgName   pic X(256).
77 gdgOut    pic X(264).
77 gdgGen    pic 9(04).
77 gdgPrior  pic 9(04).
77 gdgResult pic 9.

procedure division using gdgAction, gdgName, gdgOut, gdgGen, gdgPrior, gdgResult.
    move 0 to gdgResult.
    move spaces to outName.
    move gdgOut to outName.
    perform read-generations.

    evaluate gdgAction
        when "R"
            perform roll-current
        when "C"
            perform continue-generation
        when "F"
            perform finish-generation
        when "N"
            perform name-generation
        when "V"
            perform copy-verify-scratch
        when other
            display "gdgroll: unrecognized action '" gdgAction "'"
    end-evaluate.
    move 0 to return-code.
    goback.

*> the record's current generation and list, read only; a file with no
*> record yet has generation zero and an empty list
read-generations.
    move 0 to recFound.
    move 0 to curGen.
    move zeros to oldList.
    open input catalogFile.
    if catalogStatus = "00" then
        move spaces to cat-record
        move gdgName to cat-filename
        read catalogFile
            invalid key move 0 to recFound
            not invalid key move 1 to recFound
        end-read
    end-if.
    close catalogFile.
    if recFound = 1 then
        if cat-gen is numeric then
            move cat-gen to curGen
        end-if
        if cat-gen-list is numeric then
            perform varying slot from 1 by 1 until slot > 20
                move cat-gen-kept(slot) to oldKept(slot)
            end-perform
        end-if
    end-if.

roll-current.
    move 0 to gdgPrior.
    perform prune-missing.
    perform check-held-list.
    if gdgResult = 2 then
        move 0 to gdgGen
    else
        perform roll-aside
    end-if.

*> a file under legal hold keeps every generation it has, so once its
*> list is full there is no room for another; the new output is
*> refused rather than an older generation dropped from tracking
check-held-list.
    if recFound = 1 then
        move spaces to holdName
        move gdgName to holdName
        call "holdchk" using holdName, holdFound, holdRef
        if holdFound = 1 then
            move 0 to genCount
            perform varying slot from 1 by 1 until slot > 20
                if oldKept(slot) > 0 then
                    add 1 to genCount
                end-if
            end-perform
            if genCount >= 20 then
                display "gdgroll: " function trim(gdgName) " is under legal hold " function trim(holdRef) " and already keeps 20 generations - no new output"
                move 2 to gdgResult
            end-if
        end-if
    end-if.

*> the current output is renamed to its generation name, and the number
*> the new output will carry handed back
roll-aside.
    move outName to genName.
    perform probe-gen-file.
    move foundFile to outExists.

*> an output already on disk when the catalog has no generation for it
*> was written before generations were kept; it becomes generation 1
    move curGen to priorGen.
    if priorGen = 0 and outExists = 1 then
        move 1 to priorGen
    end-if.

    if outExists = 1 and priorGen > 0 then
        move priorGen to genNumber
        perform build-gen-name
        perform probe-gen-file
        if foundFile = 0 then
            perform copy-current-key
            call "CBL_RENAME_FILE" using outName, genName
            if return-code = 0 then
                move priorGen to gdgPrior
            else
                display "gdgroll: unable to roll " function trim(outName) " aside to " function trim(genName) " - it will be written over"
            end-if
            move 0 to return-code
        end-if
    end-if.
    compute gdgGen = priorGen + 1.

*> a listed generation whose file is gone (deleted by hand, or a
*> verify's scratch recovery) is taken off the list
prune-missing.
    if recFound = 1 then
        perform varying slot from 1 by 1 until slot > 20
            if oldKept(slot) > 0 then
                move oldKept(slot) to genNumber
                perform build-gen-name
                perform probe-gen-file
                if foundFile = 0 and genNumber = curGen then
                    move outName to genName
                    perform probe-gen-file
                end-if
                if foundFile = 0 then
                    move spaces to catStatusField
                    move "0000" to catStatusField(1:4)
                    move genNumber to catStatusField(5:4)
                    move "G" to catAction
                    move 99 to catalogShift
                    move 0 to catalogRecords
                    call "catalog" using catAction, gdgName, catStatusField, catalogShift, catFormat, catAlg, catalogRecords
                    move 0 to oldKept(slot)
                end-if
            end-if
        end-perform
    end-if.

*> the newest keyfile entry for the output is the key of the generation
*> being rolled aside; a copy under the generation name keeps it
*> decryptable after the new output records its own key
copy-current-key.
    move 0 to keyFound.
    move spaces to savedKey.
    open input keyFile.
    if keyFileStatus = "00" then
        perform until finish = 1
            move spaces to key-record
            read keyFile into key-record
                at end move 1 to finish
            end-read
            if finish = 0 and key-filename = outName(1:256) then
                move key-record to savedKey
                move 1 to keyFound
            end-if
        end-perform
        move 0 to finish
    end-if.
    close keyFile.
    if keyFound = 1 then
        move savedKey to key-record
        move genName to key-filename
        open extend keyFile
        write key-record
        close keyFile
    end-if.

*> a resumed output is the generation its interrupted run rolled the
*> last one aside for; nothing is rolled again
continue-generation.
    move 0 to gdgPrior.
    move curGen to priorGen.
    if priorGen = 0 then
        move 1 to genNumber
        perform build-gen-name
        perform probe-gen-file
        if foundFile = 1 then
            move 1 to priorGen
            move 1 to gdgPrior
        end-if
    end-if.
    compute gdgGen = priorGen + 1.

*> the catalog puts the new generation on the record and drops the
*> oldest past the limit; whatever it dropped is then deleted
finish-generation.
    if recFound = 1 then
        move spaces to holdName
        move gdgName to holdName
        call "holdchk" using holdName, holdFound, holdRef
        perform find-limit
        if gdgPrior > 0 then
            move 0 to foundSlot
            perform varying slot from 1 by 1 until slot > 20
                if oldKept(slot) = gdgPrior then
                    move slot to foundSlot
                end-if
            end-perform
            if foundSlot = 0 then
                move gdgPrior to oldKept(21)
            end-if
        end-if
        move spaces to catStatusField
        move gdgGen to catStatusField(1:4)
        move gdgPrior to catStatusField(5:4)
        move "G" to catAction
        move genLimit to catalogShift
        if holdFound = 1 then
            move 0 to catalogShift
        end-if
        move 0 to catalogRecords
        call "catalog" using catAction, gdgName, catStatusField, catalogShift, catFormat, catAlg, catalogRecords
        perform delete-rolled-off
    end-if.

delete-rolled-off.
    move 0 to recFound.
    open input catalogFile.
    if catalogStatus = "00" then
        move spaces to cat-record
        move gdgName to cat-filename
        read catalogFile
            invalid key move 0 to recFound
            not invalid key move 1 to recFound
        end-read
    end-if.
    close catalogFile.
    if recFound = 1 and holdFound = 0 then
        perform varying slot from 1 by 1 until slot > 21
            if oldKept(slot) > 0 and oldKept(slot) not = gdgGen then
                move 0 to foundSlot
                perform varying slot2 from 1 by 1 until slot2 > 20
                    if cat-gen-kept(slot2) = oldKept(slot) then
                        move slot2 to foundSlot
                    end-if
                end-perform
                if foundSlot = 0 then
                    move oldKept(slot) to genNumber
                    perform build-gen-name
                    call "CBL_DELETE_FILE" using genName
                    move 0 to return-code
                end-if
            end-if
        end-perform
    end-if.

name-generation.
    move 1 to gdgResult.
    move gdgGen to genNumber.
    if gdgGen > 0 and gdgGen = curGen then
        move outName to genName
        perform probe-gen-file
        if foundFile = 1 then
            move 0 to gdgResult
        end-if
    end-if.
    if gdgResult = 1 and gdgGen > 0 then
        perform build-gen-name
        perform probe-gen-file
        if foundFile = 1 then
            move 0 to gdgResult
        end-if
    end-if.
    if gdgResult = 0 then
        move genName to gdgOut
    end-if.

*> the scratch is generation 0 of the output; the copy and the key it
*> is given are the verify's own, and the caller deletes them when the
*> compare is done (a key left behind names a generation no longer on
*> disk, and housekeeping drops it)
copy-verify-scratch.
    move 1 to gdgResult.
    move outName to sourceName.
    move spaces to outName.
    string
        function trim(gdgName) delimited by size
        ".out" delimited by size
        into outName
    end-string.
    move 0 to genNumber.
    perform build-gen-name.
    call "CBL_DELETE_FILE" using genName.
    move spaces to scratchOut.
    string
        function trim(genName) delimited by size
        ".out" delimited by size
        into scratchOut
    end-string.
    call "CBL_DELETE_FILE" using scratchOut.
    call "CBL_COPY_FILE" using sourceName, genName.
    if return-code = 0 then
        move sourceName to outName
        perform copy-current-key
        move genName to gdgOut
        move 0 to gdgResult
    end-if.
    move 0 to return-code.

*> the generation name is the output's name with the GDG-style
*> absolute generation appended - report.txt.out.G0003V00
build-gen-name.
    move spaces to genName.
    string
        function trim(outName) delimited by size
        ".G" delimited by size
        genNumber delimited by size
        "V00" delimited by size
        into genName
    end-string.

probe-gen-file.
    move 0 to foundFile.
    call "CBL_CHECK_FILE_EXIST" using genName, probeInfo.
    if return-code = 0 then
        move 1 to foundFile
    end-if.
    move 0 to return-code.

*> the longest matching prefix wins; failing one, the "*" default;
*> failing that, three generations
find-limit.
    move 3 to genLimit.
    move 0 to defaultLimit.
    move 0 to bestLen.
    open input limitFile.
    if limitFileStatus = "00" then
        perform until finish = 1
            move spaces to limit-record
            read limitFile into limit-record
                at end move 1 to finish
            end-read
            if finish = 0 and lim-keep is numeric and lim-keep > "00" and lim-keep <= "20" then
                if lim-kind = "*" then
                    move lim-keep to defaultLimit
                else if lim-kind = "P" or lim-kind = "p" then
                    move spaces to userInput
                    move lim-prefix to userInput
                    perform string-length
                    move strLength to prefixLen
                    if prefixLen > bestLen and gdgName(1:prefixLen) = lim-prefix(1:prefixLen) then
                        move lim-keep to genLimit
                        move prefixLen to bestLen
                    end-if
                end-if
                end-if
            end-if
        end-perform
        move 0 to finish
    end-if.
    close limitFile.
    if bestLen = 0 and defaultLimit > 0 then
        move defaultLimit to genLimit
    end-if.

*> code based on: http://stackoverflow.com/questions/24777344/compute-length-string-of-variable-with-cobol
string-length.
    move zeros to numSpaces.
    inspect function reverse(userInput)
        tallying
        numSpaces for leading spaces.
    compute strLength = length of userInput - numSpaces.
