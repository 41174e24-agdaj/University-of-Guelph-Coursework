*> chargebk.cob
*> Monthly Department Chargeback from the Catalog and Audit Log
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - the catalog record layout carries the current output
*>              generation and the generations kept (see gdgroll.cob)
*> 2026 10 15 - the catalog record layout carries the content check
*>              value of the stored ciphertext (see chkval.cob)
*> 2026 10 15 - the audit record layout carries the operator or job ID
*> 2026 10 15 - first version: finance bills the departments for what
*>              the suite processes on their behalf, and until now
*>              nothing recorded who a file belonged to.  the control
*>              file and INBOX/DEFAULTS.DAT now carry an owning
*>              department code onto the catalog record and every
*>              audit line; this program totals a month of the audit
*>              log by department and cipher algorithm - files
*>              worked, their records, encrypt / decrypt / verify /
*>              re-key operations, and retry attempts - prices the
*>              totals from the RATES.DAT rate table, and writes a
*>              printed invoice summary per department,
*>              CHARGE.YYYYMM.INV, plus a fixed-width feed for the
*>              finance system, CHARGE.YYYYMM.FIN.  it only reads the
*>              shared files, so it takes no session lock
*>
*> what is billed: an audit line in the billing month with operation
*> E, D, V, or R whose outcome shows the work was done - PROCESSED,
*> VERIFY PASS, VERIFY FAIL (the round trip ran; the result is the
*> department's problem, not the cost), or REKEYED.  a line the retry
*> sweep wrote (its outcomes all say RETRY) is one retry attempt, billed
*> at the retry rate whether or not the attempt succeeded, and is not
*> counted again as an operation.  skipped, refused, and failed lines
*> did no work and are not billed.  a file counts once per department
*> and algorithm in the month however often it was worked (the .out of
*> a decrypt counts as the file it is the ciphertext of), with the
*> record count the catalog holds for it.  a line written before the
*> audit log carried the department and algorithm - or by a program
*> that does not know them, like the re-key run - takes them from the
*> file's catalog record; a file with no department anywhere is billed
*> as unassigned, and one with no algorithm anywhere as Trithemius
*>
*> RATES.DAT layout - one fixed-width row per rate:
*>
*>     columns   picture   contents
*>     -------   -------   --------------------------------------------
*>           1   X(01)     algorithm: "T", "V", "B", or "*" for any
*>        2-9    X(08)     department code, left-justified; spaces
*>                          for any department
*>       10-16   9(05)V99  price per file worked, implied decimal
*>                          point (e.g. "0001250" is 12.50)
*>       17-23   9(05)V99  price per 1,000 records
*>       24-30   9(05)V99  price per encrypt
*>       31-37   9(05)V99  price per decrypt
*>       38-44   9(05)V99  price per verify
*>       45-51   9(05)V99  price per re-key
*>       52-58   9(05)V99  price per retry attempt
*>       59-68   X(10)     rate reference printed on the invoice and
*>                          carried on the feed (the rate card item)
*>
*> a price column left blank is no charge.  the most specific row
*> wins: the department's own row for the algorithm, then the
*> department's "*" row, then the any-department row for the
*> algorithm, then the any-department "*" row.  totals no row prices
*> are still invoiced and fed, at zero, and flagged
*>
*> CHARGE.YYYYMM.FIN layout - one header row, one detail row per
*> department and algorithm, one trailer row:
*>
*>     header row:
*>     columns   picture   contents
*>     -------   -------   --------------------------------------------
*>           1   X(01)     "H"
*>         2-8   X(07)     billing period, YYYY-MM
*>        9-27   X(19)     run timestamp, YYYY-MM-DD HH:MM:SS
*>       28-37   X(10)     source system, "TRICIPHER"
*>
*>     detail row:
*>           1   X(01)     "D"
*>         2-8   X(07)     billing period, YYYY-MM
*>        9-16   X(08)     department code (spaces when unassigned)
*>          17   X(01)     algorithm: "T", "V", or "B"
*>       18-24   9(07)     files worked
*>       25-36   9(12)     records in those files
*>       37-43   9(07)     encrypt operations
*>       44-50   9(07)     decrypt operations
*>       51-57   9(07)     verify operations
*>       58-64   9(07)     re-key operations
*>       65-71   9(07)     retry attempts
*>       72-82   9(09)V99  amount charged, implied decimal point
*>       83-92   X(10)     rate reference (spaces when unpriced)
*>
*>     trailer row:
*>           1   X(01)     "T"
*>         2-8   X(07)     billing period, YYYY-MM
*>        9-15   9(07)     detail rows in the feed
*>       16-28   9(11)V99  total amount of the detail rows

identification division.
program-id. chargebk.

environment division.
input-output section.
file-control.
    select optional catalogFile assign to "CATALOG.DAT"
    organization is indexed
    access is random
    record key is cat-filename
    file status catalogStatus.

    select optional auditFile assign to "AUDITLOG.DAT"
    organization is line sequential
    access is sequential
    file status auditFileStatus.

    select optional rateFile assign to "RATES.DAT"
    organization is line sequential
    access is sequential
    file status rateStatus.

    select invoiceFile assign to invoiceName
    organization is line sequential
    access is sequential
    file status invoiceStatus.

    select feedFile assign to feedName
    organization is line sequential
    access is sequential
    file status feedStatus.

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

fd auditFile.
01 audit-record.
    02 audit-filename  pic X(256).
    02 audit-operation pic X(01).
    02 audit-timestamp pic X(19).
    02 audit-outcome   pic X(40).
    02 audit-dept      pic X(08).
    02 audit-algorithm pic X(01).
    02 audit-operator  pic X(20).

fd rateFile.
01 rate-record.
    05 rate-algorithm pic X(01).
    05 rate-dept      pic X(08).
    05 rate-price     pic X(07) occurs 7 times.
    05 rate-reference pic X(10).

fd invoiceFile.
01 invoice-record pic X(132).

fd feedFile.
01 feed-header.
    05 fh-type      pic X(01).
    05 fh-period    pic X(07).
    05 fh-timestamp pic X(19).
    05 fh-source    pic X(10).
01 feed-detail.
    05 fd-type      pic X(01).
    05 fd-period    pic X(07).
    05 fd-dept      pic X(08).
    05 fd-algorithm pic X(01).
    05 fd-files     pic 9(07).
    05 fd-records   pic 9(12).
    05 fd-encrypt   pic 9(07).
    05 fd-decrypt   pic 9(07).
    05 fd-verify    pic 9(07).
    05 fd-rekey     pic 9(07).
    05 fd-retry     pic 9(07).
    05 fd-amount    pic 9(09)V99.
    05 fd-reference pic X(10).
01 feed-trailer.
    05 ft-type      pic X(01).
    05 ft-period    pic X(07).
    05 ft-count     pic 9(07).
    05 ft-amount    pic 9(11)V99.

working-storage section.
77 catalogStatus   pic XX    value "00".
77 auditFileStatus pic XX    value "00".
77 rateStatus      pic XX    value "00".
77 invoiceStatus   pic XX    value "00".
77 feedStatus      pic XX    value "00".
77 finish          pic 9     value 0.
77 jobReturnCode   pic 9(03) value 000.
77 catalogOpen     pic 9     value 0.

77 billPeriod   pic X(07) value spaces.
77 promptInput  pic X(99) value spaces.
77 periodYear   pic 9(04) value 0.
77 periodMonth  pic 9(02) value 0.
77 invoiceName  pic X(20) value spaces.
77 feedName     pic X(20) value spaces.

77 currentDateTime pic X(21) value spaces.
77 runTimestamp    pic X(19) value spaces.

77 userInput   pic X(256) value spaces.
77 numSpaces   pic 999    value 000.
77 strLength   pic 999    value 000.

*> the line in hand: what kind of work it was, whose, under which
*> cipher, and the file it counts against
77 lineKind     pic X(01) value space.
77 retryTally   pic 9(03) value 0.
77 lineDept     pic X(08) value spaces.
77 lineAlg      pic X(01) value space.
77 lineRecords  pic 9(09) value 0.
77 baseName     pic X(256) value spaces.
77 catFound     pic 9     value 0.

77 linesRead    pic 9(08) value 0.
77 linesBilled  pic 9(08) value 0.
77 linesUnpriced pic 9(06) value 0.

77 slot       pic 9(04) value 0.
77 slot2      pic 9(04) value 0.
77 foundSlot  pic 9(04) value 0.
77 billSlot   pic 9(04) value 0.
77 billUsed   pic 9(04) value 0.
77 billFull   pic 9     value 0.
77 seenUsed   pic 9(05) value 0.
77 seenFull   pic 9     value 0.
77 rateUsed   pic 9(04) value 0.
77 rateSlot   pic 9(04) value 0.
77 priceIdx   pic 9     value 0.
77 priceBad   pic 9     value 0.

*> one rate-card price in its file form and in its numeric form
01 priceWork.
    05 priceText pic X(07).
01 priceNumber redefines priceWork.
    05 priceValue pic 9(05)V99.

77 lineAmount   pic 9(09)V99 value 0.
77 deptAmount   pic 9(11)V99 value 0.
77 grandAmount  pic 9(11)V99 value 0.
77 feedRows     pic 9(07) value 0.
77 thisDept     pic X(08) value spaces.
77 deptShown    pic X(12) value spaces.

*> the printed figures: counts zero-padded like every other report in
*> the suite, money with its decimal point
77 filesText    pic 9(07) value 0.
77 recsText     pic 9(12) value 0.
77 opText       pic 9(07) value 0.
77 amountText   pic Z(08)9.99 value spaces.
77 totalText    pic Z(10)9.99 value spaces.

*> the rate card, loaded whole before the audit log is read; prices
*> 1-7 are per file, per 1,000 records, per encrypt, decrypt, verify,
*> re-key, and per retry attempt
01 rateTable.
    05 rateEntry occurs 100 times.
        10 rateAlg   pic X(01).
        10 rateDept  pic X(08).
        10 rateValue pic 9(05)V99 occurs 7 times.
        10 rateRef   pic X(10).

*> one line of the bill per department and algorithm
01 billTable.
    05 billEntry occurs 300 times.
        10 billDept    pic X(08).
        10 billAlg     pic X(01).
        10 billFiles   pic 9(07).
        10 billRecords pic 9(12).
        10 billEnc     pic 9(07).
        10 billDec     pic 9(07).
        10 billVfy     pic 9(07).
        10 billRky     pic 9(07).
        10 billRty     pic 9(07).
        10 billAmount  pic 9(09)V99.
        10 billRef     pic X(10).
        10 billPriced  pic 9.

01 billHold.
    05 holdDept    pic X(08).
    05 holdAlg     pic X(01).
    05 holdFiles   pic 9(07).
    05 holdRecords pic 9(12).
    05 holdEnc     pic 9(07).
    05 holdDec     pic 9(07).
    05 holdVfy     pic 9(07).
    05 holdRky     pic 9(07).
    05 holdRty     pic 9(07).
    05 holdAmount  pic 9(09)V99.
    05 holdRef     pic X(10).
    05 holdPriced  pic 9.

*> every file already counted this month, against the bill line it
*> was counted on
01 seenTable.
    05 seenEntry occurs 10000 times.
        10 seenName pic X(256).
        10 seenSlot pic 9(04).

procedure division.
    display "triCipher department chargeback".
    move function current-date to currentDateTime.
    perform build-run-timestamp.
    perform ask-billing-period.

    perform load-rates.
    if rateUsed = 0 then
        display "RATES.DAT not present or holds no usable rates - nothing can be priced"
        move 008 to return-code
        stop run
    end-if.

    open input auditFile.
    if auditFileStatus = "05" or auditFileStatus = "35" then
        display "AUDITLOG.DAT not found - nothing to bill"
        close auditFile
        move 004 to return-code
        stop run
    end-if.
    if auditFileStatus not = "00" then
        display "Unable to open AUDITLOG.DAT (file status " auditFileStatus ")"
        move 016 to return-code
        stop run
    end-if.

*> the catalog answers for the department, algorithm, and record count
*> a line does not carry itself; without it the lines are still
*> billed, only less fully attributed
    open input catalogFile.
    if catalogStatus = "00" or catalogStatus = "05" then
        move 1 to catalogOpen
    else
        display "CATALOG.DAT could not be opened (file status " catalogStatus ") - departments and record counts come from the audit log alone"
        move 004 to jobReturnCode
    end-if.

    perform until finish = 1
        move spaces to audit-record
        read auditFile into audit-record
            at end move 1 to finish
        end-read
        if finish = 0 and audit-timestamp(1:7) = billPeriod then
            add 1 to linesRead
            perform classify-line
            if lineKind not = space then
                perform bill-line
            end-if
        end-if
    end-perform.
    close auditFile.
    move 0 to finish.
    if catalogOpen = 1 then
        close catalogFile
    end-if.

    if billFull = 1 then
        display "More departments and algorithms than this run can bill - the later ones are not on the invoice"
        move 016 to jobReturnCode
    end-if.
    if seenFull = 1 then
        display "More files than this run can track - some files may be counted more than once"
        move 004 to jobReturnCode
    end-if.

    perform price-bill.
    perform sort-bill.
    perform write-invoice.
    perform write-feed.

    display " ".
    display "Chargeback summary for " billPeriod ":".
    display "  Audit lines in the month: " linesRead.
    display "  Lines billed:             " linesBilled.
    display "  Bill lines:               " billUsed.
    display "  Bill lines with no rate:  " linesUnpriced.
    move grandAmount to totalText.
    display "  Total charged:            " totalText.
    display "  Invoice:                  " function trim(invoiceName).
    display "  Finance feed:             " function trim(feedName).
    display " ".

    if billUsed = 0 then
        display "No billable work in " billPeriod
        if jobReturnCode < 004 then
            move 004 to jobReturnCode
        end-if
    end-if.
    if linesUnpriced > 0 and jobReturnCode < 004 then
        move 004 to jobReturnCode
    end-if.
    move jobReturnCode to return-code.
    stop run.

*> the month being billed; pressing enter takes last month, which is
*> what the scheduled run at the start of each month wants
ask-billing-period.
    display "Enter the billing month (YYYY-MM), or press enter for last month:".
    move spaces to promptInput.
    accept promptInput.
    move spaces to billPeriod.
    if promptInput(1:4) is numeric and promptInput(5:1) = "-"
            and promptInput(6:2) is numeric
            and promptInput(6:2) >= "01" and promptInput(6:2) <= "12" then
        move promptInput(1:7) to billPeriod
    else
        if promptInput not = spaces then
            display "Not a YYYY-MM month - billing last month instead"
        end-if
        move currentDateTime(1:4) to periodYear
        move currentDateTime(5:2) to periodMonth
        if periodMonth = 1 then
            move 12 to periodMonth
            subtract 1 from periodYear
        else
            subtract 1 from periodMonth
        end-if
        string
            periodYear  delimited by size
            "-"         delimited by size
            periodMonth delimited by size
            into billPeriod
        end-string
    end-if.
    move spaces to invoiceName.
    string
        "CHARGE."           delimited by size
        billPeriod(1:4)     delimited by size
        billPeriod(6:2)     delimited by size
        ".INV"              delimited by size
        into invoiceName
    end-string.
    move spaces to feedName.
    string
        "CHARGE."           delimited by size
        billPeriod(1:4)     delimited by size
        billPeriod(6:2)     delimited by size
        ".FIN"              delimited by size
        into feedName
    end-string.
    display "Billing period " billPeriod.

*> every rate row is validated as it is loaded; a price that is not a
*> number is reported and the row ignored, since a guessed price is
*> worse on an invoice than a missing one
load-rates.
    open input rateFile.
    if rateStatus = "00" then
        perform until finish = 1
            move spaces to rate-record
            read rateFile into rate-record
                at end move 1 to finish
            end-read
            if finish = 0 and rate-record not = spaces then
                perform store-rate
            end-if
        end-perform
        move 0 to finish
    end-if.
    close rateFile.

store-rate.
    move 0 to priceBad.
    perform varying priceIdx from 1 by 1 until priceIdx > 7
        if rate-price(priceIdx) not = spaces and rate-price(priceIdx) is not numeric then
            move 1 to priceBad
        end-if
    end-perform.
    if rate-algorithm not = "T" and rate-algorithm not = "V"
            and rate-algorithm not = "B" and rate-algorithm not = "*" then
        display "RATES.DAT algorithm '" rate-algorithm "' not recognized - rate ignored"
    else if priceBad = 1 then
        display "RATES.DAT price not numeric for " rate-algorithm " " rate-dept " - rate ignored"
    else if rateUsed < 100 then
        add 1 to rateUsed
        move rate-algorithm to rateAlg(rateUsed)
        move function upper-case(rate-dept) to rateDept(rateUsed)
        move rate-reference to rateRef(rateUsed)
        perform varying priceIdx from 1 by 1 until priceIdx > 7
            move 0 to rateValue(rateUsed, priceIdx)
            if rate-price(priceIdx) not = spaces then
                move rate-price(priceIdx) to priceText
                move priceValue to rateValue(rateUsed, priceIdx)
            end-if
        end-perform
    else
        display "More rates in RATES.DAT than this run can hold - later rates ignored"
    end-if
    end-if
    end-if.

*> lineKind: "E"/"D"/"V"/"R" a billable operation, "T" a retry
*> attempt, space not billed.  the retry sweep's outcomes all say
*> RETRY; nothing else the suite writes does
classify-line.
    move space to lineKind.
    if audit-operation = "E" or audit-operation = "D"
            or audit-operation = "V" or audit-operation = "R" then
        move 0 to retryTally
        inspect audit-outcome tallying retryTally for all "RETRY"
        if retryTally > 0 and audit-operation not = "R" then
            move "T" to lineKind
        else if audit-outcome(1:9) = "PROCESSED"
                or audit-outcome(1:11) = "VERIFY PASS"
                or audit-outcome(1:11) = "VERIFY FAIL"
                or audit-outcome(1:7) = "REKEYED" then
            move audit-operation to lineKind
        end-if
        end-if
    end-if.

*> attributes the line to its department and algorithm, finds (or
*> opens) that bill line, counts the operation, and counts the file
*> the first time it is seen on that bill line this month
bill-line.
    add 1 to linesBilled.
    move audit-dept to lineDept.
    move audit-algorithm to lineAlg.
    perform look-up-catalog.
    if lineAlg = space then
        move "T" to lineAlg
    end-if.
    move function upper-case(lineDept) to lineDept.

    move 0 to billSlot.
    perform varying slot from 1 by 1 until slot > billUsed or billSlot > 0
        if billDept(slot) = lineDept and billAlg(slot) = lineAlg then
            move slot to billSlot
        end-if
    end-perform.
    if billSlot = 0 then
        if billUsed < 300 then
            add 1 to billUsed
            move billUsed to billSlot
            move lineDept to billDept(billSlot)
            move lineAlg to billAlg(billSlot)
            move 0 to billFiles(billSlot)
            move 0 to billRecords(billSlot)
            move 0 to billEnc(billSlot)
            move 0 to billDec(billSlot)
            move 0 to billVfy(billSlot)
            move 0 to billRky(billSlot)
            move 0 to billRty(billSlot)
            move 0 to billAmount(billSlot)
            move spaces to billRef(billSlot)
            move 0 to billPriced(billSlot)
        else
            move 1 to billFull
        end-if
    end-if.

    if billSlot > 0 then
        evaluate lineKind
            when "E" add 1 to billEnc(billSlot)
            when "D" add 1 to billDec(billSlot)
            when "V" add 1 to billVfy(billSlot)
            when "R" add 1 to billRky(billSlot)
            when "T" add 1 to billRty(billSlot)
        end-evaluate
        perform count-file
    end-if.

*> the base name a decrypt's ".out" is the ciphertext of is the file
*> it counts as; the exact name's catalog record is asked first (a
*> decrypt row's own department is on the ".out" record), then the
*> base name's.  the line's own department and algorithm stand when it
*> has them - the catalog only fills the gaps
look-up-catalog.
    move spaces to baseName.
    move audit-filename to baseName.
    move spaces to userInput.
    move audit-filename to userInput.
    perform string-length.
    if strLength > 4 and userInput(strLength - 3:4) = ".out" then
        move spaces to baseName
        move userInput(1:strLength - 4) to baseName
    end-if.

    move 0 to lineRecords.
    move 0 to catFound.
    if catalogOpen = 1 then
        move spaces to cat-record
        move audit-filename to cat-filename
        read catalogFile
            invalid key move 0 to catFound
            not invalid key move 1 to catFound
        end-read
        if catFound = 0 and baseName not = audit-filename then
            move spaces to cat-record
            move baseName to cat-filename
            read catalogFile
                invalid key move 0 to catFound
                not invalid key move 1 to catFound
            end-read
        end-if
    end-if.
    if catFound = 1 then
        move cat-records to lineRecords
        if lineDept = spaces then
            move cat-dept to lineDept
        end-if
        if lineAlg = space then
            move cat-algorithm to lineAlg
        end-if
    end-if.

count-file.
    move 0 to foundSlot.
    perform varying slot from 1 by 1 until slot > seenUsed or foundSlot > 0
        if seenSlot(slot) = billSlot and seenName(slot) = baseName then
            move slot to foundSlot
        end-if
    end-perform.
    if foundSlot = 0 then
        add 1 to billFiles(billSlot)
        add lineRecords to billRecords(billSlot)
        if seenUsed < 10000 then
            add 1 to seenUsed
            move baseName to seenName(seenUsed)
            move billSlot to seenSlot(seenUsed)
        else
            move 1 to seenFull
        end-if
    end-if.

*> each bill line is priced from the most specific rate that covers
*> it; the records price is per thousand, so the count is scaled
price-bill.
    perform varying billSlot from 1 by 1 until billSlot > billUsed
        perform find-rate
        if rateSlot = 0 then
            add 1 to linesUnpriced
            move 0 to billAmount(billSlot)
            move 0 to billPriced(billSlot)
            if billDept(billSlot) = spaces then
                display "No rate covers unassigned work under algorithm " billAlg(billSlot) " - billed at zero"
            else
                display "No rate covers department " function trim(billDept(billSlot)) " algorithm " billAlg(billSlot) " - billed at zero"
            end-if
        else
            compute billAmount(billSlot) rounded =
                  billFiles(billSlot)   * rateValue(rateSlot, 1)
                + billRecords(billSlot) * rateValue(rateSlot, 2) / 1000
                + billEnc(billSlot)     * rateValue(rateSlot, 3)
                + billDec(billSlot)     * rateValue(rateSlot, 4)
                + billVfy(billSlot)     * rateValue(rateSlot, 5)
                + billRky(billSlot)     * rateValue(rateSlot, 6)
                + billRty(billSlot)     * rateValue(rateSlot, 7)
            end-compute
            move rateRef(rateSlot) to billRef(billSlot)
            move 1 to billPriced(billSlot)
        end-if
        add billAmount(billSlot) to grandAmount
    end-perform.

*> the department's own row for the algorithm, then its "*" row, then
*> the any-department row for the algorithm, then the any-department
*> "*" row; unassigned work only ever matches the any-department rows
find-rate.
    move 0 to rateSlot.
    if billDept(billSlot) not = spaces then
        perform varying slot from 1 by 1 until slot > rateUsed or rateSlot > 0
            if rateDept(slot) = billDept(billSlot) and rateAlg(slot) = billAlg(billSlot) then
                move slot to rateSlot
            end-if
        end-perform
        perform varying slot from 1 by 1 until slot > rateUsed or rateSlot > 0
            if rateDept(slot) = billDept(billSlot) and rateAlg(slot) = "*" then
                move slot to rateSlot
            end-if
        end-perform
    end-if.
    perform varying slot from 1 by 1 until slot > rateUsed or rateSlot > 0
        if rateDept(slot) = spaces and rateAlg(slot) = billAlg(billSlot) then
            move slot to rateSlot
        end-if
    end-perform.
    perform varying slot from 1 by 1 until slot > rateUsed or rateSlot > 0
        if rateDept(slot) = spaces and rateAlg(slot) = "*" then
            move slot to rateSlot
        end-if
    end-perform.

*> department then algorithm order, so each department's lines print
*> together on the invoice and the feed; the table is small enough for
*> a plain exchange sort
sort-bill.
    perform varying slot from 1 by 1 until slot >= billUsed
        perform varying slot2 from 1 by 1 until slot2 > billUsed - slot
            if billDept(slot2) > billDept(slot2 + 1)
                    or (billDept(slot2) = billDept(slot2 + 1)
                        and billAlg(slot2) > billAlg(slot2 + 1)) then
                move billEntry(slot2) to billHold
                move billEntry(slot2 + 1) to billEntry(slot2)
                move billHold to billEntry(slot2 + 1)
            end-if
        end-perform
    end-perform.

*> one invoice summary per department: a line per algorithm with the
*> counts, the rate reference, and the amount, then the department's
*> total; the run's grand total closes the file
write-invoice.
    open output invoiceFile.
    if invoiceStatus not = "00" then
        display "Unable to write " function trim(invoiceName) " (file status " invoiceStatus ")"
        move 016 to jobReturnCode
    else
        move spaces to invoice-record
        write invoice-record
        move "DEPARTMENT CHARGEBACK - INVOICE SUMMARY" to invoice-record
        write invoice-record
        move "triCipher suite - monthly chargeback" to invoice-record
        write invoice-record
        move spaces to invoice-record
        string
            "Billing period: " delimited by size
            billPeriod         delimited by size
            "     Run date: "  delimited by size
            runTimestamp       delimited by size
            into invoice-record
        end-string
        write invoice-record
        move spaces to thisDept
        move 0 to deptAmount
        perform varying billSlot from 1 by 1 until billSlot > billUsed
            if billSlot = 1 or billDept(billSlot) not = thisDept then
                if billSlot > 1 then
                    perform write-department-total
                end-if
                move billDept(billSlot) to thisDept
                move 0 to deptAmount
                perform write-department-heading
            end-if
            perform write-invoice-line
            add billAmount(billSlot) to deptAmount
        end-perform
        if billUsed > 0 then
            perform write-department-total
        else
            move spaces to invoice-record
            write invoice-record
            move "No billable work in this period." to invoice-record
            write invoice-record
        end-if
        move spaces to invoice-record
        write invoice-record
        move "==========================================================================================================" to invoice-record
        write invoice-record
        move grandAmount to totalText
        move spaces to invoice-record
        move "TOTAL CHARGED, ALL DEPARTMENTS" to invoice-record(1:30)
        move totalText to invoice-record(84:14)
        write invoice-record
        close invoiceFile
    end-if.

write-department-heading.
    move spaces to deptShown.
    if thisDept = spaces then
        move "(unassigned)" to deptShown
    else
        move thisDept to deptShown
    end-if.
    move spaces to invoice-record.
    write invoice-record.
    move "==========================================================================================================" to invoice-record.
    write invoice-record.
    move spaces to invoice-record.
    string
        "Department: " delimited by size
        deptShown      delimited by size
        into invoice-record
    end-string.
    write invoice-record.
    move spaces to invoice-record.
    write invoice-record.
    move "ALG  FILES    RECORDS       ENCRYPT  DECRYPT  VERIFY   RE-KEY   RETRIES  RATE              AMOUNT" to invoice-record.
    write invoice-record.
    move "---  -------  ------------  -------  -------  -------  -------  -------  ----------  ------------" to invoice-record.
    write invoice-record.

write-invoice-line.
    move billFiles(billSlot) to filesText.
    move billRecords(billSlot) to recsText.
    move billAmount(billSlot) to amountText.
    move spaces to invoice-record.
    move billAlg(billSlot) to invoice-record(1:1).
    move filesText to invoice-record(6:7).
    move recsText to invoice-record(15:12).
    move billEnc(billSlot) to opText.
    move opText to invoice-record(29:7).
    move billDec(billSlot) to opText.
    move opText to invoice-record(38:7).
    move billVfy(billSlot) to opText.
    move opText to invoice-record(47:7).
    move billRky(billSlot) to opText.
    move opText to invoice-record(56:7).
    move billRty(billSlot) to opText.
    move opText to invoice-record(65:7).
    if billPriced(billSlot) = 1 then
        move billRef(billSlot) to invoice-record(74:10)
    else
        move "NO RATE" to invoice-record(74:10)
    end-if.
    move amountText to invoice-record(86:12).
    write invoice-record.

write-department-total.
    move deptAmount to totalText.
    move spaces to invoice-record.
    move "Department total" to invoice-record(1:16).
    move totalText to invoice-record(84:14).
    write invoice-record.

*> the finance system's import: a header naming the period, one detail
*> row per bill line, and a trailer whose count and total the import
*> checks the detail against
write-feed.
    open output feedFile.
    if feedStatus not = "00" then
        display "Unable to write " function trim(feedName) " (file status " feedStatus ")"
        move 016 to jobReturnCode
    else
        move spaces to feed-header
        move "H" to fh-type
        move billPeriod to fh-period
        move runTimestamp to fh-timestamp
        move "TRICIPHER" to fh-source
        write feed-header
        move 0 to feedRows
        perform varying billSlot from 1 by 1 until billSlot > billUsed
            move spaces to feed-detail
            move "D" to fd-type
            move billPeriod to fd-period
            move billDept(billSlot) to fd-dept
            move billAlg(billSlot) to fd-algorithm
            move billFiles(billSlot) to fd-files
            move billRecords(billSlot) to fd-records
            move billEnc(billSlot) to fd-encrypt
            move billDec(billSlot) to fd-decrypt
            move billVfy(billSlot) to fd-verify
            move billRky(billSlot) to fd-rekey
            move billRty(billSlot) to fd-retry
            move billAmount(billSlot) to fd-amount
            move billRef(billSlot) to fd-reference
            write feed-detail
            add 1 to feedRows
        end-perform
        move spaces to feed-trailer
        move "T" to ft-type
        move billPeriod to ft-period
        move feedRows to ft-count
        move grandAmount to ft-amount
        write feed-trailer
        close feedFile
    end-if.

build-run-timestamp.
    move spaces to runTimestamp.
    string
        currentDateTime(1:4)  delimited by size
        "-"                   delimited by size
        currentDateTime(5:2)  delimited by size
        "-"                   delimited by size
        currentDateTime(7:2)  delimited by size
        " "                   delimited by size
        currentDateTime(9:2)  delimited by size
        ":"                   delimited by size
        currentDateTime(11:2) delimited by size
        ":"                   delimited by size
        currentDateTime(13:2) delimited by size
        into runTimestamp
    end-string.

*> code based on: http://stackoverflow.com/questions/24777344/compute-length-string-of-variable-with-cobol
string-length.
    move zeros to numSpaces.
    inspect function reverse(userInput)
        tallying
        numSpaces for leading spaces.
    compute strLength = length of userInput - numSpaces.
