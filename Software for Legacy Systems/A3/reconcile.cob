*> reconcile.cob
*> Three-Way Reconciliation of Catalog, Audit Log, Keyfile, and Disk
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - the catalog record layout carries the current output
*>              generation and the generations kept (see gdgroll.cob)
*> 2026 10 15 - the catalog record layout carries the content check
*>              value of the stored ciphertext (see chkval.cob)
*> 2026 10 15 - the audit record layout carries the operator or job ID
*> 2026 10 15 - the catalog and audit record layouts carry the owning
*>              department (and, on the audit line, the algorithm)
*> 2026 10 15 - a record the retention purge marked EXPIRED has had
*>              its files destroyed on purpose, so it is no longer
*>              reported ON CATALOG / NO FILE
*> 2026 09 03 - first version: CATALOG.DAT, AUDITLOG.DAT, and the
*>              filesystem drift apart over time - the catalog says
*>              ENCRYPTED but the .out has since been moved or
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

fd keyFile.
01 key-record.

*> every catalog record must still answer to something on disk: the
*> recorded name itself or its .out (whichever role the name plays,
*> one of the two existed when the record was written) - except an
*> EXPIRED one, whose files the retention purge destroyed on schedule
scan-catalog.
    display " ".
    display "ON CATALOG / NO FILE:".
                add 1 to catWalked
                move spaces to baseName
                move cat-filename to baseName
                move 1 to foundFile
                if cat-status not = "EXPIRED" then
                    perform probe-name-or-out
                end-if
                if foundFile = 0 then
                    add 1 to excCatalog
                    display "  " function trim(cat-filename) " (status " cat-status ")"
