*> operid.cob
*> Operator or Job Identity for the Audit Trail
*> Name: Jireh Agda
*> Date Last Modified: 2026 10 15
*> 2026 10 15 - first version: an audit line said what happened to a
*>              file and when, but not who did it, so "who decrypted
*>              this?" had no answer.  this module is the one place the
*>              identity is worked out, the same way keywrap is the one
*>              place the master passphrase is read: every program
*>              that writes AUDITLOG.DAT calls it and stamps what it
*>              returns on each line, and the decrypt authorization
*>              check (see authchk.cob) is made against it
*>
*> the identity is TRICIPHER_OPERATOR from the environment - set by the
*> operator for an interactive session, or by the scheduler's job
*> profile to the job's ID for an unattended one (the job-stream
*> driver sets it to JOBSTRM.<step> when nothing else has) - failing
*> that the login name in USER, failing that UNKNOWN.  it is folded to
*> upper case, read once per run, and cached, since it cannot change
*> underneath a running program

identification division.
program-id. operid.

data division.
working-storage section.
*> working-storage persists across CALLs, so the identity is resolved
*> on the first call and handed back from here after that
77 idLoaded   pic 9     value 0.
77 idResolved pic X(20) value spaces.

linkage section.
77 opIdentity pic X(20).

procedure division using opIdentity.
    if idLoaded = 0 then
        move 1 to idLoaded
        move spaces to idResolved
        accept idResolved from environment "TRICIPHER_OPERATOR"
            on exception move spaces to idResolved
        end-accept
        if idResolved = spaces then
            accept idResolved from environment "USER"
                on exception move spaces to idResolved
            end-accept
        end-if
        if idResolved = spaces then
            move "UNKNOWN" to idResolved
        end-if
        move function upper-case(idResolved) to idResolved
    end-if.
    move idResolved to opIdentity.
    goback.
