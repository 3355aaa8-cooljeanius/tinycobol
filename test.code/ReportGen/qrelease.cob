*          is held, 0 when the quarantine is empty -- wire it as a
*          dependency ahead of distribution in batchctl.jobs.
*      qrelease RELEASE <run-id> <supervisor>
*          put the run's outputs -- PDF, line-printer edition, CSV,
*          exception listing and GL posting file -- back under the
*          current names for distribution. The vendor statements
*          the run held (quarantine/stmt.<run-id>.lst) go back to
*          their stmt_<vendor>.txt names and are queued for e-mail
*          through the shared mailq routine, as a clean run queues
*          them; one that cannot be queued is named with the
*          reason.
*      qrelease DISCARD <run-id> <supervisor>
*          remove the held outputs, the GL posting file and the
*          held statements included, for good.
*
*    Either decision removes the hold from quarantine.dat and is
*    recorded, with the supervisor's id and a timestamp, in
*    operators.dat -- the same file and level discipline the tdb02
*    menu enforces. With no operators.dat on file the decision is
*    refused; the quarantine does not run open.
*
*    A RELEASE also takes a second supervisor. The first RELEASE of
*    a held run only files it on the pending-approval register
*    through the pendchk routine; once a different supervisor has
*    approved it with pendappr, the next RELEASE of the run (by
*    either of them, or the tdb03 quarantine page) carries it out.
*    A DISCARD is carried out at once.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS decision-fs.
    SELECT held-stmt-file
         ASSIGN TO held-stmt-listname
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS held-stmt-fs.

 DATA DIVISION.
 FILE SECTION.
 FD  decision-log-file.
 01  decision-log-record     pic x(120).

* the report run's list of the statements it held for this run
 FD  held-stmt-file.
 01  held-stmt-record.
     05 hs-vendor            pic x(20).
     05 filler               pic x(1).
     05 hs-stmt-name         pic x(40).

 WORKING-STORAGE SECTION.
 77  quar-fs         pic xx.
 77  quar-new-fs     pic xx.
 77  decision-fs     pic xx.
 77  held-stmt-fs    pic xx.
 77  held-stmt-listname pic x(40).
 77  held-stmt-end-flag pic x.
 77  mail-kind       pic x(8).
 77  mail-source     pic x(8).
 77  mail-vendor     pic x(20).
 77  mail-contact    pic x(40).
 77  mail-subject    pic x(60).
 77  mail-attachment pic x(100).
 77  mail-spool-id   pic 9(8).
 77  mail-result     pic x.
 77  run-cmdline     pic x(60).
 77  run-mode        pic x(8).
 77  target-run-id   pic x(14).
     05 rn-csv-name          pic x(40).
     05 rn-exc-name          pic x(40).
     05 rn-glpost-name       pic x(40).
     05 rn-prt-name          pic x(40).
 77  system-command  pic x(200).
 77  gl-held-name    pic x(40).
 77  prt-held-name   pic x(40).
 77  rewrite-command pic x(60)
    value "mv quarantine.dat.new quarantine.dat".
 77  ws-date         pic 9(8).
 77  signon-req-level pic 9(1) value 3.
 77  signon-level    pic 9(1).
 77  signon-result   pic x(1).
 77  pend-action     pic x(8) value "REQUEST".
 77  pend-kind       pic x(8) value "QRELEASE".
 77  pend-key        pic x(20).
 77  pend-value      pic x(40).
 77  pend-result     pic x.
 77  pend-request-id pic 9(6).

 PROCEDURE DIVISION.
 000-MAIN.
        stop run
    end-if
    perform 350-SIGN-ON-SUPERVISOR
    if run-mode = "RELEASE"
        perform 360-CHECK-APPROVAL
    end-if
    open input quarantine-reg-file
    if quar-fs not = "00"
        display "qrelease: nothing in quarantine"
        stop run
    end-if.

* A release goes ahead only on a second supervisor's approval; a
* run that is not held files nothing.
 360-CHECK-APPROVAL.
    move spaces to pend-value
    open input quarantine-reg-file
    if quar-fs = "00"
        move "N" to quar-end-flag
        perform 365-FIND-ONE-HELD until quar-end-flag = "Y"
        close quarantine-reg-file
    end-if
    if found-flag not = "Y"
        display "qrelease: run " target-run-id " is not in "
            "quarantine"
        move 8 to return-code
        stop run
    end-if
    move "N" to found-flag
    move target-run-id to pend-key
    call "pendchk" using pend-action pend-kind pend-key
        pend-value supervisor-id pend-result pend-request-id
    evaluate pend-result
        when "A"
            continue
        when "N"
            display "qrelease: release of run " target-run-id
                " waits for a second supervisor, request "
                pend-request-id
            move 4 to return-code
            stop run
        when other
            display "qrelease: release of run " target-run-id
                " is still waiting for approval, request "
                pend-request-id
            move 4 to return-code
            stop run
    end-evaluate.

 365-FIND-ONE-HELD.
    read quarantine-reg-file
        at end move "Y" to quar-end-flag
        not at end
            if q-run-id = target-run-id
                move "Y" to found-flag
                string "held (" q-reason ") company " q-company
                    delimited by size into pend-value
            end-if
    end-read.

 310-SIFT-ONE-HELD.
    read quarantine-reg-file
        at end move "Y" to quar-end-flag
            end-if
    end-read.

* The GL posting file and the print file are held under names
* derived from the run identifier, the same derivation the report
* run quarantined them with; the restore targets are the held
* company's own names.
 400-ACT-ON-FILES.
    move spaces to gl-held-name prt-held-name
    string "glposting." target-run-id ".dat"
        delimited by size into gl-held-name
    string "repoutput." target-run-id ".prt"
        delimited by size into prt-held-name
    perform 450-BUILD-RESTORE-NAMES
    if run-mode = "RELEASE"
* moved, not copied, back under the current names: a released hold
            " 2>/dev/null" delimited by size
            into system-command
        call "SYSTEM" using system-command
        move spaces to system-command
        string "mv quarantine/" delimited by size
            prt-held-name delimited by "  "
            " " delimited by size
            rn-prt-name delimited by "  "
            " 2>/dev/null" delimited by size
            into system-command
        call "SYSTEM" using system-command
    else
        move spaces to system-command
        string "rm -f quarantine/" delimited by size
        move spaces to system-command
        string "rm -f quarantine/" delimited by size
            gl-held-name delimited by "  "
            " quarantine/" delimited by size
            prt-held-name delimited by "  "
            into system-command
        call "SYSTEM" using system-command
    end-if
    perform 420-ACT-ON-STATEMENTS.

* The statements follow the run's decision; a run held before
* statements were held has no list, and nothing to do here.
 420-ACT-ON-STATEMENTS.
    move spaces to held-stmt-listname
    string "quarantine/stmt." target-run-id ".lst"
        delimited by size into held-stmt-listname
    open input held-stmt-file
    if held-stmt-fs = "00"
        move "N" to held-stmt-end-flag
        perform 430-ACT-ON-ONE-STATEMENT
            until held-stmt-end-flag = "Y"
        close held-stmt-file
        move spaces to system-command
        string "rm -f " held-stmt-listname
            delimited by size into system-command
        call "SYSTEM" using system-command
    end-if.

 430-ACT-ON-ONE-STATEMENT.
    read held-stmt-file
        at end move "Y" to held-stmt-end-flag
        not at end
            move spaces to system-command
            if run-mode = "RELEASE"
                string "mv quarantine/" delimited by size
                    target-run-id delimited by size
                    "." delimited by size
                    hs-stmt-name delimited by space
                    " " delimited by size
                    hs-stmt-name delimited by space
                    " 2>/dev/null" delimited by size
                    into system-command
                call "SYSTEM" using system-command
                perform 440-QUEUE-ONE-STATEMENT
            else
                string "rm -f quarantine/" delimited by size
                    target-run-id delimited by size
                    "." delimited by size
                    hs-stmt-name delimited by space
                    into system-command
                call "SYSTEM" using system-command
            end-if
    end-read.

* the same queueing the report run does for a clean run's
* statements.
 440-QUEUE-ONE-STATEMENT.
    move "STMT" to mail-kind
    move "report" to mail-source
    move hs-vendor to mail-vendor
    move spaces to mail-contact
    move spaces to mail-subject
    string "Sales statement, run " target-run-id
        delimited by size into mail-subject
    move hs-stmt-name to mail-attachment
    call "mailq" using mail-kind mail-source mail-vendor
        mail-contact mail-subject mail-attachment mail-spool-id
        mail-result
    evaluate mail-result
        when "Q" continue
        when "N" display "qrelease: statement for " hs-vendor
                     " not mailed: no e-mail address on file"
        when "R" display "qrelease: statement for " hs-vendor
                     " not mailed: contact refuses e-mail"
        when "A" display "qrelease: statement for " hs-vendor
                     " not mailed: " hs-stmt-name " not readable"
        when other display "qrelease: statement for " hs-vendor
                     " not mailed: mail spool not writable"
    end-evaluate.

* The default company (or a pre-company register line, blank)
* keeps the historical names; any other company releases onto its
* own suffixed set, exactly as the run named them.
        move "salesreport.csv"     to rn-csv-name
        move "salesexceptions.txt" to rn-exc-name
        move "glposting.dat"       to rn-glpost-name
        move "repoutput.prt"       to rn-prt-name
    else
        move spaces to restore-names-work
        string "repoutput." hw-company ".pdf"
            delimited by size into rn-exc-name
        string "glposting." hw-company ".dat"
            delimited by size into rn-glpost-name
        string "repoutput." hw-company ".prt"
            delimited by size into rn-prt-name
    end-if.

 500-RECORD-DECISION.
