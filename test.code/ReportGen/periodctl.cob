*          password at the prompt, the same id/password/level file
*          that guards the tdb02 menu. A period not yet on file is
*          added by either command.
*      periodctl CHECK <YYYYMM>
*          the month-end close readiness check on its own: every
*          manifested run of the month out of quarantine and
*          archived clean, every GL batch ACCEPTED by the ledger,
*          no NEW or ASSIGNED exceptions left, commission accrued
*          for every run, and the trial balance proving. The
*          checklist goes to closeready.rpt (see closechk).
*
*    CLOSE runs the same check first and refuses while any item
*    is open, unless the supervisor overrides it explicitly:
*      periodctl CLOSE <YYYYMM> <supervisor> OVERRIDE
*    An override still needs the level-3 sign-on and is recorded
*    in periodctl.log with the number of items left open; a
*    refused close is recorded there too.
*
*    The report run validates every posting date against this
*    file and redirects closed-period postings loudly. Changes
 77  target-period-x pic x(6).
 77  target-period   pic 9(6).
 77  supervisor-id   pic x(8).
 77  override-word   pic x(8).
 77  close-open-items pic 9(4) value zeros.
 77  open-items-dsp  pic z(3)9.
 77  log-pointer     pic 9(3) comp.
 77  signon-password pic x(8).
 77  signon-req-level pic 9(1) value 3.
 77  signon-level    pic 9(1).
   88 signon-ok           value "Y".
 77  period-end-flag pic x.
 77  period-found-flag pic x value "N".
 77  new-status      pic x(8).
 77  listed-count    pic 9(3) comp value zeros.
 77  rewrite-command pic x(60)
    value "mv acctperiods.dat.new acctperiods.dat".
 000-MAIN.
    accept ctl-cmdline from command-line
    unstring ctl-cmdline delimited by ' '
        into ctl-mode target-period-x supervisor-id override-word
    evaluate ctl-mode
        when "LIST"  perform 100-LIST-PERIODS
        when "CHECK" perform 200-CHECK-ONE-PERIOD
        when "CLOSE" perform 300-CHANGE-ONE-PERIOD
        when "OPEN"  perform 300-CHANGE-ONE-PERIOD
        when other
            display "periodctl: use LIST, CHECK <YYYYMM>, CLOSE "
                "<YYYYMM> <supervisor> [OVERRIDE] or OPEN <YYYYMM> "
                "<supervisor>"
            move 8 to return-code
    end-evaluate
    stop run.
            display ap-period " " ap-status
    end-read.

* The readiness check on its own: no sign-on, nothing changes.
 200-CHECK-ONE-PERIOD.
    if target-period-x not numeric
        display "periodctl: CHECK needs the period (YYYYMM)"
        move 8 to return-code
        stop run
    end-if
    move target-period-x to target-period
    perform 700-CHECK-READINESS
    if close-open-items > zeros
        move 4 to return-code
    end-if.

* Closing and opening share the machinery: sign the supervisor on,
* rewrite the file with the period's new status (adding the period
* when it was never on file), and record who decided what, when.
        stop run
    end-if
    move target-period-x to target-period
    if ctl-mode = "CLOSE"
        perform 700-CHECK-READINESS
        if close-open-items > zeros
            and override-word not = "OVERRIDE"
            display "periodctl: CLOSE refused, period "
                target-period " has open items -- clear them or "
                "add OVERRIDE"
            move "REFUSED" to new-status
            perform 600-RECORD-DECISION
            move 8 to return-code
            stop run
        end-if
    end-if
    perform 400-SIGN-ON-SUPERVISOR
    if not signon-ok
        display "periodctl: supervisor sign-on failed for "
        open output decision-log-file
    end-if
    move spaces to decision-log-record
    move 1 to log-pointer
    string ws-timestamp " " ctl-mode " period " target-period
        " -> " new-status " by " supervisor-id
        delimited by size into decision-log-record
        with pointer log-pointer
    if ctl-mode = "CLOSE" and close-open-items > zeros
        move close-open-items to open-items-dsp
        if new-status = "REFUSED"
            string " with " open-items-dsp " open item(s)"
                delimited by size into decision-log-record
                with pointer log-pointer
        else
            string " OVERRIDE with " open-items-dsp
                " open item(s)"
                delimited by size into decision-log-record
                with pointer log-pointer
        end-if
    end-if
    write decision-log-record
    close decision-log-file.

* The month-end checklist, built by the shared closechk routine
* into closeready.rpt; the open-item count decides the close.
 700-CHECK-READINESS.
    move zeros to close-open-items
    call "closechk" using target-period close-open-items
        on exception
            display "periodctl: closechk not available, period "
                "readiness cannot be proven"
            move 8 to return-code
            stop run
    end-call
    move close-open-items to open-items-dsp
    if close-open-items = zeros
        display "periodctl: period " target-period
            " ready to close, see closeready.rpt"
    else
        display "periodctl: period " target-period " has "
            open-items-dsp " open item(s), see closeready.rpt"
    end-if.
