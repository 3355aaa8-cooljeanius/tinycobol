 IDENTIFICATION DIVISION.
 PROGRAM-ID.    secaudit.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Privileged-activity security report for the auditors.
*
*      secaudit <from YYYYMMDD> [<to YYYYMMDD>]
*
*    What operators did with their privileges is written to many
*    logs, each in its own shape. This report reads them all for
*    the date range (one date alone means that day) and merges
*    them into secaudit.rpt, one chronological listing per
*    operator, each line the action, what it touched and how it
*    ended:
*
*      vendmaint.log     vendor adds, changes, holds and links
*      periodctl.log     period closes and opens, refusals and
*                        overrides
*      quarantine.log    quarantined runs released or discarded
*      operadm.log       operators added, disabled, re-passworded
*      ctlchange.log     control files staged, dropped, installed
*      dberror.log       the tdb02 operator lines: destructive
*                        menu options taken
*      tdb01journal.dat  contact changes, by the operator field
*      tdb01merge.log    contact merges (a batch, no operator)
*      formaudit.log     web supervisor decisions, refused
*                        sign-ons included
*      pendappr.log      four-eyes requests approved, rejected
*                        and expired
*      apikey.log        portal API keys issued and revoked
*
*    Each operator's heading says what operators.dat says of them
*    now. Actions by an operator who is disabled (level 0) or not
*    on operators.dat at all are flagged "**" on every line and
*    counted at the end, and the run ends with RETURN-CODE 4 when
*    there are any. Batch entries (*BATCH* and the like) are
*    listed under their own heading and never flagged. A log that
*    is not there is noted in the report and skipped.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT log-file
         ASSIGN TO log-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS log-fs.
    COPY "t01jrnlsel.cpy".
    SELECT operator-file
         ASSIGN TO "operators.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS operator-fs.
    SELECT security-report-file
         ASSIGN TO "secaudit.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    SELECT sort-work-file ASSIGN TO "secaudit.wrk".

 DATA DIVISION.
 FILE SECTION.
 FD  log-file.
 01  log-record              pic X(250).

 COPY "t01jrnlfd.cpy".

 FD  operator-file.
 01  operator-record.
     05 opr-id               pic X(8).
     05 opr-password         pic X(8).
     05 opr-level            pic 9(1).

 FD  security-report-file.
 01  security-report-record  pic X(132).

* by operator, then in time order; the source breaks a tie.
 SD  sort-work-file.
 01  sort-rec.
     05 sa-operator          pic X(8).
     05 sa-stamp             pic X(17).
     05 sa-source            pic X(10).
     05 sa-action            pic X(10).
     05 sa-object            pic X(50).
     05 sa-outcome           pic X(10).

 WORKING-STORAGE SECTION.
 77  log-fs          pic xx.
 77  t1jrnl-fs       pic xx.
 77  operator-fs     pic xx.
 77  log-filename    pic x(20).
 77  sec-cmdline     pic x(40).
 77  from-date-x     pic x(8).
 77  to-date-x       pic x(8).
 77  from-date       pic 9(8).
 77  to-date         pic 9(8).
 77  check-date      pic 9(8).
 77  date-valid-flag pic x.
 77  file-end-flag   pic x.
 77  sort-end-flag   pic x.
 77  line-date       pic x(8).
 77  source-kind     pic x(10).
* the pieces a log line is cut into.
 77  part-1          pic x(20).
 77  part-2          pic x(20).
 77  part-3          pic x(20).
 77  part-4          pic x(20).
 77  part-5          pic x(20).
 77  part-6          pic x(20).
 77  part-7          pic x(20).
 77  part-8          pic x(20).
 77  part-head       pic x(250).
 77  part-tail       pic x(250).
 77  override-count  pic 9(2) comp.
 77  supv-count      pic 9(2) comp.
* the logs read, in this order; the journal is read on its own.
 01  source-list.
     05 filler       pic x(20) value "vendmaint.log".
     05 filler       pic x(20) value "periodctl.log".
     05 filler       pic x(20) value "quarantine.log".
     05 filler       pic x(20) value "operadm.log".
     05 filler       pic x(20) value "ctlchange.log".
     05 filler       pic x(20) value "dberror.log".
     05 filler       pic x(20) value "tdb01merge.log".
     05 filler       pic x(20) value "formaudit.log".
     05 filler       pic x(20) value "pendappr.log".
     05 filler       pic x(20) value "apikey.log".
 01  source-table redefines source-list.
     05 source-name  pic x(20) occurs 10 times indexed by srx.
 77  source-count    pic 9(2) comp value 10.
 01  missing-table.
     05 missing-name pic x(20) occurs 11 times.
 77  missing-count   pic 9(2) comp value zeros.
 77  msx             pic 9(2) comp.
* operators.dat as it stands, to judge each actor by.
 01  operator-table.
     05 operator-entry occurs 200 times indexed by opx.
        10 ot-id             pic x(8).
        10 ot-level          pic 9(1).
 77  operator-count  pic 9(3) comp value zeros.
 77  current-operator pic x(8).
 77  operator-state  pic x(1).
   88 operator-active      value "A".
   88 operator-disabled    value "D".
   88 operator-unknown     value "U".
   88 operator-system      value "S".
 77  current-level   pic 9(1).
 77  first-record-flag pic x value "Y".
 77  action-count    pic 9(6) comp value zeros.
 77  operator-actions pic 9(6) comp value zeros.
 77  flagged-count   pic 9(6) comp value zeros.
 77  operators-seen  pic 9(4) comp value zeros.
 77  operators-flagged pic 9(4) comp value zeros.
 77  count-dsp       pic zzzzz9.
 77  flag-mark       pic x(2).
 77  ws-date         pic 9(8).
 77  ws-time         pic 9(8).

 PROCEDURE DIVISION.
 000-MAIN.
    accept sec-cmdline from command-line
    unstring sec-cmdline delimited by all ' '
        into from-date-x to-date-x
    if to-date-x = spaces
        move from-date-x to to-date-x
    end-if
    perform 050-CHECK-DATES
    perform 100-LOAD-OPERATORS
    sort sort-work-file
        ascending key sa-operator sa-stamp sa-source
        input procedure is 200-FEED-ACTIONS
            thru 200-FEED-ACTIONS-EXIT
        output procedure is 500-WRITE-REPORT
            thru 500-WRITE-REPORT-EXIT
    move action-count to count-dsp
    display "secaudit: " count-dsp " privileged action(s), see "
        "secaudit.rpt"
    if flagged-count > zeros
        move flagged-count to count-dsp
        display "secaudit: " count-dsp " action(s) by disabled or "
            "unknown operators"
        move 4 to return-code
    end-if
    stop run.

 050-CHECK-DATES.
    if from-date-x not numeric or to-date-x not numeric
        display "secaudit: use secaudit <from YYYYMMDD> "
            "[<to YYYYMMDD>]"
        move 8 to return-code
        stop run
    end-if
    move from-date-x to from-date
    move to-date-x   to to-date
    move from-date to check-date
    call "datevalid" using check-date date-valid-flag
    if date-valid-flag = "Y"
        move to-date to check-date
        call "datevalid" using check-date date-valid-flag
    end-if
    if date-valid-flag not = "Y" or from-date > to-date
        display "secaudit: " from-date-x " to " to-date-x
            " is not a date range"
        move 8 to return-code
        stop run
    end-if.

 100-LOAD-OPERATORS.
    open input operator-file
    if operator-fs = "00"
        move "N" to file-end-flag
        perform 110-LOAD-ONE-OPERATOR until file-end-flag = "Y"
        close operator-file
    end-if.

 110-LOAD-ONE-OPERATOR.
    read operator-file
        at end move "Y" to file-end-flag
        not at end
            if operator-count < 200
                add 1 to operator-count
                move opr-id    to ot-id (operator-count)
                move opr-level to ot-level (operator-count)
            end-if
    end-read.

* Every log in turn, then the contact journal; each line in the
* date range is cut into operator, action, object and outcome
* the way its writer laid it out.
 200-FEED-ACTIONS.
    perform 210-FEED-ONE-LOG
        varying srx from 1 by 1
        until srx > source-count
    perform 290-FEED-JOURNAL.
 200-FEED-ACTIONS-EXIT.
    exit.

 210-FEED-ONE-LOG.
    move source-name (srx) to log-filename
    move spaces to source-kind
    unstring log-filename delimited by "."
        into source-kind
    open input log-file
    if log-fs not = "00"
        add 1 to missing-count
        move log-filename to missing-name (missing-count)
    else
        move "N" to file-end-flag
        perform 220-TAKE-ONE-LINE until file-end-flag = "Y"
        close log-file
    end-if.

 220-TAKE-ONE-LINE.
    read log-file
        at end move "Y" to file-end-flag
        not at end
            move spaces to sort-rec
            move source-kind to sa-source
            evaluate source-kind
                when "vendmaint"  perform 230-CUT-VENDMAINT
                when "periodctl"  perform 235-CUT-PERIODCTL
                when "quarantine" perform 240-CUT-QUARANTINE
                when "operadm"    perform 245-CUT-OPERADM
                when "ctlchange"  perform 250-CUT-CTLCHANGE
                when "dberror"
                    perform 255-CUT-DBERROR thru 255-CUT-DBERROR-EXIT
                when "tdb01merge" perform 260-CUT-MERGE
                when "formaudit"
                    perform 265-CUT-FORMAUDIT
                        thru 265-CUT-FORMAUDIT-EXIT
                when "pendappr"   perform 270-CUT-PENDAPPR
                when "apikey"     perform 275-CUT-APIKEY
            end-evaluate
            if sa-stamp not = spaces
                move sa-stamp (1:8) to line-date
                if line-date not < from-date-x
                    and line-date not > to-date-x
                    add 1 to action-count
                    release sort-rec
                end-if
            end-if
    end-read.

* <stamp> <operator> <action> <vendor> <region> <city> <status>
 230-CUT-VENDMAINT.
    move log-record (1:17)  to sa-stamp
    move log-record (19:8)  to sa-operator
    move log-record (28:8)  to sa-action
    move spaces to sa-object
    string "vendor " log-record (37:43)
        delimited by size into sa-object
    move "DONE" to sa-outcome.

* <stamp> <mode> period <YYYYMM> -> <status> by <supervisor>
*   [OVERRIDE] [with <n> open item(s)]
 235-CUT-PERIODCTL.
    move spaces to part-1 part-2 part-3 part-4 part-5 part-6
        part-7 part-8
    unstring log-record delimited by all ' '
        into part-1 part-2 part-3 part-4 part-5 part-6 part-7
            part-8
    move part-1 (1:17) to sa-stamp
    move part-8 (1:8)  to sa-operator
    move part-2        to sa-action
    move spaces to sa-object
    string "period " part-4 delimited by size into sa-object
    move part-6 to sa-outcome
    move zeros to override-count
    inspect log-record tallying override-count
        for all " OVERRIDE "
    if override-count > zeros
        move "OVERRIDE" to sa-outcome
    end-if.

* <stamp> <mode> run <run id> (<reason>) by <supervisor>
 240-CUT-QUARANTINE.
    move spaces to part-1 part-2 part-3 part-4 part-head part-tail
    unstring log-record delimited by all ' '
        into part-1 part-2 part-3 part-4
    unstring log-record delimited by ") by "
        into part-head part-tail
    move part-1 (1:17)   to sa-stamp
    move part-tail (1:8) to sa-operator
    move part-2          to sa-action
    move spaces to sa-object
    string "run " part-4 delimited by size into sa-object
    move spaces to sa-outcome
    string part-2 delimited by space "D" delimited by size
        into sa-outcome.

* <stamp> <action> <operator id> by <administrator>
 245-CUT-OPERADM.
    move spaces to part-1 part-2 part-3 part-4 part-5
    unstring log-record delimited by all ' '
        into part-1 part-2 part-3 part-4 part-5
    move part-1 (1:17) to sa-stamp
    move part-5 (1:8)  to sa-operator
    move part-2        to sa-action
    move spaces to sa-object
    string "operator " part-3 delimited by size into sa-object
    move "DONE" to sa-outcome.

* <stamp> <action> <file> by <operator> -- <reason>
 250-CUT-CTLCHANGE.
    move spaces to part-1 part-2 part-3 part-4 part-5
    unstring log-record delimited by all ' '
        into part-1 part-2 part-3 part-4 part-5
    move part-1 (1:17) to sa-stamp
    move part-5 (1:8)  to sa-operator
    move part-2        to sa-action
    move part-3        to sa-object
    move "DONE" to sa-outcome.

* only the operator lines: tdb02 <stamp> operator=<id> took
* destructive option <n>; the database errors are not actions.
 255-CUT-DBERROR.
    move spaces to part-head part-tail
    unstring log-record delimited by " operator="
        into part-head part-tail
    if part-tail = spaces
        go to 255-CUT-DBERROR-EXIT.
    move spaces to part-1 part-2 part-3 part-4
    unstring part-head delimited by all ' '
        into part-1 part-2
    move part-2 (1:17) to sa-stamp
    move part-tail (1:8) to sa-operator
    move "OPTION" to sa-action
    unstring part-tail delimited by " option "
        into part-3 part-4
    move spaces to sa-object
    string part-1 delimited by space
        " menu option " part-4 delimited by size
        into sa-object
    move "TAKEN" to sa-outcome.
 255-CUT-DBERROR-EXIT.
    exit.

* <stamp> merged [<duplicate>] into [<survivor>], ...
* <stamp> REFUSED: survivor [<survivor>] not on file, ...
 260-CUT-MERGE.
    move log-record (1:17)  to sa-stamp
    move "*BATCH*"          to sa-operator
    move "MERGE"            to sa-action
    move log-record (19:50) to sa-object
    if log-record (19:7) = "REFUSED"
        move "REFUSED" to sa-outcome
        move log-record (28:50) to sa-object
    else
        move "MERGED" to sa-outcome
        move log-record (26:50) to sa-object
    end-if.

* only the supervisor lines: <stamp> cmd=<cmd> supv=<id>
* run=<run id> outcome=<outcome>; submissions are not actions.
 265-CUT-FORMAUDIT.
    move zeros to supv-count
    inspect log-record tallying supv-count for all " supv="
    if supv-count = zeros
        go to 265-CUT-FORMAUDIT-EXIT.
    move spaces to part-1 part-2 part-3 part-4 part-5
    unstring log-record delimited by " cmd=" or " supv="
        or " run=" or " outcome="
        into part-1 part-2 part-3 part-4 part-5
    move part-1 (1:17) to sa-stamp
    move part-3 (1:8)  to sa-operator
    move spaces to sa-action
    string "web " part-2 delimited by size into sa-action
    move spaces to sa-object
    string "run " part-4 delimited by size into sa-object
    move part-5 to sa-outcome.
 265-CUT-FORMAUDIT-EXIT.
    exit.

* <stamp> <outcome> <request> <kind> <key> by <operator> asked by
* <requester>, every field at its fixed place (a vendor key may
* hold spaces).
 270-CUT-PENDAPPR.
    move log-record (1:17)  to sa-stamp
    move log-record (69:8)  to sa-operator
    move "DECIDE"           to sa-action
    move spaces to sa-object
    string "request " log-record (29:6) " " log-record (36:8)
        " " log-record (45:20)
        delimited by size into sa-object
    move log-record (19:9)  to sa-outcome.

* <stamp> <ISSUE|REVOKE> <client> by <supervisor> [<scopes> to
* <expiry> ceiling <calls>], every field at its fixed place.
 275-CUT-APIKEY.
    move log-record (1:17)  to sa-stamp
    move log-record (50:8)  to sa-operator
    move spaces to sa-action
    string "KEY " log-record (19:6)
        delimited by size into sa-action
    move spaces to sa-object
    string "api key " log-record (26:20) " " log-record (59:40)
        delimited by size into sa-object
    move "DONE" to sa-outcome.

 290-FEED-JOURNAL.
    open input tdb01-journal-file
    if t1jrnl-fs not = "00"
        add 1 to missing-count
        move "tdb01journal.dat" to missing-name (missing-count)
    else
        move "N" to file-end-flag
        perform 295-TAKE-ONE-JOURNAL until file-end-flag = "Y"
        close tdb01-journal-file
    end-if.

 295-TAKE-ONE-JOURNAL.
    read tdb01-journal-file
        at end move "Y" to file-end-flag
        not at end
            move t1j-timestamp (1:8) to line-date
            if line-date not < from-date-x
                and line-date not > to-date-x
                move spaces to sort-rec
                move t1j-operator  to sa-operator
                move t1j-timestamp to sa-stamp
                move "tdb01jrnl"   to sa-source
                move t1j-op        to sa-action
                string t1j-program delimited by space
                    " contact " t1j-key delimited by size
                    into sa-object
                move "DONE" to sa-outcome
                add 1 to action-count
                release sort-rec
            end-if
    end-read.

 500-WRITE-REPORT.
    open output security-report-file
    accept ws-date from date yyyymmdd
    accept ws-time from time
    move spaces to security-report-record
    string "PRIVILEGED ACTIVITY " from-date-x " TO " to-date-x
        "   PRINTED " ws-date "-" ws-time (1:6)
        delimited by size into security-report-record
    write security-report-record
    perform 505-NOTE-ONE-MISSING
        varying msx from 1 by 1
        until msx > missing-count
    move "N" to sort-end-flag
    perform 510-RETURN-ONE-ACTION until sort-end-flag = "Y"
    if first-record-flag = "Y"
        move spaces to security-report-record
        write security-report-record
        move "NO PRIVILEGED ACTIONS IN THE RANGE"
            to security-report-record
        write security-report-record
    else
        perform 540-CLOSE-OPERATOR
    end-if
    move spaces to security-report-record
    write security-report-record
    move action-count to count-dsp
    move spaces to security-report-record
    string "ACTIONS LISTED                     " count-dsp
        delimited by size into security-report-record
    write security-report-record
    move operators-seen to count-dsp
    move spaces to security-report-record
    string "OPERATORS                          " count-dsp
        delimited by size into security-report-record
    write security-report-record
    move operators-flagged to count-dsp
    move spaces to security-report-record
    string "DISABLED OR UNKNOWN OPERATORS      " count-dsp
        delimited by size into security-report-record
    write security-report-record
    move flagged-count to count-dsp
    move spaces to security-report-record
    string "ACTIONS BY THEM (FLAGGED **)       " count-dsp
        delimited by size into security-report-record
    write security-report-record
    close security-report-file.
 500-WRITE-REPORT-EXIT.
    exit.

 505-NOTE-ONE-MISSING.
    move spaces to security-report-record
    string "  (no " delimited by size
        missing-name (msx) delimited by space
        " on file, nothing read from it)" delimited by size
        into security-report-record
    write security-report-record.

 510-RETURN-ONE-ACTION.
    return sort-work-file
        at end move "Y" to sort-end-flag
        not at end perform 520-LIST-ONE-ACTION
    end-return.

 520-LIST-ONE-ACTION.
    if first-record-flag = "Y"
        or sa-operator not = current-operator
        if first-record-flag not = "Y"
            perform 540-CLOSE-OPERATOR
        end-if
        move "N" to first-record-flag
        perform 530-OPEN-OPERATOR
    end-if
    add 1 to operator-actions
    move spaces to flag-mark
    if operator-disabled or operator-unknown
        move "**" to flag-mark
        add 1 to flagged-count
    end-if
    move spaces to security-report-record
    string flag-mark " " sa-stamp " " sa-source " " sa-action " "
        sa-object " " sa-outcome
        delimited by size into security-report-record
    write security-report-record.

* The operator's standing on operators.dat today decides the flag.
 530-OPEN-OPERATOR.
    move sa-operator to current-operator
    move zeros to operator-actions
    add 1 to operators-seen
    move "U" to operator-state
    if current-operator (1:1) = "*"
        move "S" to operator-state
    else
        set opx to 1
        search operator-entry
            when opx > operator-count
                move "U" to operator-state
            when ot-id (opx) = current-operator
                move ot-level (opx) to current-level
                if current-level = 0
                    move "D" to operator-state
                else
                    move "A" to operator-state
                end-if
        end-search
    end-if
    if operator-disabled or operator-unknown
        add 1 to operators-flagged
    end-if
    move spaces to security-report-record
    write security-report-record
    move spaces to security-report-record
    evaluate true
        when operator-active
            string "OPERATOR " current-operator "  LEVEL "
                current-level
                delimited by size into security-report-record
        when operator-disabled
            string "OPERATOR " current-operator
                "  ** DISABLED (LEVEL 0) **"
                delimited by size into security-report-record
        when operator-unknown
            string "OPERATOR " current-operator
                "  ** NOT ON operators.dat **"
                delimited by size into security-report-record
        when other
            string "BATCH    " current-operator
                "  (no operator signed on)"
                delimited by size into security-report-record
    end-evaluate
    write security-report-record.

 540-CLOSE-OPERATOR.
    move operator-actions to count-dsp
    move spaces to security-report-record
    string "   " count-dsp " ACTION(S)"
        delimited by size into security-report-record
    write security-report-record.
