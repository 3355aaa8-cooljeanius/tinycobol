 IDENTIFICATION DIVISION.
 PROGRAM-ID.    ctlchange.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Change control for the shop's control and rate files.
*
*    The files that drive the money and the night -- glaccounts.dat,
*    commrates.dat, salestaxrates.dat, vendlimits.dat,
*    exchrates.dat, batchctl.jobs, dyntest01.ctl, batsched.dat and
*    shopcal.dat -- were edited raw, with no record of who changed
*    what. They are changed through this utility instead:
*
*      ctlchange LIST
*          every controlled file, the version in force and any
*          change waiting for approval.
*      ctlchange STAGE <file> <operator>
*          the operator signs on (any enabled operators.dat
*          level), gives the reason, and gets a working copy of
*          the live file as ctlstage/<file> to edit. One change
*          per file may wait at a time.
*      ctlchange DIFF <file>
*          the before/after difference of the staged change.
*      ctlchange APPROVE <file> <supervisor>
*          shows the difference, then a level-3 supervisor signs
*          on through opersign -- never the operator who staged
*          it -- and the staged copy is installed over the live
*          file.
*      ctlchange DROP <file> <operator>
*          withdraw a staged change, under a sign-on.
*      ctlchange HISTORY <file>
*          every version of the file on record.
*      ctlchange INFORCE <YYYYMMDD or run id> [<file>]
*          ctlchange.rpt: the version of each controlled file (or
*          of the one named) in force that night -- the last one
*          installed by the end of the date, or by the moment of
*          a 14-digit run id from the run catalog.
*
*    Every installed version is kept as ctlvers/<file>.<nnnn>, its
*    difference from the one before as ctlvers/<file>.<nnnn>.dif,
*    and registered in ctlversions.dat with who staged it, who
*    approved it, when it went in and why. The first approval of a
*    file first keeps the live file as found as version 0001, in
*    force since before change control. Staged changes wait in
*    ctlstage.dat; every stage, drop and install is recorded in
*    ctlchange.log. Installing writes <file>.new and moves it over
*    the live file, so a reader never sees half a file.
*
*    A staged change is also filed on the shop's pending-approval
*    register through the pendchk routine (kind CTLFILE), so it
*    shows in pendappr LIST beside the other changes waiting for a
*    second operator -- credit-limit changes to vendlimits.dat
*    above all. The install closes the request APPLIED, a DROP
*    WITHDRAWN; one left waiting is rejected or expired from
*    pendappr, which drops the staged copy the way DROP does.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT version-file
         ASSIGN TO "ctlversions.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS version-fs.
    SELECT stage-file
         ASSIGN TO "ctlstage.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS stage-fs.
    SELECT stage-new-file
         ASSIGN TO "ctlstage.dat.new"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS stage-new-fs.
    SELECT change-log-file
         ASSIGN TO "ctlchange.log"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS change-log-fs.
    SELECT copy-file
         ASSIGN TO copy-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS copy-fs.
    SELECT inforce-report-file
         ASSIGN TO "ctlchange.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 FD  version-file.
 01  version-record.
     05 cv-file              pic X(20).
     05 filler               pic X(1).
     05 cv-version           pic 9(4).
     05 filler               pic X(1).
     05 cv-stamp             pic X(17).
     05 filler               pic X(1).
     05 cv-staged-by         pic X(8).
     05 filler               pic X(1).
     05 cv-approved-by       pic X(8).
     05 filler               pic X(1).
     05 cv-reason            pic X(60).

 FD  stage-file.
 01  stage-record.
     05 cs-file              pic X(20).
     05 filler               pic X(1).
     05 cs-staged-by         pic X(8).
     05 filler               pic X(1).
     05 cs-stamp             pic X(17).
     05 filler               pic X(1).
     05 cs-reason            pic X(60).

 FD  stage-new-file.
 01  stage-new-record        pic X(108).

 FD  change-log-file.
 01  change-log-record       pic X(132).

* a live, staged or difference file, read line by line.
 FD  copy-file.
 01  copy-record             pic X(132).

 FD  inforce-report-file.
 01  inforce-report-record   pic X(132).

 WORKING-STORAGE SECTION.
 77  version-fs      pic xx.
 77  stage-fs        pic xx.
 77  stage-new-fs    pic xx.
 77  change-log-fs   pic xx.
 77  copy-fs         pic xx.
 77  copy-filename   pic x(40).
 77  chg-cmdline     pic x(80).
 77  chg-mode        pic x(8).
 77  chg-arg-1       pic x(20).
 77  chg-arg-2       pic x(20).
 77  target-file     pic x(20).
 77  operator-id     pic x(8).
 77  signon-password pic x(8).
 77  signon-req-level pic 9(1).
 77  signon-level    pic 9(1).
 77  signon-result   pic x(1).
 77  change-reason   pic x(60).
 77  file-end-flag   pic x.
 77  found-flag      pic x.
 77  live-exists-flag pic x.
 77  diff-lines      pic 9(6) comp.
 77  diff-lines-dsp  pic zzzzz9.
 77  last-version    pic 9(4).
 77  new-version     pic 9(4).
 77  log-action      pic x(8).
 77  system-command  pic x(200).
 77  stage-rewrite-command pic x(60)
    value "mv ctlstage.dat.new ctlstage.dat".
 77  ws-date         pic 9(8).
 77  ws-time         pic 9(8).
 77  ws-timestamp    pic x(17).
 77  as-of-key       pic x(14).
 77  version-key     pic x(14).
 77  inforce-only    pic x(20).
 77  listed-count    pic 9(4) comp value zeros.
 77  pend-action     pic x(8).
 77  pend-kind       pic x(8) value "CTLFILE".
 77  pend-value      pic x(40).
 77  pend-result     pic x.
 77  pend-request-id pic 9(6).
* the files under change control; any other name is refused.
 01  controlled-list.
     05 filler       pic x(20) value "glaccounts.dat".
     05 filler       pic x(20) value "commrates.dat".
     05 filler       pic x(20) value "salestaxrates.dat".
     05 filler       pic x(20) value "vendlimits.dat".
     05 filler       pic x(20) value "exchrates.dat".
     05 filler       pic x(20) value "batchctl.jobs".
     05 filler       pic x(20) value "dyntest01.ctl".
     05 filler       pic x(20) value "batsched.dat".
     05 filler       pic x(20) value "shopcal.dat".
 01  controlled-table redefines controlled-list.
     05 controlled-name pic x(20) occurs 9 times indexed by cfx.
 77  controlled-count pic 9(2) comp value 9.
* per controlled file: the version in force, and a staged change.
 01  in-force-table.
     05 in-force-entry occurs 9 times.
        10 if-record         pic x(121).
        10 if-version        pic 9(4).
        10 if-staged-flag    pic x.
 77  ifx             pic 9(2) comp.

 PROCEDURE DIVISION.
 000-MAIN.
    accept chg-cmdline from command-line
    unstring chg-cmdline delimited by all ' '
        into chg-mode chg-arg-1 chg-arg-2
    evaluate chg-mode
        when "LIST"    perform 100-LIST-CONTROLLED
        when "STAGE"   perform 200-STAGE-CHANGE
        when "DIFF"    perform 300-SHOW-DIFFERENCE
        when "APPROVE" perform 400-APPROVE-CHANGE
        when "DROP"    perform 500-DROP-CHANGE
        when "HISTORY" perform 600-LIST-HISTORY
        when "INFORCE" perform 700-REPORT-IN-FORCE
        when other
            display "ctlchange: use LIST, STAGE <file> <operator>, "
                "DIFF <file>, APPROVE <file> <supervisor>, "
                "DROP <file> <operator>, HISTORY <file> or "
                "INFORCE <date> [<file>]"
            move 8 to return-code
    end-evaluate
    stop run.

 100-LIST-CONTROLLED.
    move "99999999999999" to as-of-key
    perform 750-LOAD-IN-FORCE
    perform 120-LIST-ONE-CONTROLLED
        varying cfx from 1 by 1
        until cfx > controlled-count.

 120-LIST-ONE-CONTROLLED.
    set ifx to cfx
    if if-version (ifx) = zeros
        display controlled-name (cfx) " not yet under control"
            with no advancing
    else
        move if-record (ifx) to version-record
        display controlled-name (cfx) " version " cv-version
            " installed " cv-stamp " by " cv-approved-by
            with no advancing
    end-if
    if if-staged-flag (ifx) = "Y"
        display "  CHANGE STAGED"
    else
        display " "
    end-if.

* The reason is taken before the sign-on, so a refused sign-on
* leaves nothing behind.
 200-STAGE-CHANGE.
    move chg-arg-2 to operator-id
    perform 800-CHECK-TARGET
    if operator-id = spaces
        display "ctlchange: STAGE needs the file and your "
            "operator id"
        move 8 to return-code
        stop run
    end-if
    perform 820-FIND-STAGED
    if found-flag = "Y"
        display "ctlchange: a change to " target-file
            " is already staged by " cs-staged-by " at "
            cs-stamp "; APPROVE or DROP it first"
        move 8 to return-code
        stop run
    end-if
    display "Reason for the change: " with no advancing
    accept change-reason
    if change-reason = spaces
        display "ctlchange: a change needs a reason"
        move 8 to return-code
        stop run
    end-if
    move 1 to signon-req-level
    perform 900-SIGN-ON
    move "mkdir -p ctlstage ctlvers" to system-command
    call "SYSTEM" using system-command
    perform 840-PROBE-LIVE
    move spaces to system-command
    if live-exists-flag = "Y"
        string "cp " delimited by size
            target-file delimited by space
            " ctlstage/" delimited by size
            target-file delimited by space
            into system-command
    else
        string "cp /dev/null ctlstage/" delimited by size
            target-file delimited by space
            into system-command
    end-if
    call "SYSTEM" using system-command
    perform 950-STAMP-TIME
    move spaces to stage-record
    move target-file   to cs-file
    move operator-id   to cs-staged-by
    move ws-timestamp  to cs-stamp
    move change-reason to cs-reason
    open extend stage-file
    if stage-fs not = "00"
        open output stage-file
    end-if
    write stage-record
    close stage-file
    move "STAGE" to log-action
    perform 960-LOG-ACTION
    move "REQUEST" to pend-action
    move change-reason to pend-value
    perform 980-TELL-REGISTER
    display "ctlchange: edit ctlstage/" target-file
        " and have a supervisor APPROVE it (request "
        pend-request-id ")".

 300-SHOW-DIFFERENCE.
    perform 800-CHECK-TARGET
    perform 820-FIND-STAGED
    if found-flag not = "Y"
        display "ctlchange: no change to " target-file " is staged"
        move 8 to return-code
        stop run
    end-if
    perform 850-BUILD-DIFFERENCE
    display "staged by " cs-staged-by " at " cs-stamp
    display "reason    " cs-reason.

* The supervisor sees exactly what will change before signing on;
* a staged copy identical to the live file is not a change.
 400-APPROVE-CHANGE.
    move chg-arg-2 to operator-id
    perform 800-CHECK-TARGET
    if operator-id = spaces
        display "ctlchange: APPROVE needs the file and the "
            "supervisor id"
        move 8 to return-code
        stop run
    end-if
    perform 820-FIND-STAGED
    if found-flag not = "Y"
        display "ctlchange: no change to " target-file " is staged"
        move 8 to return-code
        stop run
    end-if
    perform 850-BUILD-DIFFERENCE
    if diff-lines = zeros
        display "ctlchange: the staged copy is the same as the "
            "live file, nothing to approve"
        move 4 to return-code
        stop run
    end-if
    display "staged by " cs-staged-by " at " cs-stamp
    display "reason    " cs-reason
    if operator-id = cs-staged-by
        display "ctlchange: " operator-id " staged this change "
            "and cannot approve it"
        move 8 to return-code
        stop run
    end-if
    move cs-reason to change-reason
    move 3 to signon-req-level
    perform 900-SIGN-ON
    perform 880-FIND-LAST-VERSION
    perform 840-PROBE-LIVE
    if last-version = zeros and live-exists-flag = "Y"
        perform 420-KEEP-BASELINE
    end-if
    compute new-version = last-version + 1
    perform 950-STAMP-TIME
    move spaces to system-command
    string "cp ctlstage/" delimited by size
        target-file delimited by space
        " ctlvers/" delimited by size
        target-file delimited by space
        "." new-version " && cp ctlstage/" delimited by size
        target-file delimited by space
        ".dif ctlvers/" delimited by size
        target-file delimited by space
        "." new-version ".dif" delimited by size
        into system-command
    call "SYSTEM" using system-command
    move spaces to system-command
    string "cp ctlstage/" delimited by size
        target-file delimited by space
        " " delimited by size
        target-file delimited by space
        ".new && mv " delimited by size
        target-file delimited by space
        ".new " delimited by size
        target-file delimited by space
        into system-command
    call "SYSTEM" using system-command
    move spaces to version-record
    move target-file   to cv-file
    move new-version   to cv-version
    move ws-timestamp  to cv-stamp
    move cs-staged-by  to cv-staged-by
    move operator-id   to cv-approved-by
    move change-reason to cv-reason
    perform 890-WRITE-VERSION
    perform 870-REMOVE-STAGED thru 870-REMOVE-EXIT
    move "INSTALL" to log-action
    perform 960-LOG-ACTION
    move "APPLIED" to pend-action
    perform 980-TELL-REGISTER
    display "ctlchange: " target-file " version " new-version
        " installed, approved by " operator-id.

* The live file as change control first finds it, kept so the
* first change can be looked back past.
 420-KEEP-BASELINE.
    move spaces to system-command
    string "cp " delimited by size
        target-file delimited by space
        " ctlvers/" delimited by size
        target-file delimited by space
        ".0001" delimited by size
        into system-command
    call "SYSTEM" using system-command
    move spaces to version-record
    move target-file to cv-file
    move 1 to cv-version
    move "00000000-00000000" to cv-stamp
    move "*BASE*" to cv-staged-by cv-approved-by
    move "in force before change control" to cv-reason
    perform 890-WRITE-VERSION
    move 1 to last-version.

 500-DROP-CHANGE.
    move chg-arg-2 to operator-id
    perform 800-CHECK-TARGET
    if operator-id = spaces
        display "ctlchange: DROP needs the file and your "
            "operator id"
        move 8 to return-code
        stop run
    end-if
    perform 820-FIND-STAGED
    if found-flag not = "Y"
        display "ctlchange: no change to " target-file " is staged"
        move 8 to return-code
        stop run
    end-if
    move cs-reason to change-reason
    move 1 to signon-req-level
    perform 900-SIGN-ON
    perform 870-REMOVE-STAGED thru 870-REMOVE-EXIT
    perform 950-STAMP-TIME
    move "DROP" to log-action
    perform 960-LOG-ACTION
    move "WITHDRAWN" to pend-action
    perform 980-TELL-REGISTER
    display "ctlchange: staged change to " target-file " dropped".

 600-LIST-HISTORY.
    perform 800-CHECK-TARGET
    open input version-file
    if version-fs = "00"
        move "N" to file-end-flag
        perform 610-LIST-ONE-VERSION until file-end-flag = "Y"
        close version-file
    end-if
    if listed-count = zeros
        display "ctlchange: " target-file " has no versions on "
            "record yet"
    end-if.

 610-LIST-ONE-VERSION.
    read version-file
        at end move "Y" to file-end-flag
        not at end
            if cv-file = target-file
                add 1 to listed-count
                display cv-version " " cv-stamp " staged "
                    cv-staged-by " approved " cv-approved-by
                display "     " cv-reason
            end-if
    end-read.

* A date means the end of that day; a run id from the run catalog
* means the moment the run started.
 700-REPORT-IN-FORCE.
    if chg-arg-1 (1:8) not numeric
        display "ctlchange: INFORCE needs YYYYMMDD or a run id"
        move 8 to return-code
        stop run
    end-if
    if chg-arg-1 (9:6) numeric
        move chg-arg-1 (1:14) to as-of-key
    else
        move spaces to as-of-key
        string chg-arg-1 (1:8) "235959" delimited by size
            into as-of-key
    end-if
    move spaces to inforce-only
    if chg-arg-2 not = spaces
        move chg-arg-2 to chg-arg-1
        perform 800-CHECK-TARGET
        move target-file to inforce-only
    end-if
    perform 750-LOAD-IN-FORCE
    open output inforce-report-file
    move spaces to inforce-report-record
    string "CONTROL FILES IN FORCE AT " as-of-key (1:8) " "
        as-of-key (9:6)
        delimited by size into inforce-report-record
    write inforce-report-record
    move spaces to inforce-report-record
    write inforce-report-record
    perform 720-REPORT-ONE-FILE thru 720-REPORT-EXIT
        varying cfx from 1 by 1
        until cfx > controlled-count
    close inforce-report-file
    display "ctlchange: versions in force at " as-of-key
        ", see ctlchange.rpt".

 720-REPORT-ONE-FILE.
    if inforce-only not = spaces
        and inforce-only not = controlled-name (cfx)
        go to 720-REPORT-EXIT.
    set ifx to cfx
    move spaces to inforce-report-record
    if if-version (ifx) = zeros
        string controlled-name (cfx) " NOT UNDER CONTROL THEN, "
            "the live file as it stood"
            delimited by size into inforce-report-record
        write inforce-report-record
        go to 720-REPORT-EXIT.
    move if-record (ifx) to version-record
    string controlled-name (cfx) " VERSION " cv-version
        " INSTALLED " cv-stamp " STAGED " cv-staged-by
        " APPROVED " cv-approved-by
        delimited by size into inforce-report-record
    write inforce-report-record
    move spaces to inforce-report-record
    string "     " cv-reason "  KEPT AS ctlvers/" delimited by size
        cv-file delimited by space
        "." cv-version delimited by size
        into inforce-report-record
    write inforce-report-record.
 720-REPORT-EXIT.
    exit.

* One pass over the register: for each controlled file the
* highest version installed by the as-of moment, plus whether a
* change is waiting in ctlstage.dat.
 750-LOAD-IN-FORCE.
    perform 755-CLEAR-ONE-ENTRY
        varying ifx from 1 by 1
        until ifx > controlled-count
    open input version-file
    if version-fs = "00"
        move "N" to file-end-flag
        perform 760-TAKE-ONE-VERSION until file-end-flag = "Y"
        close version-file
    end-if
    open input stage-file
    if stage-fs = "00"
        move "N" to file-end-flag
        perform 770-TAKE-ONE-STAGED until file-end-flag = "Y"
        close stage-file
    end-if.

 755-CLEAR-ONE-ENTRY.
    move spaces to if-record (ifx)
    move zeros  to if-version (ifx)
    move "N"    to if-staged-flag (ifx).

 760-TAKE-ONE-VERSION.
    read version-file
        at end move "Y" to file-end-flag
        not at end
            move spaces to version-key
            string cv-stamp (1:8) cv-stamp (10:6)
                delimited by size into version-key
            set cfx to 1
            search controlled-name
                when controlled-name (cfx) = cv-file
                    set ifx to cfx
                    if version-key not > as-of-key
                        and cv-version > if-version (ifx)
                        move version-record to if-record (ifx)
                        move cv-version to if-version (ifx)
                    end-if
            end-search
    end-read.

 770-TAKE-ONE-STAGED.
    read stage-file
        at end move "Y" to file-end-flag
        not at end
            set cfx to 1
            search controlled-name
                when controlled-name (cfx) = cs-file
                    set ifx to cfx
                    move "Y" to if-staged-flag (ifx)
            end-search
    end-read.

 800-CHECK-TARGET.
    move chg-arg-1 to target-file
    move "N" to found-flag
    set cfx to 1
    search controlled-name
        when controlled-name (cfx) = target-file
            move "Y" to found-flag
    end-search
    if found-flag not = "Y"
        display "ctlchange: " target-file " is not a controlled "
            "file"
        move 8 to return-code
        stop run
    end-if.

 820-FIND-STAGED.
    move "N" to found-flag
    open input stage-file
    if stage-fs = "00"
        move "N" to file-end-flag
        perform 825-MATCH-ONE-STAGED
            until file-end-flag = "Y" or found-flag = "Y"
        close stage-file
    end-if.

 825-MATCH-ONE-STAGED.
    read stage-file
        at end move "Y" to file-end-flag
        not at end
            if cs-file = target-file
                move "Y" to found-flag
            end-if
    end-read.

 840-PROBE-LIVE.
    move target-file to copy-filename
    move "N" to live-exists-flag
    open input copy-file
    if copy-fs = "00"
        move "Y" to live-exists-flag
        close copy-file
    end-if.

* diff -N takes a live file not there yet as empty, so a new
* calendar or schedule is staged and approved like any other.
 850-BUILD-DIFFERENCE.
    move spaces to system-command
    string "diff -N -u " delimited by size
        target-file delimited by space
        " ctlstage/" delimited by size
        target-file delimited by space
        " > ctlstage/" delimited by size
        target-file delimited by space
        ".dif" delimited by size
        into system-command
    call "SYSTEM" using system-command
    move spaces to copy-filename
    string "ctlstage/" delimited by size
        target-file delimited by space
        ".dif" delimited by size
        into copy-filename
    move zeros to diff-lines
    open input copy-file
    if copy-fs = "00"
        move "N" to file-end-flag
        perform 855-SHOW-ONE-DIFF-LINE until file-end-flag = "Y"
        close copy-file
    end-if
    move diff-lines to diff-lines-dsp
    display "ctlchange: " diff-lines-dsp " line(s) of difference".

 855-SHOW-ONE-DIFF-LINE.
    read copy-file
        at end move "Y" to file-end-flag
        not at end
            add 1 to diff-lines
            display copy-record
    end-read.

* Rewrites ctlstage.dat without the file's entry, through the
* write-new-then-mv pattern, and removes the working copy.
 870-REMOVE-STAGED.
    open input stage-file
    if stage-fs not = "00"
        go to 870-REMOVE-EXIT.
    open output stage-new-file
    move "N" to file-end-flag
    perform 875-SIFT-ONE-STAGED until file-end-flag = "Y"
    close stage-file stage-new-file
    call "SYSTEM" using stage-rewrite-command
    move spaces to system-command
    string "rm -f ctlstage/" delimited by size
        target-file delimited by space
        " ctlstage/" delimited by size
        target-file delimited by space
        ".dif" delimited by size
        into system-command
    call "SYSTEM" using system-command.
 870-REMOVE-EXIT.
    exit.

 875-SIFT-ONE-STAGED.
    read stage-file
        at end move "Y" to file-end-flag
        not at end
            if cs-file not = target-file
                move stage-record to stage-new-record
                write stage-new-record
            end-if
    end-read.

 880-FIND-LAST-VERSION.
    move zeros to last-version
    open input version-file
    if version-fs = "00"
        move "N" to file-end-flag
        perform 885-TAKE-ONE-LAST until file-end-flag = "Y"
        close version-file
    end-if.

 885-TAKE-ONE-LAST.
    read version-file
        at end move "Y" to file-end-flag
        not at end
            if cv-file = target-file
                and cv-version > last-version
                move cv-version to last-version
            end-if
    end-read.

 890-WRITE-VERSION.
    open extend version-file
    if version-fs not = "00"
        open output version-file
    end-if
    write version-record
    close version-file.

* Staging and dropping take any enabled operator; approving takes
* level 3. With no operator file at all nothing is changed.
 900-SIGN-ON.
    display "Password for " operator-id ": " with no advancing
    accept signon-password
    move "N" to signon-result
    call "opersign" using operator-id signon-password
        signon-req-level signon-level signon-result
        on exception
            display "ctlchange: opersign not available, change "
                "refused"
            move 8 to return-code
            stop run
    end-call
    if signon-result = "M"
        display "ctlchange: no operators.dat on file, change "
            "refused"
        move 8 to return-code
        stop run
    end-if
    if signon-result not = "Y"
        display "ctlchange: sign-on failed for " operator-id
        move 8 to return-code
        stop run
    end-if.

 950-STAMP-TIME.
    accept ws-date from date yyyymmdd
    accept ws-time from time
    move spaces to ws-timestamp
    string ws-date "-" ws-time delimited by size into ws-timestamp.

 960-LOG-ACTION.
    open extend change-log-file
    if change-log-fs not = "00"
        open output change-log-file
    end-if
    move spaces to change-log-record
    string ws-timestamp " " log-action " " target-file " by "
        operator-id " -- " change-reason
        delimited by size into change-log-record
    write change-log-record
    close change-log-file.

 980-TELL-REGISTER.
    call "pendchk" using pend-action pend-kind target-file
        pend-value operator-id pend-result pend-request-id.
