 IDENTIFICATION DIVISION.
 PROGRAM-ID.    pendappr.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Four-eyes approval of the shop's sensitive changes.
*
*    A vendor added or released from hold in vendmaint, an operator
*    level granted or changed in operadm, a quarantined run's
*    RELEASE (qrelease or the tdb03 quarantine page) and a staged
*    change to a controlled file -- the credit limits in
*    vendlimits.dat among them -- are not carried out on one
*    operator's word. Each is held on the pending-approval register
*    (pendappr.dat, see the pendchk routine) until a second
*    operator decides it here:
*
*      pendappr LIST
*          every request still open, oldest first, for the
*          approvers.
*      pendappr APPROVE <request> <approver>
*          the approver signs on at level 3 through opersign and
*          must not be the operator who asked (nor, for a level
*          change, the operator whose level it is). A vendor add
*          or release and a level change take effect at once; an
*          approved RELEASE is carried out by the next qrelease
*          RELEASE of the run (or the quarantine page). A staged
*          file change is approved through ctlchange APPROVE,
*          which shows the difference first.
*      pendappr REJECT <request> <approver>
*          a level-3 sign-on turns the request down: a held new
*          vendor comes off the master, a staged file change is
*          dropped, anything else simply never happens.
*      pendappr EXPIRE [<days>]
*          the nightly sweep: every request left open longer than
*          the days given (7 by default) expires, undone the way a
*          rejection is.
*
*    Every decision lands in pendappr.log with the request, who
*    asked, who decided and the outcome, and the change itself is
*    recorded where its own program records it -- vendmaint.log,
*    operadm.log or ctlchange.log.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "pendsel.cpy".
    SELECT pending-new-file
         ASSIGN TO "pendappr.dat.new"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS pend-new-fs.
    SELECT approval-log-file
         ASSIGN TO "pendappr.log"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS approval-log-fs.
    SELECT vendor-master-file
         ASSIGN TO "vendmast.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS vm-vendor-name
         FILE STATUS  IS vendmast-fs.
    SELECT vendor-log-file
         ASSIGN TO "vendmaint.log"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS vendor-log-fs.
    COPY "vlinksel.cpy".
    SELECT operator-file
         ASSIGN TO "operators.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS operator-fs.
    SELECT operator-new-file
         ASSIGN TO "operators.dat.new"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS operator-new-fs.
    SELECT admin-log-file
         ASSIGN TO "operadm.log"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS adminlog-fs.
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

 DATA DIVISION.
 FILE SECTION.
 COPY "pendfd.cpy".

 FD  pending-new-file.
 01  pending-new-record      pic X(138).

 FD  approval-log-file.
 01  approval-log-record     pic X(132).

 FD  vendor-master-file.
 01  vendor-master-record.
     05 vm-vendor-name       pic x(20).
     05 vm-vendor-region     pic x(17).
     05 vm-vendor-city       pic x(20).
     05 vm-status            pic x(1).

 FD  vendor-log-file.
 01  vendor-log-record       pic X(120).

 COPY "vlinkfd.cpy".

 FD  operator-file.
 01  operator-record.
     05 opr-id               pic X(8).
     05 opr-password         pic X(8).
     05 opr-level            pic 9(1).

 FD  operator-new-file.
 01  operator-new-record     pic X(17).

 FD  admin-log-file.
 01  admin-log-record        pic X(100).

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

 WORKING-STORAGE SECTION.
 77  pend-fs         pic xx.
 77  pend-new-fs     pic xx.
 77  approval-log-fs pic xx.
 77  vendmast-fs     pic xx.
 77  vendor-log-fs   pic xx.
 77  vlink-fs        pic xx.
 77  operator-fs     pic xx.
 77  operator-new-fs pic xx.
 77  adminlog-fs     pic xx.
 77  stage-fs        pic xx.
 77  stage-new-fs    pic xx.
 77  change-log-fs   pic xx.
 77  appr-cmdline    pic x(60).
 77  appr-mode       pic x(8).
 77  appr-arg-1      pic x(8).
 77  appr-arg-2      pic x(8).
 77  target-request  pic 9(6).
 77  approver-id     pic x(8).
 77  signon-password pic x(8).
 77  signon-req-level pic 9(1) value 3.
 77  signon-level    pic 9(1).
 77  signon-result   pic x(1).
 77  file-end-flag   pic x.
 77  found-flag      pic x.
 77  stage-end-flag  pic x.
 77  open-count      pic 9(6) comp value zeros.
 77  expired-count   pic 9(6) comp value zeros.
 77  expired-dsp     pic zzzzz9.
 77  new-outcome     pic x(9).
* the request being decided, taken off the register.
 01  request-work.
     05 rq-request-id        pic 9(6).
     05 rq-kind              pic x(8).
     05 rq-status            pic x(9).
     05 rq-key               pic x(20).
     05 rq-value             pic x(40).
     05 rq-requested-by      pic x(8).
     05 rq-requested-stamp   pic x(17).
 77  vendor-action   pic x(8).
 77  system-command  pic x(200).
 77  pend-rewrite-command pic x(60)
    value "mv pendappr.dat.new pendappr.dat".
 77  oper-rewrite-command pic x(60)
    value "mv operators.dat.new operators.dat".
 77  stage-rewrite-command pic x(60)
    value "mv ctlstage.dat.new ctlstage.dat".
 77  ws-date         pic 9(8).
 77  ws-time         pic 9(8).
 77  ws-timestamp    pic x(17).
* the expiry cutoff: requests made before it have waited too long.
 77  expire-days     pic 9(4) value 7.
 77  parm-sub        pic 9(2) comp.
 77  parm-digit      pic x.
 77  parm-digit-num  redefines parm-digit pic 9.
 77  today-date      pic 9(8).
 01  today-date-split.
     05 tod-year             pic 9(4).
     05 tod-month            pic 9(2).
     05 tod-day              pic 9(2).
 77  cutoff-date     pic 9(8).
 01  cutoff-date-split.
     05 cut-year             pic 9(4).
     05 cut-month            pic 9(2).
     05 cut-day              pic 9(2).
 77  work-year       pic 9(4) comp.
 77  work-doy        pic 9(3) comp.
 77  work-days-left  pic 9(5) comp.
 77  days-in-year    pic 9(3) comp.
 77  month-sub       pic 9(2) comp.
 77  leap-quotient   pic 9(4) comp.
 77  leap-rem-4      pic 9(4) comp.
 77  leap-rem-100    pic 9(4) comp.
 77  leap-rem-400    pic 9(4) comp.
 77  leap-year-flag  pic x.
   88 is-leap-year        value 'Y'.
 01  month-length-values.
     05 filler               pic 9(2) value 31.
     05 filler               pic 9(2) value 28.
     05 filler               pic 9(2) value 31.
     05 filler               pic 9(2) value 30.
     05 filler               pic 9(2) value 31.
     05 filler               pic 9(2) value 30.
     05 filler               pic 9(2) value 31.
     05 filler               pic 9(2) value 31.
     05 filler               pic 9(2) value 30.
     05 filler               pic 9(2) value 31.
     05 filler               pic 9(2) value 30.
     05 filler               pic 9(2) value 31.
 01  filler redefines month-length-values.
     05 month-length         pic 9(2) occurs 12 times.
 77  month-days-work pic 9(3) comp.

 PROCEDURE DIVISION.
 000-MAIN.
    accept appr-cmdline from command-line
    unstring appr-cmdline delimited by all ' '
        into appr-mode appr-arg-1 appr-arg-2
    evaluate appr-mode
        when "LIST"    perform 100-LIST-OPEN
        when "APPROVE" perform 200-APPROVE-REQUEST
        when "REJECT"  perform 300-REJECT-REQUEST
        when "EXPIRE"  perform 400-EXPIRE-REQUESTS
        when other
            display "pendappr: use LIST, APPROVE <request> "
                "<approver>, REJECT <request> <approver> or "
                "EXPIRE [<days>]"
            move 8 to return-code
    end-evaluate
    stop run.

 100-LIST-OPEN.
    open input pending-appr-file
    if pend-fs = "00"
        move "N" to file-end-flag
        perform 110-LIST-ONE-REQUEST until file-end-flag = "Y"
        close pending-appr-file
    end-if
    if open-count = zeros
        display "pendappr: nothing waiting for approval"
    end-if.

 110-LIST-ONE-REQUEST.
    read pending-appr-file
        at end move "Y" to file-end-flag
        not at end
            if pa-open
                add 1 to open-count
                display pa-request-id " " pa-kind " " pa-status " "
                    pa-key " asked by " pa-requested-by " at "
                    pa-requested-stamp
                display "       " pa-value
            end-if
    end-read.

* A different operator, signed on at level 3, decides; the change
* takes effect now, except a run release, which the next RELEASE
* of the run carries out.
 200-APPROVE-REQUEST.
    perform 500-TAKE-REQUEST
    if rq-status not = "PENDING"
        display "pendappr: request " target-request " is "
            rq-status ", not waiting for approval"
        move 8 to return-code
        stop run
    end-if
    if rq-kind = "CTLFILE"
        display "pendappr: approve the change to " rq-key
            " through ctlchange APPROVE, which shows the "
            "difference first"
        move 8 to return-code
        stop run
    end-if
    if approver-id = rq-requested-by
        display "pendappr: " approver-id " asked for this change "
            "and cannot approve it"
        move 8 to return-code
        stop run
    end-if
    if rq-kind = "OPLEVEL" and approver-id = rq-key
        display "pendappr: " approver-id " cannot approve a "
            "change to their own level"
        move 8 to return-code
        stop run
    end-if
    perform 550-SIGN-ON-APPROVER
    move "APPLIED" to new-outcome
    evaluate rq-kind
        when "VENDADD"
        when "VENDSTAT"
            move "APPROVE" to vendor-action
            perform 600-SET-VENDOR-STATUS thru 600-SET-VENDOR-EXIT
        when "OPLEVEL"
            perform 700-SET-OPERATOR-LEVEL
        when "QRELEASE"
            move "APPROVED" to new-outcome
    end-evaluate
    perform 900-DECIDE-ONE-REQUEST
    evaluate new-outcome
        when "APPROVED"
            display "pendappr: release of run " rq-key
                " approved; the next qrelease RELEASE of it "
                "carries it out"
        when "WITHDRAWN"
            display "pendappr: request " target-request
                " closed as WITHDRAWN"
            move 4 to return-code
        when other
            display "pendappr: request " target-request " "
                rq-kind " " rq-key " approved by " approver-id
    end-evaluate.

 300-REJECT-REQUEST.
    perform 500-TAKE-REQUEST
    if rq-status not = "PENDING" and rq-status not = "APPROVED"
        display "pendappr: request " target-request " is "
            rq-status " already"
        move 8 to return-code
        stop run
    end-if
    perform 550-SIGN-ON-APPROVER
    move "REJECTED" to new-outcome
    move "REJECT" to vendor-action
    perform 800-UNDO-REQUEST
    perform 900-DECIDE-ONE-REQUEST
    display "pendappr: request " target-request " " rq-kind " "
        rq-key " rejected by " approver-id.

* The sweep decides as *EXPIRE*, a system name, so the operator
* reports never confuse it with a person.
 400-EXPIRE-REQUESTS.
    if appr-arg-1 not = spaces
        move zeros to expire-days
        perform 410-TAKE-DAYS-DIGIT
            varying parm-sub from 1 by 1
            until parm-sub > 4 or appr-arg-1 (parm-sub:1) = space
    end-if
    if expire-days = zeros
        display "pendappr: EXPIRE needs a number of days"
        move 8 to return-code
        stop run
    end-if
    perform 420-COMPUTE-CUTOFF
    move "*EXPIRE*" to approver-id
    move "EXPIRED" to new-outcome
    move "EXPIRE" to vendor-action
    move zeros to target-request
    perform 950-STAMP-TIME
    open input pending-appr-file
    if pend-fs not = "00"
        display "pendappr: nothing waiting for approval"
        stop run
    end-if
    open output pending-new-file
    move "N" to file-end-flag
    perform 460-EXPIRE-ONE-REQUEST until file-end-flag = "Y"
    close pending-appr-file pending-new-file
    call "SYSTEM" using pend-rewrite-command
    move expired-count to expired-dsp
    display "pendappr: " expired-dsp " request(s) open since "
        "before " cutoff-date " expired".

 410-TAKE-DAYS-DIGIT.
    move appr-arg-1 (parm-sub:1) to parm-digit
    if parm-digit is numeric
        compute expire-days = (expire-days * 10) + parm-digit-num
    end-if.

* Today walked back the given days through day-of-year space, the
* archive purge's calendar arithmetic.
 420-COMPUTE-CUTOFF.
    accept today-date from date yyyymmdd
    move today-date to today-date-split
    move tod-year to work-year
    perform 430-SET-LEAP-FLAG
    move zeros to work-doy
    perform 440-ADD-MONTH-DAYS
        varying month-sub from 1 by 1
        until month-sub >= tod-month
    add tod-day to work-doy
    move expire-days to work-days-left
    perform 445-BORROW-YEARS until work-days-left < work-doy
    subtract work-days-left from work-doy
    move work-year to cut-year
    move 1 to month-sub
    perform 450-WALK-MONTHS
    move work-doy to cut-day
    move cutoff-date-split to cutoff-date.

 430-SET-LEAP-FLAG.
    move 'N' to leap-year-flag
    divide work-year by 4 giving leap-quotient
        remainder leap-rem-4
    divide work-year by 100 giving leap-quotient
        remainder leap-rem-100
    divide work-year by 400 giving leap-quotient
        remainder leap-rem-400
    if leap-rem-4 = 0
        and (leap-rem-100 not = 0 or leap-rem-400 = 0)
        move 'Y' to leap-year-flag
    end-if.

 440-ADD-MONTH-DAYS.
    move month-length (month-sub) to month-days-work
    if month-sub = 2 and is-leap-year
        add 1 to month-days-work
    end-if
    add month-days-work to work-doy.

 445-BORROW-YEARS.
    subtract work-doy from work-days-left
    subtract 1 from work-year
    perform 430-SET-LEAP-FLAG
    if is-leap-year
        move 366 to days-in-year
    else
        move 365 to days-in-year
    end-if
    move days-in-year to work-doy.

 450-WALK-MONTHS.
    move month-length (month-sub) to month-days-work
    if month-sub = 2 and is-leap-year
        add 1 to month-days-work
    end-if
    if work-doy > month-days-work
        subtract month-days-work from work-doy
        add 1 to month-sub
        go to 450-WALK-MONTHS
    end-if
    move month-sub to cut-month.

 460-EXPIRE-ONE-REQUEST.
    read pending-appr-file
        at end move "Y" to file-end-flag
        not at end
            if pa-open
                and pa-requested-stamp (1:8) < cutoff-date
                move pa-request-id      to rq-request-id
                move pa-kind            to rq-kind
                move pa-status          to rq-status
                move pa-key             to rq-key
                move pa-value           to rq-value
                move pa-requested-by    to rq-requested-by
                move pa-requested-stamp to rq-requested-stamp
                perform 800-UNDO-REQUEST
                move new-outcome  to pa-status
                move approver-id  to pa-decided-by
                move ws-timestamp to pa-decided-stamp
                perform 960-LOG-DECISION
                add 1 to expired-count
            end-if
            move pending-appr-record to pending-new-record
            write pending-new-record
    end-read.

 500-TAKE-REQUEST.
    move appr-arg-2 to approver-id
    if appr-arg-1 = spaces or approver-id = spaces
        display "pendappr: " appr-mode " needs the request number "
            "and your operator id"
        move 8 to return-code
        stop run
    end-if
    move zeros to target-request
    perform 510-TAKE-REQUEST-DIGIT
        varying parm-sub from 1 by 1
        until parm-sub > 6 or appr-arg-1 (parm-sub:1) = space
    move "N" to found-flag
    open input pending-appr-file
    if pend-fs = "00"
        move "N" to file-end-flag
        perform 520-FIND-ONE-REQUEST
            until file-end-flag = "Y" or found-flag = "Y"
        close pending-appr-file
    end-if
    if found-flag not = "Y"
        display "pendappr: no request " target-request
            " on the register"
        move 8 to return-code
        stop run
    end-if.

 510-TAKE-REQUEST-DIGIT.
    move appr-arg-1 (parm-sub:1) to parm-digit
    if parm-digit is numeric
        compute target-request =
            (target-request * 10) + parm-digit-num
    end-if.

 520-FIND-ONE-REQUEST.
    read pending-appr-file
        at end move "Y" to file-end-flag
        not at end
            if pa-request-id = target-request
                move "Y" to found-flag
                move pa-request-id      to rq-request-id
                move pa-kind            to rq-kind
                move pa-status          to rq-status
                move pa-key             to rq-key
                move pa-value           to rq-value
                move pa-requested-by    to rq-requested-by
                move pa-requested-stamp to rq-requested-stamp
            end-if
    end-read.

* Approvers sign on at level 3 through the shared opersign; with
* no operator file there is nobody to be a second pair of eyes.
 550-SIGN-ON-APPROVER.
    display "Password for " approver-id ": " with no advancing
    accept signon-password
    move "N" to signon-result
    call "opersign" using approver-id signon-password
        signon-req-level signon-level signon-result
        on exception
            display "pendappr: opersign not available, decision "
                "refused"
            move 8 to return-code
            stop run
    end-call
    if signon-result = "M"
        display "pendappr: no operators.dat on file, decision "
            "refused"
        move 8 to return-code
        stop run
    end-if
    if signon-result not = "Y"
        display "pendappr: sign-on failed for " approver-id
        move 8 to return-code
        stop run
    end-if.

* A held new vendor takes the status it was keyed with; a release
* takes the status asked for. Recorded on vendmaint.log under the
* approver's id, like any master change.
 600-SET-VENDOR-STATUS.
    open i-o vendor-master-file
    if vendmast-fs not = "00"
        display "pendappr: vendmast.dat not usable, status "
            vendmast-fs
        move 8 to return-code
        stop run
    end-if
    move rq-key to vm-vendor-name
    read vendor-master-file
        invalid key
            close vendor-master-file
            display "pendappr: vendor " rq-key " is no longer on "
                "the master"
            move "WITHDRAWN" to new-outcome
            go to 600-SET-VENDOR-EXIT
    end-read
    move rq-value (1:1) to vm-status
    rewrite vendor-master-record
        invalid key
            display "pendappr: vendor " rq-key " not rewritten"
            move 8 to return-code
            stop run
    end-rewrite
    close vendor-master-file
    perform 970-LOG-VENDOR.
 600-SET-VENDOR-EXIT.
    exit.

* A rejected or expired new vendor never was: it comes off the
* master, and any contact link made meanwhile goes with it.
 650-REMOVE-HELD-VENDOR.
    open i-o vendor-master-file
    if vendmast-fs = "00"
        move rq-key to vm-vendor-name
        read vendor-master-file
            invalid key continue
            not invalid key
                delete vendor-master-file
                    invalid key continue
                end-delete
                perform 970-LOG-VENDOR
        end-read
        close vendor-master-file
    end-if
    open i-o vendor-link-file
    if vlink-fs = "00"
        move rq-key to vl-vendor-name
        delete vendor-link-file
            invalid key continue
        end-delete
        close vendor-link-file
    end-if.

 700-SET-OPERATOR-LEVEL.
    move "N" to found-flag
    open input operator-file
    if operator-fs not = "00"
        display "pendappr: no operators.dat on file"
        move 8 to return-code
        stop run
    end-if
    open output operator-new-file
    move "N" to file-end-flag
    perform 710-SIFT-ONE-OPERATOR until file-end-flag = "Y"
    close operator-file operator-new-file
    if found-flag not = "Y"
        display "pendappr: operator " rq-key " is no longer on file"
        move "WITHDRAWN" to new-outcome
    else
        call "SYSTEM" using oper-rewrite-command
        perform 950-STAMP-TIME
        open extend admin-log-file
        if adminlog-fs not = "00"
            open output admin-log-file
        end-if
        move spaces to admin-log-record
        string ws-timestamp " LEVEL " rq-key (1:8) " by " approver-id
            " level " rq-value (1:1) " asked by " rq-requested-by
            delimited by size into admin-log-record
        write admin-log-record
        close admin-log-file
    end-if.

 710-SIFT-ONE-OPERATOR.
    read operator-file
        at end move "Y" to file-end-flag
        not at end
            if opr-id = rq-key
                move "Y" to found-flag
                move rq-value (1:1) to opr-level
            end-if
            move operator-record to operator-new-record
            write operator-new-record
    end-read.

* What a rejection or expiry takes back. A held release or level
* change was never carried out, so there is nothing to undo.
 800-UNDO-REQUEST.
    perform 950-STAMP-TIME
    evaluate rq-kind
        when "VENDADD"
            perform 650-REMOVE-HELD-VENDOR
        when "CTLFILE"
            perform 850-DROP-STAGED thru 850-DROP-EXIT
    end-evaluate.

* The staged copy goes the way ctlchange DROP sends it, and the
* drop is recorded on ctlchange.log with the outcome as its action.
 850-DROP-STAGED.
    open input stage-file
    if stage-fs not = "00"
        go to 850-DROP-EXIT.
    open output stage-new-file
    move "N" to stage-end-flag
    perform 860-SIFT-ONE-STAGED until stage-end-flag = "Y"
    close stage-file stage-new-file
    call "SYSTEM" using stage-rewrite-command
    move spaces to system-command
    string "rm -f ctlstage/" delimited by size
        rq-key delimited by space
        " ctlstage/" delimited by size
        rq-key delimited by space
        ".dif" delimited by size
        into system-command
    call "SYSTEM" using system-command
    open extend change-log-file
    if change-log-fs not = "00"
        open output change-log-file
    end-if
    move spaces to change-log-record
    string ws-timestamp " " vendor-action " " rq-key " by "
        approver-id " -- " rq-value
        delimited by size into change-log-record
    write change-log-record
    close change-log-file.
 850-DROP-EXIT.
    exit.

 860-SIFT-ONE-STAGED.
    read stage-file
        at end move "Y" to stage-end-flag
        not at end
            if cs-file not = rq-key
                move stage-record to stage-new-record
                write stage-new-record
            end-if
    end-read.

* Marks the one request decided, through the write-new-then-mv
* pattern, and logs the outcome.
 900-DECIDE-ONE-REQUEST.
    perform 950-STAMP-TIME
    open input pending-appr-file
    open output pending-new-file
    move "N" to file-end-flag
    perform 910-MARK-ONE-REQUEST until file-end-flag = "Y"
    close pending-appr-file pending-new-file
    call "SYSTEM" using pend-rewrite-command
    perform 960-LOG-DECISION.

 910-MARK-ONE-REQUEST.
    read pending-appr-file
        at end move "Y" to file-end-flag
        not at end
            if pa-request-id = target-request
                move new-outcome  to pa-status
                move approver-id  to pa-decided-by
                move ws-timestamp to pa-decided-stamp
            end-if
            move pending-appr-record to pending-new-record
            write pending-new-record
    end-read.

 950-STAMP-TIME.
    accept ws-date from date yyyymmdd
    accept ws-time from time
    move spaces to ws-timestamp
    string ws-date "-" ws-time delimited by size into ws-timestamp.

 960-LOG-DECISION.
    open extend approval-log-file
    if approval-log-fs not = "00"
        open output approval-log-file
    end-if
    move spaces to approval-log-record
    string ws-timestamp " " new-outcome " " rq-request-id " "
        rq-kind " " rq-key " by " approver-id " asked by "
        rq-requested-by
        delimited by size into approval-log-record
    write approval-log-record
    close approval-log-file.

 970-LOG-VENDOR.
    perform 950-STAMP-TIME
    open extend vendor-log-file
    if vendor-log-fs not = "00"
        open output vendor-log-file
    end-if
    move spaces to vendor-log-record
    string ws-timestamp " " approver-id " " vendor-action " "
        vm-vendor-name " " vm-vendor-region " " vm-vendor-city
        " " vm-status
        delimited by size into vendor-log-record
    write vendor-log-record
    close vendor-log-file.
