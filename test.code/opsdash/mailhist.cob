 IDENTIFICATION DIVISION.
 PROGRAM-ID.    mailhist.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    What was e-mailed to whom, from the outbound mail spool.
*
*      mailhist <from YYYYMMDD> [<to YYYYMMDD>] [<vendor>]
*
*    Lists every item queued on mailspool.dat in the date range
*    (one date alone means that day), one section per vendor --
*    or per contact, for the items sent to a contact with no
*    vendor -- in the order they were queued. Each item shows
*    when it was queued, what kind of document it was, its
*    subject, the file attached, the address it went to, and
*    where it stands: SENT (with when the relay took it), WAITING
*    for mailsend, or FAILED and why. Naming a vendor lists that
*    vendor alone, which is the answer to "we never got it".
*    Written to mailhist.rpt; the run ends with RETURN-CODE 4
*    when any item listed is FAILED.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "mailsel.cpy".
    SELECT history-report-file
         ASSIGN TO "mailhist.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    SELECT sort-work-file ASSIGN TO "mailhist.wrk".

 DATA DIVISION.
 FILE SECTION.
 COPY "mailfd.cpy".

 FD  history-report-file.
 01  history-report-record   pic X(132).

* by recipient, then in the order queued.
 SD  sort-work-file.
 01  sort-rec.
     05 mh-recipient         pic X(40).
     05 mh-vendor-flag       pic X(1).
     05 mh-stamp             pic X(17).
     05 mh-id                pic 9(8).
     05 mh-kind              pic X(8).
     05 mh-status            pic X(1).
       88 mh-sent                 value "S".
       88 mh-failed               value "F".
     05 mh-attempts          pic 9(2).
     05 mh-contact           pic X(40).
     05 mh-address           pic X(40).
     05 mh-subject           pic X(60).
     05 mh-attachment        pic X(100).
     05 mh-last-try          pic X(17).
     05 mh-result            pic X(40).

 WORKING-STORAGE SECTION.
 77  mail-fs         pic xx.
 77  hist-cmdline    pic x(60).
 77  from-date-x     pic x(8).
 77  to-date-x       pic x(8).
 77  vendor-parm     pic x(20).
 77  third-parm      pic x(20).
 77  from-date       pic 9(8).
 77  to-date         pic 9(8).
 77  check-date      pic 9(8).
 77  date-valid-flag pic x.
 77  file-end-flag   pic x.
 77  sort-end-flag   pic x.
 77  line-date       pic x(8).
 77  first-record-flag pic x value "Y".
 77  current-recipient pic x(40).
 77  status-word     pic x(7).
 77  item-count      pic 9(6) comp value zeros.
 77  sent-count      pic 9(6) comp value zeros.
 77  waiting-count   pic 9(6) comp value zeros.
 77  failed-count    pic 9(6) comp value zeros.
 77  recipient-items pic 9(6) comp value zeros.
 77  recipient-sent  pic 9(6) comp value zeros.
 77  recipients-seen pic 9(6) comp value zeros.
 77  count-dsp       pic zzzzz9.
 77  count-dsp-2     pic zzzzz9.
 77  ws-date         pic 9(8).
 77  ws-time         pic 9(8).

 PROCEDURE DIVISION.
 000-MAIN.
    accept hist-cmdline from command-line
    move spaces to from-date-x to-date-x third-parm vendor-parm
    unstring hist-cmdline delimited by all ' '
        into from-date-x to-date-x third-parm
* the second word is the vendor when it is not a date.
    if to-date-x not = spaces and to-date-x not numeric
        unstring hist-cmdline delimited by all ' '
            into from-date-x vendor-parm
        move spaces to to-date-x
    else
        move third-parm to vendor-parm
    end-if
    if to-date-x = spaces
        move from-date-x to to-date-x
    end-if
    perform 050-CHECK-DATES
    sort sort-work-file
        ascending key mh-recipient mh-stamp mh-id
        input procedure is 200-FEED-ITEMS
            thru 200-FEED-ITEMS-EXIT
        output procedure is 500-WRITE-REPORT
            thru 500-WRITE-REPORT-EXIT
    move item-count to count-dsp
    display "mailhist: " count-dsp " item(s) listed, see "
        "mailhist.rpt"
    if failed-count > zeros
        move failed-count to count-dsp
        display "mailhist: " count-dsp " item(s) FAILED"
        move 4 to return-code
    end-if
    stop run.

 050-CHECK-DATES.
    if from-date-x not numeric or to-date-x not numeric
        display "mailhist: use mailhist <from YYYYMMDD> "
            "[<to YYYYMMDD>] [<vendor>]"
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
        display "mailhist: " from-date-x " to " to-date-x
            " is not a date range"
        move 8 to return-code
        stop run
    end-if.

 200-FEED-ITEMS.
    open input mail-spool-file
    if mail-fs = "00"
        move "N" to file-end-flag
        perform 210-TAKE-ONE-ITEM until file-end-flag = "Y"
        close mail-spool-file
    end-if.
 200-FEED-ITEMS-EXIT.
    exit.

 210-TAKE-ONE-ITEM.
    read mail-spool-file
        at end move "Y" to file-end-flag
        not at end
            move ms-queued-stamp (1:8) to line-date
            if line-date not < from-date-x
                and line-date not > to-date-x
                and (vendor-parm = spaces
                     or ms-vendor = vendor-parm)
                perform 220-RELEASE-ONE-ITEM
            end-if
    end-read.

 220-RELEASE-ONE-ITEM.
    move spaces to sort-rec
    if ms-vendor not = spaces
        move ms-vendor to mh-recipient
        move "V" to mh-vendor-flag
    else
        move ms-contact to mh-recipient
        move "C" to mh-vendor-flag
    end-if
    move ms-queued-stamp to mh-stamp
    move ms-id           to mh-id
    move ms-kind         to mh-kind
    move ms-status       to mh-status
    move ms-attempts     to mh-attempts
    move ms-contact      to mh-contact
    move ms-address      to mh-address
    move ms-subject      to mh-subject
    move ms-attachment   to mh-attachment
    move ms-last-try     to mh-last-try
    move ms-result       to mh-result
    add 1 to item-count
    release sort-rec.

 500-WRITE-REPORT.
    open output history-report-file
    accept ws-date from date yyyymmdd
    accept ws-time from time
    move spaces to history-report-record
    string "OUTBOUND MAIL HISTORY " from-date-x " TO " to-date-x
        "   RUN " ws-date "-" ws-time
        delimited by size into history-report-record
    write history-report-record
    if vendor-parm not = spaces
        move spaces to history-report-record
        string "VENDOR " vendor-parm " ONLY"
            delimited by size into history-report-record
        write history-report-record
    end-if
    move "N" to sort-end-flag
    perform 510-RETURN-ONE-ITEM until sort-end-flag = "Y"
    if first-record-flag = "Y"
        move spaces to history-report-record
        write history-report-record
        move "NO MAIL QUEUED IN THE RANGE" to history-report-record
        write history-report-record
    else
        perform 540-CLOSE-RECIPIENT
    end-if
    move spaces to history-report-record
    write history-report-record
    move item-count to count-dsp
    move spaces to history-report-record
    string "ITEMS LISTED         " count-dsp
        delimited by size into history-report-record
    write history-report-record
    move recipients-seen to count-dsp
    move spaces to history-report-record
    string "RECIPIENTS           " count-dsp
        delimited by size into history-report-record
    write history-report-record
    move sent-count to count-dsp
    move spaces to history-report-record
    string "SENT                 " count-dsp
        delimited by size into history-report-record
    write history-report-record
    move waiting-count to count-dsp
    move spaces to history-report-record
    string "WAITING              " count-dsp
        delimited by size into history-report-record
    write history-report-record
    move failed-count to count-dsp
    move spaces to history-report-record
    string "FAILED               " count-dsp
        delimited by size into history-report-record
    write history-report-record
    close history-report-file.
 500-WRITE-REPORT-EXIT.
    exit.

 510-RETURN-ONE-ITEM.
    return sort-work-file
        at end move "Y" to sort-end-flag
        not at end perform 520-LIST-ONE-ITEM
    end-return.

 520-LIST-ONE-ITEM.
    if first-record-flag = "Y"
        or mh-recipient not = current-recipient
        if first-record-flag not = "Y"
            perform 540-CLOSE-RECIPIENT
        end-if
        move "N" to first-record-flag
        perform 530-OPEN-RECIPIENT
    end-if
    add 1 to recipient-items
    evaluate true
        when mh-sent
            move "SENT" to status-word
            add 1 to sent-count
            add 1 to recipient-sent
        when mh-failed
            move "FAILED" to status-word
            add 1 to failed-count
        when other
            move "WAITING" to status-word
            add 1 to waiting-count
    end-evaluate
    move spaces to history-report-record
    string "  " mh-stamp " " mh-id " " mh-kind " " status-word
        " " mh-subject
        delimited by size into history-report-record
    write history-report-record
    move spaces to history-report-record
    if mh-attachment = spaces
        string "        (no attachment) to " mh-address
            delimited by size into history-report-record
    else
        string "        " delimited by size
            mh-attachment delimited by space
            " to " mh-address delimited by size
            into history-report-record
    end-if
    write history-report-record
    move spaces to history-report-record
    if mh-last-try = spaces
        string "        not yet tried"
            delimited by size into history-report-record
    else
        string "        " mh-result " " mh-last-try
            " attempts " mh-attempts
            delimited by size into history-report-record
    end-if
    write history-report-record.

 530-OPEN-RECIPIENT.
    move mh-recipient to current-recipient
    move zeros to recipient-items recipient-sent
    add 1 to recipients-seen
    move spaces to history-report-record
    write history-report-record
    move spaces to history-report-record
    if mh-vendor-flag = "V"
        string "VENDOR  " mh-recipient (1:20) "  CONTACT "
            mh-contact
            delimited by size into history-report-record
    else
        string "CONTACT " mh-recipient
            delimited by size into history-report-record
    end-if
    write history-report-record.

 540-CLOSE-RECIPIENT.
    move recipient-items to count-dsp
    move recipient-sent  to count-dsp-2
    move spaces to history-report-record
    string "   " count-dsp " ITEM(S), " count-dsp-2 " SENT"
        delimited by size into history-report-record
    write history-report-record.
