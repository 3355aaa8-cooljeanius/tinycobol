 IDENTIFICATION DIVISION.
 PROGRAM-ID.    tdb01follow.
 AUTHOR. Rildo Pragana.
*
* Daily follow-up list for the filedb01 interaction history.
*
*   tdb01follow [YYYYMMDD]
*
* Lists every open follow-up due on the given day (today when no
* date is given) or earlier and still not answered, operator by
* operator, to tdb01follow.rpt: contact, channel and note of the
* interaction that promised it, and the due date, with OVERDUE
* against the ones past. The follow-up date is an alternate key of
* tdb01inter.dat, so only the due part of the file is read. A
* follow-up closes when the next interaction with the contact is
* recorded in tdb01maint.
*
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "intsel.cpy".
    SELECT follow-report-file
         ASSIGN TO "tdb01follow.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "intfd.cpy".

 FD  follow-report-file.
 01  follow-report-record    pic x(160).

 WORKING-STORAGE SECTION.
 77  inter-fs        pic xx.
 77  inter-end-flag  pic x.
 77  follow-cmdline  pic x(40).
 77  due-x           pic x(8).
 77  due-date        pic 9(8).
 77  date-valid-flag pic x.
 77  item-full-flag  pic x value "N".
 01  item-table.
     05 item-entry occurs 2000 times indexed by itx.
        10 it-operator  pic x(8).
        10 it-name      pic x(40).
        10 it-channel   pic x(6).
        10 it-note      pic x(60).
        10 it-due-date  pic 9(8).
        10 it-done-flag pic x.
 77  item-count      pic 9(4) comp value zeros.
 77  overdue-count   pic 9(4) comp value zeros.
 77  oper-count      pic 9(4) comp value zeros.
 77  oper-items      pic 9(4) comp.
 77  item-sub        pic 9(4) comp.
 77  this-operator   pic x(8).
 77  count-dsp       pic z(3)9.
 01  follow-line.
     05 fl-due-date  pic 9(8).
     05 filler       pic x value space.
     05 fl-overdue   pic x(7).
     05 filler       pic x value space.
     05 fl-name      pic x(40).
     05 filler       pic x value space.
     05 fl-channel   pic x(6).
     05 filler       pic x value space.
     05 fl-note      pic x(60).

 PROCEDURE DIVISION.
 0000-MAINLINE.
    accept follow-cmdline from command-line
    unstring follow-cmdline delimited by ' ' into due-x
    perform 0500-CHECK-DUE-DATE
    open input contact-inter-file
    if inter-fs = "00"
        perform 1000-COLLECT-DUE
        close contact-inter-file
    end-if
    open output follow-report-file
    move spaces to follow-report-record
    string "FILEDB01 FOLLOW-UPS DUE " due-date
        delimited by size into follow-report-record
    write follow-report-record
    perform 2000-LIST-ONE-OPERATOR
        varying itx from 1 by 1
        until itx > item-count
    move spaces to follow-report-record
    write follow-report-record
    move item-count to count-dsp
    move spaces to follow-report-record
    string count-dsp " follow-up(s) due" delimited by size
        into follow-report-record
    write follow-report-record
    move overdue-count to count-dsp
    move spaces to follow-report-record
    string count-dsp " of them overdue" delimited by size
        into follow-report-record
    write follow-report-record
    close follow-report-file
    if item-full-flag = "Y"
        display "tdb01follow: more than 2000 follow-ups due, the "
            "list is cut short"
    end-if
    display "tdb01follow: " item-count " follow-up(s) due for "
        oper-count " operator(s) in tdb01follow.rpt"
    stop run.

 0500-CHECK-DUE-DATE.
    if due-x = spaces
        accept due-date from date yyyymmdd
    else
        if due-x not numeric
            display "tdb01follow: usage: tdb01follow [YYYYMMDD]"
            move 8 to return-code
            stop run
        end-if
        move due-x to due-date
        call "datevalid" using due-date date-valid-flag
        if date-valid-flag not = "Y"
            display "tdb01follow: " due-x " is not a date"
            move 8 to return-code
            stop run
        end-if
    end-if.

* Interactions without a follow-up carry zeros, so the walk starts
* just above them and stops at the first one due later.
 1000-COLLECT-DUE.
    move 1 to ci-followup-date
    start contact-inter-file key >= ci-followup-date
        invalid key move "Y" to inter-end-flag
        not invalid key move "N" to inter-end-flag
    end-start
    perform 1100-COLLECT-ONE-DUE until inter-end-flag = "Y".

 1100-COLLECT-ONE-DUE.
    read contact-inter-file next record
        at end move "Y" to inter-end-flag
        not at end
            if ci-followup-date > due-date
                move "Y" to inter-end-flag
            else
                if ci-followup-open
                    perform 1200-KEEP-ONE-DUE
                end-if
            end-if
    end-read.

 1200-KEEP-ONE-DUE.
    if item-count < 2000
        add 1 to item-count
        move ci-operator      to it-operator (item-count)
        move ci-name          to it-name (item-count)
        move ci-channel       to it-channel (item-count)
        move ci-note          to it-note (item-count)
        move ci-followup-date to it-due-date (item-count)
        move "N"              to it-done-flag (item-count)
        if ci-followup-date < due-date
            add 1 to overdue-count
        end-if
    else
        move "Y" to item-full-flag
        move "Y" to inter-end-flag
    end-if.

* The first item not yet listed opens the next operator's section;
* all that operator's items follow it, in due-date order.
 2000-LIST-ONE-OPERATOR.
    if it-done-flag (itx) = "N"
        move it-operator (itx) to this-operator
        add 1 to oper-count
        move zeros to oper-items
        move spaces to follow-report-record
        write follow-report-record
        move spaces to follow-report-record
        if this-operator = spaces
            move "OPERATOR (none recorded)" to follow-report-record
        else
            string "OPERATOR " this-operator delimited by size
                into follow-report-record
        end-if
        write follow-report-record
        perform 2100-LIST-ONE-ITEM
            varying item-sub from itx by 1
            until item-sub > item-count
        move oper-items to count-dsp
        move spaces to follow-report-record
        string "    " count-dsp " due" delimited by size
            into follow-report-record
        write follow-report-record
    end-if.

 2100-LIST-ONE-ITEM.
    if it-done-flag (item-sub) = "N"
        and it-operator (item-sub) = this-operator
        move "Y" to it-done-flag (item-sub)
        add 1 to oper-items
        move spaces to follow-line
        move it-due-date (item-sub) to fl-due-date
        if it-due-date (item-sub) < due-date
            move "OVERDUE" to fl-overdue
        end-if
        move it-name (item-sub)    to fl-name
        move it-channel (item-sub) to fl-channel
        move it-note (item-sub)    to fl-note
        move spaces to follow-report-record
        string "    " follow-line delimited by size
            into follow-report-record
        write follow-report-record
    end-if.
