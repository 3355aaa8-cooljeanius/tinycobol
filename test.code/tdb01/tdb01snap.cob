 IDENTIFICATION DIVISION.
 PROGRAM-ID.    tdb01snap.
 AUTHOR. Rildo Pragana.
*
* Snapshot and compaction for the filedb01 change journal, in the
* jrnlsnap mold.
*
*   tdb01snap <cutoff YYYYMMDD>
*
* Records every contact's full state as of the end of the cut-off
* day -- the last after-image, or DELETED (a delete or a dedup
* merge), with the stamp of the change that set it -- in
* tdb01snap.<cutoff>.dat, starting from the previous snapshot and
* applying the journal records up to the cut-off. Those records
* then move, unchanged and in order, to the dated generation
* tdb01journal.<cutoff>.dat, and tdb01journal.dat is rewritten
* (write-new-then-mv) with only the later ones. tdb01journal.cat
* registers each cut-off with its snapshot and generation, so
* tdb01asof ASOF and RESTORE answer for any moment by starting
* from the nearest snapshot instead of the first record ever.
*
* The cut-off must be before today and after the last one taken.
* A tdb01maint session open today refuses the run, the same rule
* tdb01dedup MERGE follows: its journal writes append to the live
* file this utility replaces.
*
* Consent changes (op CONSNT) move to the generation with the rest
* but are no state of the contact, so the snapshot ignores them.
*
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "t01jrnlsel.cpy".
    COPY "t01snapsel.cpy".
    SELECT journal-new-file
         ASSIGN TO "tdb01journal.dat.new"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS t1new-fs.
    SELECT session-lock-file
         ASSIGN TO "tdb01maint.lock"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS sesslock-fs.

 DATA DIVISION.
 FILE SECTION.
 COPY "t01jrnlfd.cpy".
 COPY "t01snapfd.cpy".

 FD  journal-new-file.
 01  journal-new-record      pic x(425).

 FD  session-lock-file.
 01  session-lock-record.
     05 sl-operator      pic x(8).
     05 sl-date          pic 9(8).
     05 sl-open-time     pic 9(8).

 WORKING-STORAGE SECTION.
 77  t1jrnl-fs       pic xx.
 77  t1cat-fs        pic xx.
 77  t1snap-fs       pic xx.
 77  t1gen-fs        pic xx.
 77  t1new-fs        pic xx.
 77  sesslock-fs     pic xx.
 77  sesslock-end-flag pic x.
 77  t1snap-filename pic x(40).
 77  t1gen-filename  pic x(40).
 77  snap-cmdline    pic x(40).
 77  cutoff-x        pic x(8).
 77  cutoff-date     pic 9(8).
 77  date-valid-flag pic x.
 77  today-date      pic 9(8).
 77  last-cutoff     pic 9(8) value zeros.
 77  last-snap-name  pic x(40) value spaces.
 77  file-end-flag   pic x.
 77  state-full-flag pic x value "N".
 01  state-table.
     05 state-entry occurs 3000 times indexed by stx.
        10 se-key       pic x(40).
        10 se-state     pic x(1).
        10 se-stamp     pic x(17).
        10 se-image     pic x(171).
 77  state-count     pic 9(4) comp value zeros.
 77  moved-count     pic 9(8) comp value zeros.
 77  kept-count      pic 9(8) comp value zeros.
 77  rewrite-command pic x(60)
    value "mv tdb01journal.dat.new tdb01journal.dat".
 77  cleanup-command pic x(120).
 77  ws-date         pic 9(8).
 77  ws-time         pic 9(8).
 77  ws-timestamp    pic x(17).

 PROCEDURE DIVISION.
 0000-MAINLINE.
    accept snap-cmdline from command-line
    unstring snap-cmdline delimited by ' ' into cutoff-x
    perform 0500-CHECK-CUTOFF
    perform 0600-CHECK-MAINT-SESSION
    perform 1000-LOAD-CATALOG
    if cutoff-date not > last-cutoff
        display "tdb01snap: cut-off " cutoff-date " is not after "
            "the last one taken (" last-cutoff ")"
        move 8 to return-code
        stop run
    end-if
    if last-snap-name not = spaces
        perform 2000-LOAD-LAST-SNAPSHOT
    end-if
    move spaces to t1snap-filename t1gen-filename
    string "tdb01snap." cutoff-date ".dat"
        delimited by size into t1snap-filename
    string "tdb01journal." cutoff-date ".dat"
        delimited by size into t1gen-filename
    perform 3000-SPLIT-JOURNAL
    if state-full-flag = "Y"
        move spaces to cleanup-command
        string "rm -f tdb01journal.dat.new " t1gen-filename
            delimited by size into cleanup-command
        call "SYSTEM" using cleanup-command
        display "tdb01snap: more than 3000 contacts on the "
            "journal, nothing changed"
        move 8 to return-code
        stop run
    end-if
    perform 4000-WRITE-SNAPSHOT
    perform 5000-REGISTER-CUTOFF
    call "SYSTEM" using rewrite-command
    display "tdb01snap: " state-count " contact(s) as of "
        cutoff-date " in " t1snap-filename
    display "tdb01snap: " moved-count " record(s) moved to "
        t1gen-filename ", " kept-count " left on the live journal"
    stop run.

 0500-CHECK-CUTOFF.
    accept today-date from date yyyymmdd
    if cutoff-x not numeric
        display "tdb01snap: usage: tdb01snap <cutoff YYYYMMDD>"
        move 8 to return-code
        stop run
    end-if
    move cutoff-x to cutoff-date
    call "datevalid" using cutoff-date date-valid-flag
    if date-valid-flag not = "Y"
        display "tdb01snap: " cutoff-x " is not a date"
        move 8 to return-code
        stop run
    end-if
    if cutoff-date not < today-date
        display "tdb01snap: the cut-off must be before today"
        move 8 to return-code
        stop run
    end-if.

* Any session line dated today means a maintenance session may be
* about to journal a change; stale lines from crashed sessions on
* earlier dates are ignored.
 0600-CHECK-MAINT-SESSION.
    open input session-lock-file
    if sesslock-fs = "00"
        move "N" to sesslock-end-flag
        perform 0610-CHECK-ONE-SESSION
            until sesslock-end-flag = "Y"
        close session-lock-file
    end-if.

 0610-CHECK-ONE-SESSION.
    read session-lock-file
        at end move "Y" to sesslock-end-flag
        not at end
            if sl-date = today-date
                display "tdb01snap: a tdb01maint session is open "
                    "(operator " sl-operator "), snapshot refused; "
                    "close the session and rerun"
                close session-lock-file
                move 8 to return-code
                stop run
            end-if
    end-read.

 1000-LOAD-CATALOG.
    open input tdb01-snap-catalog
    if t1cat-fs = "00"
        move "N" to file-end-flag
        perform 1100-READ-ONE-CUTOFF until file-end-flag = "Y"
        close tdb01-snap-catalog
    end-if.

 1100-READ-ONE-CUTOFF.
    read tdb01-snap-catalog
        at end move "Y" to file-end-flag
        not at end
            if t1cat-cutoff > last-cutoff
                move t1cat-cutoff    to last-cutoff
                move t1cat-snap-name to last-snap-name
            end-if
    end-read.

 2000-LOAD-LAST-SNAPSHOT.
    move last-snap-name to t1snap-filename
    open input tdb01-snap-file
    if t1snap-fs not = "00"
        display "tdb01snap: snapshot " last-snap-name " of "
            last-cutoff " not readable (status " t1snap-fs
            "), nothing changed"
        move 8 to return-code
        stop run
    end-if
    move "N" to file-end-flag
    perform 2100-LOAD-ONE-CONTACT until file-end-flag = "Y"
    close tdb01-snap-file.

 2100-LOAD-ONE-CONTACT.
    read tdb01-snap-file
        at end move "Y" to file-end-flag
        not at end
            if state-count < 3000
                add 1 to state-count
                move t1snap-key   to se-key (state-count)
                move t1snap-state to se-state (state-count)
                move t1snap-stamp to se-stamp (state-count)
                move t1snap-image to se-image (state-count)
            else
                move "Y" to state-full-flag
            end-if
    end-read.

* Records up to the end of the cut-off day advance the state and go
* to the generation; everything later stays live, in order.
 3000-SPLIT-JOURNAL.
    open output tdb01-jgen-file
    open output journal-new-file
    open input tdb01-journal-file
    if t1jrnl-fs = "00"
        move "N" to file-end-flag
        perform 3100-SPLIT-ONE-RECORD until file-end-flag = "Y"
        close tdb01-journal-file
    end-if
    close tdb01-jgen-file journal-new-file.

 3100-SPLIT-ONE-RECORD.
    read tdb01-journal-file
        at end move "Y" to file-end-flag
        not at end
            if t1j-timestamp (1:8) not > cutoff-x
                perform 3200-APPLY-TO-STATE thru 3200-EXIT
                move t1j-rec to t1gen-rec
                write t1gen-rec
                add 1 to moved-count
            else
                move t1j-rec to journal-new-record
                write journal-new-record
                add 1 to kept-count
            end-if
    end-read.

 3200-APPLY-TO-STATE.
    if t1j-op = "CONSNT"
        go to 3200-EXIT.
    set stx to 1
    search state-entry
        at end perform 3300-ADD-CONTACT
        when stx > state-count
            perform 3300-ADD-CONTACT
        when se-key (stx) = t1j-key
            continue
    end-search
    if stx not > state-count
        move t1j-timestamp to se-stamp (stx)
        if t1j-op = "DELETE" or t1j-op = "MERGE"
            move "D" to se-state (stx)
            move spaces to se-image (stx)
        else
            move "P" to se-state (stx)
            move t1j-after to se-image (stx)
        end-if
    end-if.
 3200-EXIT.
    exit.

 3300-ADD-CONTACT.
    if state-count < 3000
        add 1 to state-count
        set stx to state-count
        move t1j-key to se-key (stx)
    else
        move "Y" to state-full-flag
        set stx to 3001
    end-if.

 4000-WRITE-SNAPSHOT.
    open output tdb01-snap-file
    perform 4100-WRITE-ONE-CONTACT
        varying stx from 1 by 1
        until stx > state-count
    close tdb01-snap-file.

 4100-WRITE-ONE-CONTACT.
    move se-key (stx)   to t1snap-key
    move se-state (stx) to t1snap-state
    move se-stamp (stx) to t1snap-stamp
    move se-image (stx) to t1snap-image
    write t1snap-rec.

 5000-REGISTER-CUTOFF.
    accept ws-date from date yyyymmdd
    accept ws-time from time
    move spaces to ws-timestamp
    string ws-date "-" ws-time delimited by size into ws-timestamp
    open extend tdb01-snap-catalog
    if t1cat-fs not = "00"
        open output tdb01-snap-catalog
    end-if
    move spaces to t1cat-rec
    move cutoff-date     to t1cat-cutoff
    move t1snap-filename to t1cat-snap-name
    move t1gen-filename  to t1cat-gen-name
    move state-count     to t1cat-contacts
    move moved-count     to t1cat-moved
    move ws-timestamp    to t1cat-taken-stamp
    write t1cat-rec
    close tdb01-snap-catalog.
