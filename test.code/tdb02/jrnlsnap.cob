 IDENTIFICATION DIVISION.
 PROGRAM-ID.    jrnlsnap.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Snapshot and compaction for the mytable change journal.
*
*      jrnlsnap <cutoff YYYYMMDD>
*
*    mytbljournal.dat is appended by every update and delete and
*    would otherwise grow forever, with jrnlview walking it from
*    the first record for every question. This utility records
*    every contact's full state as of the end of the cut-off day
*    -- the last after-image, or DELETED, with the stamp of the
*    change that set it -- in mytblsnap.<cutoff>.dat, starting
*    from the previous snapshot and applying the journal records
*    up to the cut-off. Those records then move, unchanged and in
*    order, to the dated generation mytbljournal.<cutoff>.dat, and
*    the live journal is rewritten (write-new-then-mv) with only
*    the later ones. mytbljournal.cat registers each cut-off with
*    its snapshot and generation, so jrnlview ASOF and BACKOUT can
*    answer for any moment by starting from the nearest snapshot.
*
*    The cut-off must be before today, so no change of the cut-off
*    day can still arrive, and after the last one taken. Run it
*    with tdb02/tdb03 idle: their journal writes append to the live
*    file this utility replaces.
*
*    Consent changes (op CONSNT) move to the generation with the
*    rest but are no state of the row, so the snapshot ignores them.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "jrnlsel.cpy".
    COPY "jsnapsel.cpy".
    SELECT journal-new-file
         ASSIGN TO "mytbljournal.dat.new"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS jnew-fs.

 DATA DIVISION.
 FILE SECTION.
 COPY "jrnlfd.cpy".
 COPY "jsnapfd.cpy".

 FD  journal-new-file.
 01  journal-new-record      pic X(281).

 WORKING-STORAGE SECTION.
    77  jrnl-fs         pic XX.
    77  jcat-fs         pic XX.
    77  jsnap-fs        pic XX.
    77  jgen-fs         pic XX.
    77  jnew-fs         pic XX.
    77  jsnap-filename  pic X(40).
    77  jgen-filename   pic X(40).
    77  snap-cmdline    pic X(40).
    77  cutoff-x        pic X(8).
    77  cutoff-date     pic 9(8).
    77  date-valid-flag pic X.
    77  today-date      pic 9(8).
    77  last-cutoff     pic 9(8) value zeros.
    77  last-snap-name  pic X(40) value spaces.
    77  file-end-flag   pic X.
    77  state-full-flag pic X value "N".
    01  STATE-TABLE.
     05 STATE-ENTRY occurs 3000 times indexed by stx.
        10 SE-KEY       pic X(40).
        10 SE-STATE     pic X(1).
        10 SE-STAMP     pic X(17).
        10 SE-IMAGE     pic X(105).
    77  state-count     pic 9(4) comp value zeros.
    77  moved-count     pic 9(8) comp value zeros.
    77  kept-count      pic 9(8) comp value zeros.
    77  rewrite-command pic X(60)
        value "mv mytbljournal.dat.new mytbljournal.dat".
    77  cleanup-command pic X(120).
    77  WS-DATE         pic 9(8).
    77  WS-TIME         pic 9(8).
    77  WS-TIMESTAMP    pic X(17).

 PROCEDURE DIVISION.
 000-MAIN.
    accept snap-cmdline from command-line
    unstring snap-cmdline delimited by ' ' into cutoff-x
    perform 050-CHECK-CUTOFF
    perform 100-LOAD-CATALOG
    if cutoff-date not > last-cutoff
        display "jrnlsnap: cut-off " cutoff-date " is not after "
            "the last one taken (" last-cutoff ")"
        move 8 to return-code
        stop run
    end-if
    if last-snap-name not = spaces
        perform 200-LOAD-LAST-SNAPSHOT
    end-if
    move spaces to jsnap-filename jgen-filename
    string "mytblsnap." cutoff-date ".dat"
        delimited by size into jsnap-filename
    string "mytbljournal." cutoff-date ".dat"
        delimited by size into jgen-filename
    perform 300-SPLIT-JOURNAL
    if state-full-flag = "Y"
        move spaces to cleanup-command
        string "rm -f mytbljournal.dat.new " jgen-filename
            delimited by size into cleanup-command
        call "SYSTEM" using cleanup-command
        display "jrnlsnap: more than 3000 contacts on the journal, "
            "nothing changed"
        move 8 to return-code
        stop run
    end-if
    perform 400-WRITE-SNAPSHOT
    perform 500-REGISTER-CUTOFF
    call "SYSTEM" using rewrite-command
    display "jrnlsnap: " state-count " contact(s) as of "
        cutoff-date " in " jsnap-filename
    display "jrnlsnap: " moved-count " record(s) moved to "
        jgen-filename ", " kept-count " left on the live journal"
    stop run.

 050-CHECK-CUTOFF.
    accept today-date from date yyyymmdd
    if cutoff-x not numeric
        display "jrnlsnap: usage: jrnlsnap <cutoff YYYYMMDD>"
        move 8 to return-code
        stop run
    end-if
    move cutoff-x to cutoff-date
    call "datevalid" using cutoff-date date-valid-flag
    if date-valid-flag not = "Y"
        display "jrnlsnap: " cutoff-x " is not a date"
        move 8 to return-code
        stop run
    end-if
    if cutoff-date not < today-date
        display "jrnlsnap: the cut-off must be before today"
        move 8 to return-code
        stop run
    end-if.

 100-LOAD-CATALOG.
    open input mytbl-snap-catalog
    if jcat-fs = "00"
        move "N" to file-end-flag
        perform 110-READ-ONE-CUTOFF until file-end-flag = "Y"
        close mytbl-snap-catalog
    end-if.

 110-READ-ONE-CUTOFF.
    read mytbl-snap-catalog
        at end move "Y" to file-end-flag
        not at end
            if jcat-cutoff > last-cutoff
                move jcat-cutoff    to last-cutoff
                move jcat-snap-name to last-snap-name
            end-if
    end-read.

 200-LOAD-LAST-SNAPSHOT.
    move last-snap-name to jsnap-filename
    open input mytbl-snap-file
    if jsnap-fs not = "00"
        display "jrnlsnap: snapshot " last-snap-name " of "
            last-cutoff " not readable (status " jsnap-fs
            "), nothing changed"
        move 8 to return-code
        stop run
    end-if
    move "N" to file-end-flag
    perform 210-LOAD-ONE-CONTACT until file-end-flag = "Y"
    close mytbl-snap-file.

 210-LOAD-ONE-CONTACT.
    read mytbl-snap-file
        at end move "Y" to file-end-flag
        not at end
            if state-count < 3000
                add 1 to state-count
                move jsnap-key   to SE-KEY (state-count)
                move jsnap-state to SE-STATE (state-count)
                move jsnap-stamp to SE-STAMP (state-count)
                move jsnap-image to SE-IMAGE (state-count)
            else
                move "Y" to state-full-flag
            end-if
    end-read.

* Records up to the end of the cut-off day advance the state and go
* to the generation; everything later stays live, in order.
 300-SPLIT-JOURNAL.
    open output mytbl-jgen-file
    open output journal-new-file
    open input mytbl-journal-file
    if jrnl-fs = "00"
        move "N" to file-end-flag
        perform 310-SPLIT-ONE-RECORD until file-end-flag = "Y"
        close mytbl-journal-file
    end-if
    close mytbl-jgen-file journal-new-file.

 310-SPLIT-ONE-RECORD.
    read mytbl-journal-file
        at end move "Y" to file-end-flag
        not at end
            if jrnl-timestamp (1:8) not > cutoff-x
                perform 320-APPLY-TO-STATE thru 320-EXIT
                move jrnl-rec to jgen-rec
                write jgen-rec
                add 1 to moved-count
            else
                move jrnl-rec to journal-new-record
                write journal-new-record
                add 1 to kept-count
            end-if
    end-read.

 320-APPLY-TO-STATE.
    if jrnl-op = "CONSNT"
        go to 320-EXIT.
    set stx to 1
    search STATE-ENTRY
        at end perform 330-ADD-CONTACT
        when stx > state-count
            perform 330-ADD-CONTACT
        when SE-KEY (stx) = jrnl-key
            continue
    end-search
    if stx not > state-count
        move jrnl-timestamp to SE-STAMP (stx)
        if jrnl-op = "DELETE"
            move "D" to SE-STATE (stx)
            move spaces to SE-IMAGE (stx)
        else
            move "P" to SE-STATE (stx)
            move jrnl-after to SE-IMAGE (stx)
        end-if
    end-if.
 320-EXIT.
    exit.

 330-ADD-CONTACT.
    if state-count < 3000
        add 1 to state-count
        set stx to state-count
        move jrnl-key to SE-KEY (stx)
    else
        move "Y" to state-full-flag
        set stx to 3001
    end-if.

 400-WRITE-SNAPSHOT.
    open output mytbl-snap-file
    perform 410-WRITE-ONE-CONTACT
        varying stx from 1 by 1
        until stx > state-count
    close mytbl-snap-file.

 410-WRITE-ONE-CONTACT.
    move SE-KEY (stx)   to jsnap-key
    move SE-STATE (stx) to jsnap-state
    move SE-STAMP (stx) to jsnap-stamp
    move SE-IMAGE (stx) to jsnap-image
    write jsnap-rec.

 500-REGISTER-CUTOFF.
    accept WS-DATE from date yyyymmdd
    accept WS-TIME from time
    move spaces to WS-TIMESTAMP
    string WS-DATE "-" WS-TIME delimited by size into WS-TIMESTAMP
    open extend mytbl-snap-catalog
    if jcat-fs not = "00"
        open output mytbl-snap-catalog
    end-if
    move spaces to jcat-rec
    move cutoff-date    to jcat-cutoff
    move jsnap-filename to jcat-snap-name
    move jgen-filename  to jcat-gen-name
    move state-count    to jcat-contacts
    move moved-count    to jcat-moved
    move WS-TIMESTAMP   to jcat-taken-stamp
    write jcat-rec
    close mytbl-snap-catalog.
