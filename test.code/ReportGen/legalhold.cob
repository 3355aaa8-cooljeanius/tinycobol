 IDENTIFICATION DIVISION.
 PROGRAM-ID.    legalhold.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Legal-hold register: what legal has asked us to preserve,
*    which every purge and rotation in the shop must leave alone.
*
*      legalhold LIST
*          show every hold on file, active and released.
*      legalhold PLACE <supervisor> VENDOR|DATES|RUN|FILE
*          place a hold. The supervisor signs on with a level-3
*          operators.dat password (the opersign rule periodctl
*          uses), then is prompted for what is held -- the vendor
*          name, run id or file name -- the from and to dates
*          (required for DATES, optional to limit a VENDOR or FILE
*          hold) and the reason, usually legal's matter reference.
*      legalhold RELEASE <hold-id> <supervisor>
*          release an active hold, under the same sign-on.
*      legalhold REPORT
*          legalhold.rpt: each active hold followed by everything
*          it currently preserves -- archived sales rows, cataloged
*          report generations and rolled log generations -- with
*          a count per hold.
*
*    The register is legalhold.dat; a released hold stays on it
*    with who released it and when. Placing and releasing are both
*    recorded, with the supervisor and a timestamp, in
*    legalhold.log. archpurge, gencat PURGE and logroll all ask the
*    shared holdchk routine before removing anything, so a hold is
*    in force from the moment it is placed.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "holdsel.cpy".
    COPY "archsel.cpy".
    SELECT hold-new-file
         ASSIGN TO "legalhold.dat.new"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS hold-new-fs.
    SELECT hold-log-file
         ASSIGN TO "legalhold.log"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS hold-log-fs.
    SELECT arch-years-file
         ASSIGN TO "archyears.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS archyr-fs.
    SELECT run-catalog-file
         ASSIGN TO "runcatalog.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS catalog-fs.
    SELECT roll-catalog-file
         ASSIGN TO "logroll.cat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS roll-cat-fs.
    SELECT hold-report-file
         ASSIGN TO "legalhold.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "holdfd.cpy".
 COPY "archfd.cpy".

 FD  hold-new-file.
 01  hold-new-record         pic X(220).

 FD  hold-log-file.
 01  hold-log-record         pic X(132).

 FD  arch-years-file.
 01  arch-year-record        pic X(4).

* the generation catalog gencat works.
 FD  run-catalog-file.
 01  run-catalog-record.
     05 rc-run-id            pic X(14).
     05 filler               pic X(1).
     05 rc-inputs            pic 9(3).
     05 filler               pic X(1).
     05 rc-status            pic X(8).
     05 filler               pic X(1).
     05 rc-pdf-name          pic X(40).
     05 rc-csv-name          pic X(40).
     05 rc-exc-name          pic X(40).
     05 rc-prt-name          pic X(40).

* the log-generation catalog logroll keeps.
 FD  roll-catalog-file.
 01  roll-catalog-record.
     05 cat-log-name         pic X(20).
     05 cat-generation       pic X(40).

 FD  hold-report-file.
 01  hold-report-record      pic X(132).

 WORKING-STORAGE SECTION.
 77  hold-fs         pic xx.
 77  hold-new-fs     pic xx.
 77  hold-log-fs     pic xx.
 77  arch-fs         pic xx.
 77  arch-filename   pic x(40).
 77  archyr-fs       pic xx.
 77  catalog-fs      pic xx.
 77  roll-cat-fs     pic xx.
 77  hold-cmdline    pic x(60).
 77  hold-mode       pic x(8).
 77  hold-arg-1      pic x(8).
 77  hold-arg-2      pic x(8).
 77  supervisor-id   pic x(8).
 77  place-kind      pic x(6).
 77  place-value     pic x(80).
 77  place-from-x    pic x(8).
 77  place-to-x      pic x(8).
 77  check-date-x    pic x(8).
 77  place-from-date pic 9(8).
 77  place-to-date   pic 9(8).
 77  place-reason    pic x(40).
 77  date-valid-flag pic x.
 77  release-id      pic 9(4).
 77  next-hold-id    pic 9(4) value zeros.
 77  hold-found-flag pic x.
 77  signon-password pic x(8).
 77  signon-req-level pic 9(1) value 3.
 77  signon-level    pic 9(1).
 77  signon-result   pic x(1).
 77  signon-ok-flag  pic x value "N".
   88 signon-ok           value "Y".
 77  file-end-flag   pic x.
 77  listed-count    pic 9(4) comp value zeros.
 77  rewrite-command pic x(60)
    value "mv legalhold.dat.new legalhold.dat".
 77  ws-date         pic 9(8).
 77  ws-time         pic 9(8).
 77  ws-timestamp    pic x(17).
* the active holds the report works through, one at a time.
 01  active-hold-table.
     05 active-hold-entry occurs 100 times indexed by ahx.
        10 ah-record         pic x(220).
 77  active-count    pic 9(3) comp value zeros.
 01  year-table.
     05 year-entry   pic x(4) occurs 50 times indexed by yrx.
 77  year-count      pic 9(2) comp value zeros.
 77  preserved-count pic 9(8) comp.
 77  preserved-dsp   pic z(7)9.
 77  hold-only-id    pic 9(4).
 77  hold-vendor     pic x(20).
 77  hold-date       pic 9(8).
 77  hold-run-id     pic x(14).
 77  hold-file       pic x(80).
 77  hold-found-id   pic 9(4).
 77  gen-name-len    pic 9(2) comp.

 PROCEDURE DIVISION.
 000-MAIN.
    accept hold-cmdline from command-line
    unstring hold-cmdline delimited by all ' '
        into hold-mode hold-arg-1 hold-arg-2
    evaluate hold-mode
        when "LIST"    perform 100-LIST-HOLDS
        when "PLACE"   perform 200-PLACE-HOLD
        when "RELEASE" perform 300-RELEASE-HOLD
        when "REPORT"  perform 500-REPORT-HOLDS
        when other
            display "legalhold: use LIST, PLACE <supervisor> "
                "VENDOR|DATES|RUN|FILE, RELEASE <hold-id> "
                "<supervisor> or REPORT"
            move 8 to return-code
    end-evaluate
    stop run.

 100-LIST-HOLDS.
    open input legal-hold-file
    if hold-fs not = "00"
        display "legalhold: no holds on file"
    else
        move "N" to file-end-flag
        perform 110-LIST-ONE-HOLD until file-end-flag = "Y"
        close legal-hold-file
        if listed-count = zeros
            display "legalhold: register is empty"
        end-if
    end-if.

 110-LIST-ONE-HOLD.
    read legal-hold-file
        at end move "Y" to file-end-flag
        not at end
            add 1 to listed-count
            display lh-hold-id " " lh-status " " lh-kind " "
                lh-value (1:40) " " lh-from-date "-" lh-to-date
            display "     placed " lh-placed-stamp " by "
                lh-placed-by " -- " lh-reason
            if lh-released
                display "     released " lh-released-stamp " by "
                    lh-released-by
            end-if
    end-read.

* The hold is described first and validated whole, then the
* supervisor signs on, and only then is it written: a refused
* sign-on leaves nothing behind.
 200-PLACE-HOLD.
    move hold-arg-1 to supervisor-id
    move hold-arg-2 to place-kind
    if supervisor-id = spaces
        or (place-kind not = "VENDOR" and place-kind not = "DATES"
            and place-kind not = "RUN" and place-kind not = "FILE")
        display "legalhold: PLACE needs the supervisor id and "
            "VENDOR, DATES, RUN or FILE"
        move 8 to return-code
        stop run
    end-if
    move spaces to place-value
    if place-kind not = "DATES"
        display "Hold on " place-kind ": " with no advancing
        accept place-value
        if place-value = spaces
            display "legalhold: a " place-kind " hold must name "
                "what it holds"
            move 8 to return-code
            stop run
        end-if
    end-if
    display "From date (YYYYMMDD): " with no advancing
    accept place-from-x
    move place-from-x to check-date-x
    perform 210-CHECK-PLACE-DATE
    display "To date (YYYYMMDD): " with no advancing
    accept place-to-x
    move place-to-x to check-date-x
    perform 210-CHECK-PLACE-DATE
    perform 215-SET-PLACE-DATES
    if place-kind = "DATES"
        and (place-from-date = zeros or place-to-date = zeros)
        display "legalhold: a DATES hold needs both dates"
        move 8 to return-code
        stop run
    end-if
    if place-to-date not = zeros
        and place-from-date > place-to-date
        display "legalhold: " place-from-date " is after "
            place-to-date
        move 8 to return-code
        stop run
    end-if
    display "Reason: " with no advancing
    accept place-reason
    perform 400-SIGN-ON-SUPERVISOR
    perform 220-FIND-NEXT-HOLD-ID
    perform 800-STAMP-TIME
    move spaces to legal-hold-record
    move next-hold-id    to lh-hold-id
    move place-kind      to lh-kind
    move "ACTIVE"        to lh-status
    move place-value     to lh-value
    move place-from-date to lh-from-date
    move place-to-date   to lh-to-date
    move supervisor-id   to lh-placed-by
    move ws-timestamp    to lh-placed-stamp
    move place-reason    to lh-reason
    open extend legal-hold-file
    if hold-fs not = "00"
        open output legal-hold-file
    end-if
    write legal-hold-record
    close legal-hold-file
    move spaces to hold-log-record
    string ws-timestamp " PLACE hold " next-hold-id " "
        place-kind " " place-value (1:40) " "
        place-from-date "-" place-to-date " by " supervisor-id
        delimited by size into hold-log-record
    perform 810-WRITE-LOG
    display "legalhold: hold " next-hold-id " placed by "
        supervisor-id.

* A blank date is no limit; anything typed must be a real date.
 210-CHECK-PLACE-DATE.
    if check-date-x not = spaces
        if check-date-x not numeric
            display "legalhold: " check-date-x " is not a date"
            move 8 to return-code
            stop run
        end-if
        move check-date-x to hold-date
        call "datevalid" using hold-date date-valid-flag
        if date-valid-flag not = "Y"
            display "legalhold: " check-date-x " is not a date"
            move 8 to return-code
            stop run
        end-if
    end-if.

 215-SET-PLACE-DATES.
    move zeros to place-from-date place-to-date
    if place-from-x not = spaces
        move place-from-x to place-from-date
    end-if
    if place-to-x not = spaces
        move place-to-x to place-to-date
    end-if.

 220-FIND-NEXT-HOLD-ID.
    move zeros to next-hold-id
    open input legal-hold-file
    if hold-fs = "00"
        move "N" to file-end-flag
        perform 225-TAKE-ONE-HOLD-ID until file-end-flag = "Y"
        close legal-hold-file
    end-if
    add 1 to next-hold-id.

 225-TAKE-ONE-HOLD-ID.
    read legal-hold-file
        at end move "Y" to file-end-flag
        not at end
            if lh-hold-id > next-hold-id
                move lh-hold-id to next-hold-id
            end-if
    end-read.

* The register is rewritten through the write-new-then-mv pattern
* with the hold marked RELEASED, never removed from it.
 300-RELEASE-HOLD.
    move hold-arg-2 to supervisor-id
    if hold-arg-1 (1:4) not numeric or supervisor-id = spaces
        display "legalhold: RELEASE needs the hold id (4 digits) "
            "and the supervisor id"
        move 8 to return-code
        stop run
    end-if
    move hold-arg-1 (1:4) to release-id
    perform 400-SIGN-ON-SUPERVISOR
    perform 800-STAMP-TIME
    move "N" to hold-found-flag
    open input legal-hold-file
    if hold-fs not = "00"
        display "legalhold: no holds on file"
        move 8 to return-code
        stop run
    end-if
    open output hold-new-file
    move "N" to file-end-flag
    perform 310-SIFT-ONE-HOLD until file-end-flag = "Y"
    close legal-hold-file hold-new-file
    if hold-found-flag not = "Y"
        display "legalhold: no active hold " release-id
            " on file, nothing released"
        move 8 to return-code
        stop run
    end-if
    call "SYSTEM" using rewrite-command
    move spaces to hold-log-record
    string ws-timestamp " RELEASE hold " release-id " by "
        supervisor-id
        delimited by size into hold-log-record
    perform 810-WRITE-LOG
    display "legalhold: hold " release-id " released by "
        supervisor-id.

 310-SIFT-ONE-HOLD.
    read legal-hold-file
        at end move "Y" to file-end-flag
        not at end
            if lh-hold-id = release-id and lh-active
                move "Y" to hold-found-flag
                move "RELEASED"    to lh-status
                move supervisor-id to lh-released-by
                move ws-timestamp  to lh-released-stamp
            end-if
            move legal-hold-record to hold-new-record
            write hold-new-record
    end-read.

* Level 3 on operators.dat, through the shared opersign routine;
* with no operator file at all the change is refused outright.
 400-SIGN-ON-SUPERVISOR.
    display "Password for " supervisor-id ": " with no advancing
    accept signon-password
    move "N" to signon-ok-flag
    move "N" to signon-result
    call "opersign" using supervisor-id signon-password
        signon-req-level signon-level signon-result
        on exception
            display "legalhold: opersign not available, hold "
                "changes refused"
            move 8 to return-code
            stop run
    end-call
    if signon-result = "M"
        display "legalhold: no operators.dat on file, hold "
            "changes refused"
        move 8 to return-code
        stop run
    end-if
    if signon-result = "Y"
        move "Y" to signon-ok-flag
    end-if
    if not signon-ok
        display "legalhold: supervisor sign-on failed for "
            supervisor-id
        move 8 to return-code
        stop run
    end-if.

 500-REPORT-HOLDS.
    open input legal-hold-file
    if hold-fs = "00"
        move "N" to file-end-flag
        perform 510-LOAD-ONE-ACTIVE until file-end-flag = "Y"
        close legal-hold-file
    end-if
    perform 520-LOAD-ARCHIVE-YEARS
    open output hold-report-file
    move spaces to hold-report-record
    perform 800-STAMP-TIME
    string "LEGAL HOLDS IN FORCE AT " ws-timestamp
        delimited by size into hold-report-record
    write hold-report-record
    if active-count = zeros
        move "NO ACTIVE HOLDS" to hold-report-record
        write hold-report-record
    end-if
    perform 600-REPORT-ONE-HOLD
        varying ahx from 1 by 1
        until ahx > active-count
    close hold-report-file
    display "legalhold: " active-count " active hold(s), see "
        "legalhold.rpt".

 510-LOAD-ONE-ACTIVE.
    read legal-hold-file
        at end move "Y" to file-end-flag
        not at end
            if lh-active and active-count < 100
                add 1 to active-count
                move legal-hold-record to ah-record (active-count)
            end-if
    end-read.

 520-LOAD-ARCHIVE-YEARS.
    open input arch-years-file
    if archyr-fs = "00"
        move "N" to file-end-flag
        perform 525-LOAD-ONE-YEAR until file-end-flag = "Y"
        close arch-years-file
    end-if.

 525-LOAD-ONE-YEAR.
    read arch-years-file
        at end move "Y" to file-end-flag
        not at end
            if arch-year-record not = spaces and year-count < 50
                add 1 to year-count
                move arch-year-record to year-entry (year-count)
            end-if
    end-read.

* One hold: its heading, then every archive row, catalog
* generation and log generation holdchk says it covers.
 600-REPORT-ONE-HOLD.
    move ah-record (ahx) to legal-hold-record
    move lh-hold-id to hold-only-id
    move zeros to preserved-count
    move spaces to hold-report-record
    write hold-report-record
    move spaces to hold-report-record
    string "HOLD " lh-hold-id " " lh-kind " " lh-value (1:40)
        " " lh-from-date "-" lh-to-date
        delimited by size into hold-report-record
    write hold-report-record
    move spaces to hold-report-record
    string "  PLACED " lh-placed-stamp " BY " lh-placed-by
        " -- " lh-reason
        delimited by size into hold-report-record
    write hold-report-record
    perform 610-SWEEP-ONE-YEAR
        varying yrx from 1 by 1
        until yrx > year-count
    perform 630-SWEEP-RUN-CATALOG
    perform 650-SWEEP-LOG-CATALOG
    move preserved-count to preserved-dsp
    move spaces to hold-report-record
    string "  PRESERVED " preserved-dsp " ITEM(S)"
        delimited by size into hold-report-record
    write hold-report-record.

 610-SWEEP-ONE-YEAR.
    move spaces to arch-filename
    string "salesarch." year-entry (yrx) ".dat"
        delimited by size into arch-filename
    open input sales-archive-file
    if arch-fs = "00"
        move "N" to file-end-flag
        perform 620-CHECK-ONE-ROW until file-end-flag = "Y"
        close sales-archive-file
    end-if.

 620-CHECK-ONE-ROW.
    read sales-archive-file next record
        at end move "Y" to file-end-flag
        not at end
            move arch-vendor-name to hold-vendor
            move arch-sales-date  to hold-date
            move arch-run-id      to hold-run-id
            move arch-source-file to hold-file
            perform 700-CALL-HOLDCHK
            if hold-found-id not = zeros
                add 1 to preserved-count
                move spaces to hold-report-record
                string "  ARCHIVE " arch-sales-date " "
                    arch-sales-number " " arch-vendor-name " RUN "
                    arch-run-id " " delimited by size
                    arch-source-file delimited by "  "
                    into hold-report-record
                write hold-report-record
            end-if
    end-read.

 630-SWEEP-RUN-CATALOG.
    open input run-catalog-file
    if catalog-fs = "00"
        move "N" to file-end-flag
        perform 640-CHECK-ONE-GENERATION until file-end-flag = "Y"
        close run-catalog-file
    end-if.

 640-CHECK-ONE-GENERATION.
    read run-catalog-file
        at end move "Y" to file-end-flag
        not at end
            move spaces   to hold-vendor
            move rc-run-id to hold-run-id
            move zeros    to hold-date
            if rc-run-id (1:8) is numeric
                move rc-run-id (1:8) to hold-date
            end-if
            move rc-pdf-name to hold-file
            perform 700-CALL-HOLDCHK
            if hold-found-id = zeros and rc-csv-name not = spaces
                move rc-csv-name to hold-file
                perform 700-CALL-HOLDCHK
            end-if
            if hold-found-id = zeros
                move rc-exc-name to hold-file
                perform 700-CALL-HOLDCHK
            end-if
            if hold-found-id = zeros and rc-prt-name not = spaces
                move rc-prt-name to hold-file
                perform 700-CALL-HOLDCHK
            end-if
            if hold-found-id not = zeros
                add 1 to preserved-count
                move spaces to hold-report-record
                string "  REPORT  generation " rc-run-id " "
                    rc-pdf-name
                    delimited by size into hold-report-record
                write hold-report-record
            end-if
    end-read.

 650-SWEEP-LOG-CATALOG.
    open input roll-catalog-file
    if roll-cat-fs = "00"
        move "N" to file-end-flag
        perform 660-CHECK-ONE-LOG until file-end-flag = "Y"
        close roll-catalog-file
    end-if.

* A log generation is named <log>.<YYYYMMDD>; the date it ends
* with is the date it carries, the same reading logroll makes.
 660-CHECK-ONE-LOG.
    read roll-catalog-file
        at end move "Y" to file-end-flag
        not at end
            move spaces to hold-vendor hold-run-id
            move zeros  to hold-date gen-name-len
            move cat-generation to hold-file
            inspect hold-file tallying gen-name-len
                for characters before initial space
            if gen-name-len > 8
                and hold-file (gen-name-len - 7:8) is numeric
                move hold-file (gen-name-len - 7:8) to hold-date
            end-if
            perform 700-CALL-HOLDCHK
            if hold-found-id not = zeros
                add 1 to preserved-count
                move spaces to hold-report-record
                string "  LOG     " cat-generation
                    delimited by size into hold-report-record
                write hold-report-record
            end-if
    end-read.

 700-CALL-HOLDCHK.
    call "holdchk" using hold-only-id hold-vendor hold-date
        hold-run-id hold-file hold-found-id
        on exception
            display "legalhold: holdchk not available, the report "
                "cannot be built"
            move 8 to return-code
            stop run
    end-call.

 800-STAMP-TIME.
    accept ws-date from date yyyymmdd
    accept ws-time from time
    move spaces to ws-timestamp
    string ws-date "-" ws-time delimited by size into ws-timestamp.

 810-WRITE-LOG.
    open extend hold-log-file
    if hold-log-fs not = "00"
        open output hold-log-file
    end-if
    write hold-log-record
    close hold-log-file.
