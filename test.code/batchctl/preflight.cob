 IDENTIFICATION DIVISION.
 PROGRAM-ID.    preflight.
 AUTHOR. Rildo Pragana.
*
* Pre-flight check of the night's environment, run as batchctl's
* first step.
*
* Half the failed nights were never the programs' fault: a full
* disk, mydatabase not taking connections, the rep library gone
* after a patch, operators.dat unreadable, salesfiles.lst empty.
* This step looks at every prerequisite the chain needs before
* the chain spends an hour finding out, and writes a go/no-go
* line for each to preflight.rpt (and the console):
*
*   SPACE    free space in each output and archive area against
*            its floor in megabytes
*   DATABASE mydatabase accepts a connection
*   CONTROL  operators.dat and salesfiles.lst (and any control
*            file named in preflight.cfg) open and hold at least
*            one record
*   REPLIB   the rep library loads and starts and finishes a
*            document against report.layout
*   BATCHRC  batchrc/ exists and takes a file -- batchctl parks
*            every step's exit status there
*   LOCK     no live report.lock: a lock written today with no
*            interrupted run's checkpoint behind it means a report
*            run is executing now (batchctl's own rule)
*
* preflight.cfg, when present, names the areas and the extra
* control files, one per line:
*
*   cols  1     S = a space area, F = a control file
*   cols  2-9   a label for the report (OUTPUT, ARCHIVE, ...)
*   cols 10-69  the directory (S) or the file name (F)
*   cols 70-75  S only: the floor in megabytes, zero-padded
*
* With no file, or no S lines in it, the run directory is checked
* as both the output and the archive area against 200 MB -- every
* program here writes its output and archive files where it runs.
*
* Any no-go raises a C alert through batalert and ends the step
* with RETURN-CODE 8; give every first step of the chain PREFLIGHT
* as a dependency in batchctl.jobs and a failed check holds the
* night before it starts, the way batchctl's built-in sequence
* already does. All go ends with 0.
*
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT preflight-cfg-file
         ASSIGN TO "preflight.cfg"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS cfg-fs.
    SELECT control-file
         ASSIGN TO control-file-name
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS control-fs.
    SELECT free-space-file
         ASSIGN TO "preflight.df"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS free-space-fs.
    SELECT probe-file
         ASSIGN TO "batchrc/preflight.probe"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS probe-fs.
    SELECT run-lock-file
         ASSIGN TO "report.lock"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS lock-fs.
    SELECT report-ckpt-file
         ASSIGN TO "reportckpt.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS report-ckpt-fs.
    SELECT preflight-report-file
         ASSIGN TO "preflight.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    COPY "dberrsel.cpy".

 DATA DIVISION.
 FILE SECTION.
 FD  preflight-cfg-file.
 01  preflight-cfg-record.
     05 cfg-type             pic x(1).
     05 cfg-label            pic x(8).
     05 cfg-path             pic x(60).
     05 cfg-floor-mb         pic x(6).
     05 cfg-floor-num redefines cfg-floor-mb pic 9(6).

 FD  control-file.
 01  control-record          pic x(80).

 FD  free-space-file.
 01  free-space-record       pic x(20).

 FD  probe-file.
 01  probe-record            pic x(20).

 FD  run-lock-file.
 01  run-lock-record.
     05 lock-run-id          pic x(14).
     05 lock-run-date redefines lock-run-id pic 9(8).

 FD  report-ckpt-file.
 01  report-ckpt-record.
     05 rck-tag              pic x(3).
     05 filler               pic x(167).

 FD  preflight-report-file.
 01  preflight-report-record pic x(100).

 COPY "dberrfd.cpy".

 WORKING-STORAGE SECTION.
    77  DATABASE-NAME   PIC X(80).
    77  DB-HANDLE       PIC 9(12) COMP.
    77  DB-STATUS       pic 9(12) COMP.
    77  DB-MESSAGE      pic X(200).
    77  WS-DATE         pic 9(8).
    77  WS-TIME         pic 9(8).
    77  WS-TIMESTAMP    pic X(17).
    COPY "dberrws.cpy".
 77  REPORT-OUTPUT-NAME  pic x(80).
 77  REPORT-LAYOUT-NAME  pic x(80).
 77  END-OF-STRING       pic x value low-values.
 77  cfg-fs          pic xx.
 77  control-fs      pic xx.
 77  free-space-fs   pic xx.
 77  probe-fs        pic xx.
 77  lock-fs         pic xx.
 77  report-ckpt-fs  pic xx.
 77  control-file-name pic x(60).
 77  cfg-end-flag    pic x.
 77  control-end-flag pic x.
 77  control-held-flag pic x.
 77  interrupted-run-flag pic x.
* the areas and extra control files from preflight.cfg.
 01  area-table.
     05 area-entry occurs 10 times.
        10 ar-label      pic x(8).
        10 ar-path       pic x(60).
        10 ar-floor-mb   pic 9(6).
 77  area-count      pic 9(2) comp value zeros.
 01  extra-control-table.
     05 extra-control-name pic x(60) occurs 10 times.
 77  extra-count     pic 9(2) comp value zeros.
 77  tbx             pic 9(2) comp.
 77  shell-command   pic x(160).
 77  free-kb-rj      pic x(12) justified right.
 77  free-kb         pic 9(12).
 77  free-mb         pic 9(9).
 77  free-mb-dsp     pic z(8)9.
 77  floor-dsp       pic z(5)9.
 77  check-name      pic x(8).
 77  check-result    pic x(5).
 77  check-detail    pic x(80).
 77  nogo-count      pic 9(2) comp value zeros.
 77  first-nogo      pic x(60) value spaces.
 77  count-dsp       pic z9.
 77  alert-severity  pic x(1).
 77  alert-source    pic x(8) value "preflght".
 77  alert-message   pic x(80).
 77  alert-attended  pic x(1) value "N".

 PROCEDURE DIVISION.
 000-MAIN.
    move "preflght" to DBERR-PROGRAM-NAME
    accept WS-DATE from date yyyymmdd
    open output preflight-report-file
    move spaces to preflight-report-record
    string "PRE-FLIGHT CHECK  " WS-DATE
        delimited by size into preflight-report-record
    write preflight-report-record
    move spaces to preflight-report-record
    write preflight-report-record
    perform 100-LOAD-CONFIG
    perform 200-CHECK-ONE-AREA
        varying tbx from 1 by 1 until tbx > area-count
    perform 300-CHECK-DATABASE
    move "operators.dat" to control-file-name
    perform 400-CHECK-CONTROL-FILE
    move "salesfiles.lst" to control-file-name
    perform 400-CHECK-CONTROL-FILE
    perform 410-CHECK-EXTRA-CONTROL
        varying tbx from 1 by 1 until tbx > extra-count
    perform 500-CHECK-REP-LIBRARY
    perform 600-CHECK-BATCHRC
    perform 700-CHECK-REPORT-LOCK
    move spaces to preflight-report-record
    write preflight-report-record
    move spaces to preflight-report-record
    if nogo-count = 0
        move "PRE-FLIGHT: GO -- every check passed"
            to preflight-report-record
        move 0 to return-code
    else
        move nogo-count to count-dsp
        string "PRE-FLIGHT: NO-GO -- " count-dsp
            " check(s) failed, the chain must not start"
            delimited by size into preflight-report-record
        move "C" to alert-severity
        move spaces to alert-message
        string "pre-flight NO-GO, " count-dsp " failed, first: "
            delimited by size
            first-nogo delimited by "  "
            into alert-message
        call "batalert" using alert-severity alert-source
            alert-message alert-attended
            on exception
                display "preflight: batalert not available, "
                    "alert not raised"
        end-call
        move 8 to return-code
    end-if
    write preflight-report-record
    display preflight-report-record
    close preflight-report-file
    stop run.

 100-LOAD-CONFIG.
    open input preflight-cfg-file
    if cfg-fs = "00"
        move "N" to cfg-end-flag
        perform 110-TAKE-ONE-CFG-LINE until cfg-end-flag = "Y"
        close preflight-cfg-file
    end-if
    if area-count = 0
        move 2 to area-count
        move "OUTPUT"  to ar-label (1)
        move "ARCHIVE" to ar-label (2)
        move "."       to ar-path (1) ar-path (2)
        move 200       to ar-floor-mb (1) ar-floor-mb (2)
    end-if.

 110-TAKE-ONE-CFG-LINE.
    read preflight-cfg-file
        at end move "Y" to cfg-end-flag
        not at end
            evaluate true
                when cfg-type = "S" and area-count < 10
                    add 1 to area-count
                    move cfg-label to ar-label (area-count)
                    move cfg-path  to ar-path (area-count)
                    if cfg-floor-mb numeric
                        move cfg-floor-num to ar-floor-mb (area-count)
                    else
                        move zeros to ar-floor-mb (area-count)
                    end-if
                when cfg-type = "F" and extra-count < 10
                    add 1 to extra-count
                    move cfg-path to extra-control-name (extra-count)
                when other
                    continue
            end-evaluate
    end-read.

* df reports the free kilobytes of the file system the area lives
* on; an area df cannot measure (gone, unmounted) is a no-go.
 200-CHECK-ONE-AREA.
    move "SPACE" to check-name
    move spaces to shell-command
    string "df -Pk " delimited by size
        ar-path (tbx) delimited by space
        " 2>/dev/null | tail -1 | awk '{print $4}'"
        " > preflight.df" delimited by size
        into shell-command
    call "SYSTEM" using shell-command
    move spaces to free-space-record
    open input free-space-file
    if free-space-fs = "00"
        read free-space-file
            at end move spaces to free-space-record
        end-read
        close free-space-file
    end-if
    move "rm -f preflight.df" to shell-command
    call "SYSTEM" using shell-command
    move spaces to free-kb-rj
    unstring free-space-record delimited by space into free-kb-rj
    inspect free-kb-rj replacing leading space by "0"
    move spaces to check-detail
    if free-space-record = spaces or free-kb-rj not numeric
        move "NO-GO" to check-result
        string ar-label (tbx) delimited by space
            " area " delimited by size
            ar-path (tbx) delimited by space
            ": free space cannot be measured" delimited by size
            into check-detail
    else
        move free-kb-rj to free-kb
        compute free-mb = free-kb / 1024
        move free-mb to free-mb-dsp
        move ar-floor-mb (tbx) to floor-dsp
        if free-mb < ar-floor-mb (tbx)
            move "NO-GO" to check-result
        else
            move "GO" to check-result
        end-if
        string ar-label (tbx) delimited by space
            " area " delimited by size
            ar-path (tbx) delimited by space
            ":" free-mb-dsp " MB free, floor" floor-dsp " MB"
            delimited by size into check-detail
    end-if
    perform 900-WRITE-CHECK.

 300-CHECK-DATABASE.
    move "DATABASE" to check-name
    move "mydatabase" to DATABASE-NAME
    call "sql_connect_db" using DATABASE-NAME DB-HANDLE DB-STATUS
        on exception
            move 99 to DB-STATUS
            move "database interface not loadable" to DB-MESSAGE
    end-call
    if DB-STATUS = zeros
        move "GO" to check-result
        move "mydatabase accepts connections" to check-detail
        call "sql_disconnect_db" using DB-HANDLE
    else
        perform 205-LOG-DB-ERROR
        move "NO-GO" to check-result
        move "mydatabase refuses connections, see dberror.log"
            to check-detail
    end-if
    perform 900-WRITE-CHECK.

 400-CHECK-CONTROL-FILE.
    move "CONTROL" to check-name
    move spaces to check-detail
    open input control-file
    if control-fs not = "00"
        move "NO-GO" to check-result
        string control-file-name delimited by space
            " missing or unreadable, status " control-fs
            delimited by size into check-detail
    else
        move "N" to control-end-flag control-held-flag
        perform 420-READ-ONE-CONTROL-LINE
            until control-end-flag = "Y" or control-held-flag = "Y"
        close control-file
        if control-held-flag = "Y"
            move "GO" to check-result
            string control-file-name delimited by space
                " present and not empty" delimited by size
                into check-detail
        else
            move "NO-GO" to check-result
            string control-file-name delimited by space
                " is empty" delimited by size
                into check-detail
        end-if
    end-if
    perform 900-WRITE-CHECK.

 410-CHECK-EXTRA-CONTROL.
    move extra-control-name (tbx) to control-file-name
    perform 400-CHECK-CONTROL-FILE.

 420-READ-ONE-CONTROL-LINE.
    read control-file
        at end move "Y" to control-end-flag
        not at end
            if control-record not = spaces
                move "Y" to control-held-flag
            end-if
    end-read.

* The library is proved the only way that counts: a document is
* started against the sales report's layout and finished, and the
* scratch output is removed again.
 500-CHECK-REP-LIBRARY.
    move "REPLIB" to check-name
    move "GO" to check-result
    move "rep library loads and renders against report.layout"
        to check-detail
    move "report.layout" to control-file-name
    open input control-file
    if control-fs not = "00"
        move "NO-GO" to check-result
        move "report.layout missing, the rep library has no layout"
            to check-detail
    else
        close control-file
        move spaces to REPORT-OUTPUT-NAME REPORT-LAYOUT-NAME
        string "preflight.pdf" END-OF-STRING
            into REPORT-OUTPUT-NAME
        string "report.layout" END-OF-STRING
            into REPORT-LAYOUT-NAME
        call "rep_initiate" using REPORT-OUTPUT-NAME
            REPORT-LAYOUT-NAME
            on exception
                move "NO-GO" to check-result
                move "rep library not found (rep_initiate missing)"
                    to check-detail
        end-call
        if check-result = "GO"
            call "rep_terminate"
            move "rm -f preflight.pdf" to shell-command
            call "SYSTEM" using shell-command
        end-if
    end-if
    perform 900-WRITE-CHECK.

 600-CHECK-BATCHRC.
    move "BATCHRC" to check-name
    move "mkdir -p batchrc" to shell-command
    call "SYSTEM" using shell-command
    open output probe-file
    if probe-fs = "00"
        move "preflight" to probe-record
        write probe-record
        close probe-file
    end-if
    if probe-fs = "00"
        move "GO" to check-result
        move "batchrc/ is writable" to check-detail
        move "rm -f batchrc/preflight.probe" to shell-command
        call "SYSTEM" using shell-command
    else
        move "NO-GO" to check-result
        move spaces to check-detail
        string "batchrc/ not writable, status " probe-fs
            delimited by size into check-detail
    end-if
    move 0 to return-code
    perform 900-WRITE-CHECK.

* batchctl's rule: a lock written today is a live run unless the
* report checkpoint holds an interrupted run's CTL record, which
* the night's report step resumes; an older lock is stale.
 700-CHECK-REPORT-LOCK.
    move "LOCK" to check-name
    move "GO" to check-result
    move "no report.lock" to check-detail
    open input run-lock-file
    if lock-fs = "00"
        read run-lock-file
            at end continue
            not at end
                perform 710-JUDGE-LOCK
        end-read
        close run-lock-file
    end-if
    perform 900-WRITE-CHECK.

 710-JUDGE-LOCK.
    move spaces to check-detail
    if lock-run-date = WS-DATE
        move "N" to interrupted-run-flag
        open input report-ckpt-file
        if report-ckpt-fs = "00"
            read report-ckpt-file
                at end continue
                not at end
                    if rck-tag = "CTL"
                        move "Y" to interrupted-run-flag
                    end-if
            end-read
            close report-ckpt-file
        end-if
        if interrupted-run-flag = "Y"
            string "report.lock of run " delimited by size
                lock-run-id delimited by space
                " belongs to an interrupted run, it resumes"
                delimited by size into check-detail
        else
            move "NO-GO" to check-result
            string "report.lock of run " delimited by size
                lock-run-id delimited by space
                " is live, a report run is executing"
                delimited by size into check-detail
        end-if
    else
        string "report.lock of run " delimited by size
            lock-run-id delimited by space
            " is stale, the report step takes it over"
            delimited by size into check-detail
    end-if.

 900-WRITE-CHECK.
    if check-result = "NO-GO"
        add 1 to nogo-count
        if first-nogo = spaces
            move check-detail to first-nogo
        end-if
    end-if
    move spaces to preflight-report-record
    string check-result " " check-name " " check-detail
        delimited by size into preflight-report-record
    write preflight-report-record
    display preflight-report-record.

 COPY "dberrlog.cpy".
