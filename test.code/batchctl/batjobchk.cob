 IDENTIFICATION DIVISION.
 PROGRAM-ID.    batjobchk.
 AUTHOR. Rildo Pragana.
*
* Job-file check and critical-path report for batchctl.
*
* A mistyped dependency in batchctl.jobs used to be found at 2 a.m.,
* when the step it held waited forever or stood down for the wrong
* reason. This check reads a job file before it is put live --
* batchctl.jobs itself, or the candidate named on the command line
*
*      batjobchk [job file]
*
* -- and lists in batjobchk.rpt every problem batchctl would trip
* over: a blank or duplicate step name (batchctl only ever finds
* the first), a dependency naming no step, a step depending on
* itself or on a step further down the file, a dependency cycle,
* a command whose program is not there to run (looked up from the
* directory the check runs in, as batchctl would launch it), more
* steps than batchctl's 20, and a retry policy that makes no sense
* -- a retry or delay column batchctl would read as zero, retries
* with no delay, a delay with no retries, or retries able to hold
* the chain for more than half an hour.
*
* It then prints the dependency graph, each step with its average
* elapsed from stephist.dat and the earliest it can start and
* finish with every step running as soon as its dependencies allow
* (a held step takes no time, as batchctl treats it), and the
* critical path: the run of steps that actually decides when the
* chain finishes -- the one to speed up. A step with no history
* counts as zero and is flagged.
*
* RETURN-CODE is 8 with any error, 4 with warnings only, 0 when
* the file is clean.
*
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT job-file
         ASSIGN TO job-file-name
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS job-fs.
    SELECT step-hist-file
         ASSIGN TO "stephist.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS step-hist-fs.
    SELECT check-report-file
         ASSIGN TO "batjobchk.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
* the retry and delay columns are read as text here, so a value
* batchctl would quietly take as zero can be caught.
 FD  job-file.
 01  job-record.
     05 jb-name-in           pic x(20).
     05 jb-command-in        pic x(40).
     05 jb-skip-in           pic x(1).
     05 jb-when-in           pic x(1).
     05 jb-dep1-in           pic x(20).
     05 jb-dep2-in           pic x(20).
     05 jb-retry-in          pic x(1).
     05 jb-retry-num redefines jb-retry-in pic 9(1).
     05 jb-delay-in          pic x(3).
     05 jb-delay-num redefines jb-delay-in pic 9(3).

 FD  step-hist-file.
 01  step-hist-record.
     05 sh-date              pic 9(8).
     05 filler               pic x(1).
     05 sh-step-name         pic x(20).
     05 filler               pic x(1).
     05 sh-start-time        pic 9(8).
     05 filler               pic x(1).
     05 sh-end-time          pic 9(8).
     05 filler               pic x(1).
     05 sh-elapsed-secs      pic 9(6).

 FD  check-report-file.
 01  check-report-record     pic x(132).

 WORKING-STORAGE SECTION.
 77  job-fs          pic xx.
 77  step-hist-fs    pic xx.
 77  job-file-name   pic x(60).
 77  check-cmdline   pic x(60).
 77  check-message   pic x(132).
 01  step-table.
     05 step-entry occurs 20 times.
        10 st-name       pic x(20).
        10 st-command    pic x(40).
        10 st-skip       pic x(1).
        10 st-dep1       pic x(20).
        10 st-dep2       pic x(20).
        10 st-dep1-sub   pic 9(2) comp.
        10 st-dep2-sub   pic 9(2) comp.
        10 st-retry      pic 9(1).
        10 st-delay      pic 9(3).
        10 st-runs       pic 9(5) comp.
        10 st-total-secs pic 9(9) comp.
        10 st-avg-secs   pic 9(6) comp.
        10 st-start-secs pic 9(8) comp.
        10 st-finish-secs pic 9(8) comp.
        10 st-pred       pic 9(2) comp.
        10 st-on-cycle   pic x(1).
        10 st-critical   pic x(1).
* reach (i, j) = Y: step i waits, directly or through others, on
* step j. A step that reaches itself is on a cycle.
 01  reach-table.
     05 reach-row occurs 20 times.
        10 reach-flag    pic x(1) occurs 20 times.
 77  step-count      pic 9(2) comp value zeros.
 77  dropped-count   pic 9(3) comp value zeros.
 77  stx             pic 9(2) comp.
 77  sty             pic 9(2) comp.
 77  stk             pic 9(2) comp.
 77  job-end-flag    pic x.
 77  hist-end-flag   pic x.
 77  dep-name-work   pic x(20).
 77  dep-sub-work    pic 9(2) comp.
 77  error-count     pic 9(3) comp value zeros.
 77  warning-count   pic 9(3) comp value zeros.
 77  cycle-count     pic 9(2) comp value zeros.
 77  no-history-count pic 9(2) comp value zeros.
 77  problem-kind    pic x(7).
 77  problem-step    pic x(20).
 77  problem-text    pic x(90).
 77  prog-word       pic x(40).
 77  cmd-ptr         pic 9(2) comp.
 77  cmd-lead        pic 9(2) comp.
 77  check-command   pic x(100).
 77  retry-hold-secs pic 9(5) comp.
 77  relax-pass      pic 9(2) comp.
 77  step-duration   pic 9(6) comp.
 77  chain-finish-secs pic 9(8) comp value zeros.
 77  chain-end-sub   pic 9(2) comp value zeros.
 01  path-table.
     05 path-step    pic 9(2) comp occurs 20 times.
 77  path-count      pic 9(2) comp value zeros.
 77  path-sub        pic 9(2) comp.
 77  secs-dsp        pic z(5)9.
 77  start-dsp       pic z(7)9.
 77  finish-dsp      pic z(7)9.
 77  runs-dsp        pic z(4)9.
 77  count-dsp       pic zz9.
 77  error-dsp       pic zz9.
 77  warning-dsp     pic zz9.
 77  total-mins      pic 9(6) comp.
 77  total-mins-dsp  pic z(5)9.
 01  graph-line.
     05 gl-mark          pic x(2).
     05 gl-name          pic x(20).
     05 gl-runs          pic x(6).
     05 gl-avg           pic x(7).
     05 gl-start         pic x(9).
     05 gl-finish        pic x(9).
     05 filler           pic x(2).
     05 gl-deps          pic x(45).
     05 gl-note          pic x(32).

 PROCEDURE DIVISION.
 000-MAIN.
    accept check-cmdline from command-line
    if check-cmdline = spaces
        move "batchctl.jobs" to job-file-name
    else
        move check-cmdline to job-file-name
    end-if
    open input job-file
    if job-fs not = "00"
        move spaces to check-message
        string "batjobchk: cannot open " delimited by size
            job-file-name delimited by space
            " (status " job-fs "), nothing checked"
            delimited by size into check-message
        display check-message
        move 8 to return-code
        stop run
    end-if
    open output check-report-file
    move spaces to check-report-record
    string "BATCHCTL JOB FILE CHECK: " delimited by size
        job-file-name delimited by space
        into check-report-record
    write check-report-record
    move spaces to check-report-record
    write check-report-record
    move "N" to job-end-flag
    perform 100-TAKE-ONE-JOB until job-end-flag = "Y"
    close job-file
    if dropped-count > 0
        move "ERROR" to problem-kind
        move spaces to problem-step
        move dropped-count to count-dsp
        move spaces to problem-text
        string "more than 20 steps: batchctl drops the last "
            count-dsp delimited by size into problem-text
        perform 950-WRITE-PROBLEM
    end-if
    if step-count = zeros
        move "ERROR" to problem-kind
        move spaces to problem-step
        move "no steps in the file" to problem-text
        perform 950-WRITE-PROBLEM
    else
        perform 200-CHECK-ONE-NAME
            varying stx from 1 by 1 until stx > step-count
        perform 300-RESOLVE-DEPENDENCIES
            varying stx from 1 by 1 until stx > step-count
        perform 400-CHECK-RETRY-POLICY
            varying stx from 1 by 1 until stx > step-count
        perform 500-CHECK-PROGRAM
            varying stx from 1 by 1 until stx > step-count
        perform 600-FIND-CYCLES
        perform 700-FOLD-HISTORY
        perform 800-CRITICAL-PATH
        perform 900-WRITE-GRAPH
    end-if
    perform 990-WRITE-TOTALS
    close check-report-file
    evaluate true
        when error-count > 0
            move 8 to return-code
        when warning-count > 0
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate
    stop run.

 100-TAKE-ONE-JOB.
    read job-file
        at end move "Y" to job-end-flag
        not at end
            if job-record = spaces
                continue
            else
            if step-count < 20
                add 1 to step-count
                perform 110-HOLD-ONE-JOB
            else
                add 1 to dropped-count
            end-if
            end-if
    end-read.

* Retry and delay are taken exactly as batchctl takes them -- a
* column that is not all digits reads as zero -- so the graph
* shows what would really happen; 400 says so where it matters.
 110-HOLD-ONE-JOB.
    move jb-name-in    to st-name (step-count)
    move jb-command-in to st-command (step-count)
    move jb-skip-in    to st-skip (step-count)
    move jb-dep1-in    to st-dep1 (step-count)
    move jb-dep2-in    to st-dep2 (step-count)
    move zeros to st-retry (step-count) st-delay (step-count)
    if jb-retry-in numeric
        move jb-retry-num to st-retry (step-count)
    end-if
    if jb-delay-in numeric
        move jb-delay-num to st-delay (step-count)
    end-if
    if jb-retry-in not = space and jb-retry-in not numeric
        move "ERROR" to problem-kind
        move jb-name-in to problem-step
        move spaces to problem-text
        string "retry count [" jb-retry-in "] is not a digit, "
            "batchctl reads it as no retries"
            delimited by size into problem-text
        perform 950-WRITE-PROBLEM
    end-if
    if jb-delay-in not = spaces and jb-delay-in not numeric
        move "ERROR" to problem-kind
        move jb-name-in to problem-step
        move spaces to problem-text
        string "delay [" jb-delay-in "] is not three digits, "
            "batchctl reads it as no delay"
            delimited by size into problem-text
        perform 950-WRITE-PROBLEM
    end-if
    move zeros to st-dep1-sub (step-count) st-dep2-sub (step-count)
        st-runs (step-count) st-total-secs (step-count)
        st-avg-secs (step-count) st-start-secs (step-count)
        st-finish-secs (step-count) st-pred (step-count)
    move "N" to st-on-cycle (step-count) st-critical (step-count).

* batchctl matches a dependency to the first step of that name, so
* a second step of the same name can never be waited on.
 200-CHECK-ONE-NAME.
    if st-name (stx) = spaces
        move "ERROR" to problem-kind
        move spaces to problem-step
        move spaces to problem-text
        string "step with a blank name, command "
            st-command (stx) delimited by size into problem-text
        perform 950-WRITE-PROBLEM
    else
        perform 210-MATCH-EARLIER-NAME
            varying sty from 1 by 1 until sty >= stx
    end-if.

 210-MATCH-EARLIER-NAME.
    if st-name (sty) = st-name (stx)
        move "ERROR" to problem-kind
        move st-name (stx) to problem-step
        move "duplicate step name, dependents only see the first"
            to problem-text
        perform 950-WRITE-PROBLEM
        move stx to sty
    end-if.

 300-RESOLVE-DEPENDENCIES.
    if st-dep1 (stx) not = spaces
        move st-dep1 (stx) to dep-name-work
        perform 310-RESOLVE-ONE-DEPENDENCY
        move dep-sub-work to st-dep1-sub (stx)
    end-if
    if st-dep2 (stx) not = spaces
        move st-dep2 (stx) to dep-name-work
        perform 310-RESOLVE-ONE-DEPENDENCY
        move dep-sub-work to st-dep2-sub (stx)
    end-if.

* An unknown name holds the step for good every night; a step
* waiting on itself never starts; one waiting on a later step
* breaks the file's rule that it reads in running order.
 310-RESOLVE-ONE-DEPENDENCY.
    move zeros to dep-sub-work
    perform 320-MATCH-DEPENDENCY-NAME
        varying sty from 1 by 1
        until sty > step-count or dep-sub-work > 0
    move st-name (stx) to problem-step
    move spaces to problem-text
    evaluate true
        when dep-sub-work = 0
            move "ERROR" to problem-kind
            string "depends on " delimited by size
                dep-name-work delimited by "  "
                ", which is not a step in the file"
                delimited by size into problem-text
            perform 950-WRITE-PROBLEM
        when dep-sub-work = stx
            move "ERROR" to problem-kind
            move "depends on itself, it can never start"
                to problem-text
            perform 950-WRITE-PROBLEM
        when dep-sub-work > stx
            move "ERROR" to problem-kind
            string "depends on " delimited by size
                dep-name-work delimited by "  "
                ", a step further down the file"
                delimited by size into problem-text
            perform 950-WRITE-PROBLEM
        when other
            continue
    end-evaluate.

 320-MATCH-DEPENDENCY-NAME.
    if st-name (sty) = dep-name-work
        move sty to dep-sub-work
    end-if.

 400-CHECK-RETRY-POLICY.
    move "WARNING" to problem-kind
    move st-name (stx) to problem-step
    move spaces to problem-text
    compute retry-hold-secs = st-retry (stx) * st-delay (stx)
    evaluate true
        when st-retry (stx) > 0 and st-delay (stx) = 0
            string "retries with no delay, a failure relaunches "
                "at once" delimited by size into problem-text
            perform 950-WRITE-PROBLEM
        when st-retry (stx) = 0 and st-delay (stx) > 0
            string "a retry delay but no retries, the delay is "
                "never used" delimited by size into problem-text
            perform 950-WRITE-PROBLEM
        when retry-hold-secs > 1800
            move retry-hold-secs to secs-dsp
            string "retries can hold the chain " secs-dsp
                " seconds before the step fails"
                delimited by size into problem-text
            perform 950-WRITE-PROBLEM
        when other
            continue
    end-evaluate.

* The program is the command's first word, looked up the way the
* shell batchctl launches would look it up.
 500-CHECK-PROGRAM.
    if st-command (stx) = spaces
        move "ERROR" to problem-kind
        move st-name (stx) to problem-step
        move "no command to run" to problem-text
        perform 950-WRITE-PROBLEM
    else
        move zeros to cmd-lead
        inspect st-command (stx) tallying cmd-lead
            for leading space
        compute cmd-ptr = cmd-lead + 1
        move spaces to prog-word
        unstring st-command (stx) delimited by all space
            into prog-word with pointer cmd-ptr
        move spaces to check-command
        string "command -v " delimited by size
            prog-word delimited by space
            " > /dev/null 2>&1" delimited by size
            into check-command
        call "SYSTEM" using check-command
        if return-code not = 0
            move "ERROR" to problem-kind
            move st-name (stx) to problem-step
            move spaces to problem-text
            string "program " delimited by size
                prog-word delimited by space
                " not found" delimited by size
                into problem-text
            perform 950-WRITE-PROBLEM
        end-if
        move 0 to return-code
    end-if.

* Closes the direct dependencies over every intermediate step;
* whatever then reaches itself sits on a cycle.
 600-FIND-CYCLES.
    move all "N" to reach-table
    perform 610-MARK-DIRECT-DEPENDENCIES
        varying stx from 1 by 1 until stx > step-count
    perform 620-CLOSE-ONE-PATH
        varying stk from 1 by 1 until stk > step-count
        after stx from 1 by 1 until stx > step-count
        after sty from 1 by 1 until sty > step-count
    perform 630-CHECK-ONE-CYCLE
        varying stx from 1 by 1 until stx > step-count.

 610-MARK-DIRECT-DEPENDENCIES.
    if st-dep1-sub (stx) > 0
        move "Y" to reach-flag (stx, st-dep1-sub (stx))
    end-if
    if st-dep2-sub (stx) > 0
        move "Y" to reach-flag (stx, st-dep2-sub (stx))
    end-if.

 620-CLOSE-ONE-PATH.
    if reach-flag (stx, stk) = "Y" and reach-flag (stk, sty) = "Y"
        move "Y" to reach-flag (stx, sty)
    end-if.

 630-CHECK-ONE-CYCLE.
    if reach-flag (stx, stx) = "Y"
        move "Y" to st-on-cycle (stx)
        add 1 to cycle-count
        if st-dep1-sub (stx) not = stx and st-dep2-sub (stx) not = stx
            move "ERROR" to problem-kind
            move st-name (stx) to problem-step
            move "on a dependency cycle, it can never start"
                to problem-text
            perform 950-WRITE-PROBLEM
        end-if
    end-if.

 700-FOLD-HISTORY.
    open input step-hist-file
    if step-hist-fs = "00"
        move "N" to hist-end-flag
        perform 710-FOLD-ONE-LINE until hist-end-flag = "Y"
        close step-hist-file
    end-if
    perform 730-AVERAGE-ONE-STEP
        varying stx from 1 by 1 until stx > step-count.

 710-FOLD-ONE-LINE.
    read step-hist-file
        at end move "Y" to hist-end-flag
        not at end
            if sh-elapsed-secs numeric
                perform 720-CREDIT-ONE-STEP
                    varying stx from 1 by 1
                    until stx > step-count
            end-if
    end-read.

 720-CREDIT-ONE-STEP.
    if st-name (stx) = sh-step-name
        add 1 to st-runs (stx)
        add sh-elapsed-secs to st-total-secs (stx)
        move step-count to stx
    end-if.

 730-AVERAGE-ONE-STEP.
    if st-runs (stx) > 0
        compute st-avg-secs (stx) =
            st-total-secs (stx) / st-runs (stx)
    else
        if st-skip (stx) not = "Y"
            add 1 to no-history-count
        end-if
    end-if.

* Every step starts as soon as its later-finishing dependency
* is done, the way the scheduler launches it. One pass per step is
* enough for the longest chain to settle; the step finishing last
* (on a tie, the one furthest down the file) is where the chain
* ends, and its predecessors back to a step with nothing to wait
* on are the critical path.
 800-CRITICAL-PATH.
    if cycle-count = 0
        perform 805-ONE-RELAX-PASS
            varying relax-pass from 1 by 1
            until relax-pass > step-count
        perform 820-FIND-CHAIN-END
            varying stx from 1 by 1 until stx > step-count
        move chain-end-sub to stx
        perform 830-WALK-BACK-ONE-STEP until stx = 0
    end-if.

 805-ONE-RELAX-PASS.
    perform 810-RELAX-ONE-STEP
        varying stx from 1 by 1 until stx > step-count.

 810-RELAX-ONE-STEP.
    move zeros to st-start-secs (stx) st-pred (stx)
    if st-dep1-sub (stx) > 0
        move st-dep1-sub (stx) to sty
        if st-finish-secs (sty) > st-start-secs (stx)
            or st-pred (stx) = 0
            move st-finish-secs (sty) to st-start-secs (stx)
            move sty to st-pred (stx)
        end-if
    end-if
    if st-dep2-sub (stx) > 0
        move st-dep2-sub (stx) to sty
        if st-finish-secs (sty) > st-start-secs (stx)
            or st-pred (stx) = 0
            move st-finish-secs (sty) to st-start-secs (stx)
            move sty to st-pred (stx)
        end-if
    end-if
    if st-skip (stx) = "Y"
        move zeros to step-duration
    else
        move st-avg-secs (stx) to step-duration
    end-if
    compute st-finish-secs (stx) = st-start-secs (stx)
        + step-duration.

 820-FIND-CHAIN-END.
    if st-finish-secs (stx) not < chain-finish-secs
        move st-finish-secs (stx) to chain-finish-secs
        move stx to chain-end-sub
    end-if.

 830-WALK-BACK-ONE-STEP.
    move "Y" to st-critical (stx)
    add 1 to path-count
    move stx to path-step (path-count)
    move st-pred (stx) to stx.

 900-WRITE-GRAPH.
    move spaces to check-report-record
    write check-report-record
    move spaces to check-report-record
    string "DEPENDENCY GRAPH (* = on the critical path, times in "
        "seconds from the chain's start)"
        delimited by size into check-report-record
    write check-report-record
    move spaces to graph-line
    move "STEP"           to gl-name
    move "  RUNS"         to gl-runs
    move "  AVG-S"        to gl-avg
    move "    START"      to gl-start
    move "   FINISH"      to gl-finish
    move "WAITS ON"       to gl-deps
    move graph-line to check-report-record
    write check-report-record
    perform 910-GRAPH-ONE-STEP
        varying stx from 1 by 1 until stx > step-count
    move spaces to check-report-record
    write check-report-record
    if cycle-count > 0
        move spaces to check-report-record
        string "CRITICAL PATH not worked out: the chain has a "
            "dependency cycle and cannot finish"
            delimited by size into check-report-record
        write check-report-record
    else
        compute total-mins = chain-finish-secs / 60
        move total-mins to total-mins-dsp
        move chain-finish-secs to finish-dsp
        move spaces to check-report-record
        string "CRITICAL PATH: the chain finishes " finish-dsp
            " second(s) (about " total-mins-dsp " minute(s)) "
            "after it starts, decided by"
            delimited by size into check-report-record
        write check-report-record
        perform 920-PATH-ONE-STEP
            varying path-sub from path-count by -1
            until path-sub = 0
    end-if.

 910-GRAPH-ONE-STEP.
    move spaces to graph-line
    if st-critical (stx) = "Y"
        move "* " to gl-mark
    end-if
    move st-name (stx) to gl-name
    move st-runs (stx) to runs-dsp
    move runs-dsp to gl-runs
    move st-avg-secs (stx) to secs-dsp
    move secs-dsp to gl-avg (2:6)
    if cycle-count = 0
        move st-start-secs (stx) to start-dsp
        move start-dsp to gl-start (2:8)
        move st-finish-secs (stx) to finish-dsp
        move finish-dsp to gl-finish (2:8)
    end-if
    string st-dep1 (stx) delimited by "  "
        " " st-dep2 (stx) delimited by "  "
        into gl-deps
    evaluate true
        when st-on-cycle (stx) = "Y"
            move "ON A CYCLE" to gl-note
        when st-skip (stx) = "Y"
            move "held, takes no time" to gl-note
        when st-runs (stx) = 0
            move "no history, counted as zero" to gl-note
        when other
            continue
    end-evaluate
    move graph-line to check-report-record
    write check-report-record.

 920-PATH-ONE-STEP.
    move path-step (path-sub) to stx
    move st-avg-secs (stx) to secs-dsp
    if st-skip (stx) = "Y"
        move zeros to secs-dsp
    end-if
    move spaces to check-report-record
    string "    " st-name (stx) " " secs-dsp " second(s)"
        delimited by size into check-report-record
    write check-report-record.

 950-WRITE-PROBLEM.
    if problem-kind = "ERROR"
        add 1 to error-count
    else
        add 1 to warning-count
    end-if
    move spaces to check-report-record
    string problem-kind " " problem-step " " problem-text
        delimited by size into check-report-record
    write check-report-record.

 990-WRITE-TOTALS.
    move spaces to check-report-record
    write check-report-record
    move step-count to count-dsp
    move spaces to check-report-record
    string "STEPS CHECKED  " count-dsp
        delimited by size into check-report-record
    write check-report-record
    move error-count to count-dsp
    move spaces to check-report-record
    string "ERRORS         " count-dsp
        delimited by size into check-report-record
    write check-report-record
    move warning-count to count-dsp
    move spaces to check-report-record
    string "WARNINGS       " count-dsp
        delimited by size into check-report-record
    write check-report-record
    if no-history-count > 0
        move no-history-count to count-dsp
        move spaces to check-report-record
        string count-dsp " step(s) have no history yet and "
            "count as zero" delimited by size
            into check-report-record
        write check-report-record
    end-if
    move step-count    to count-dsp
    move error-count   to error-dsp
    move warning-count to warning-dsp
    move spaces to check-message
    string "batjobchk: " delimited by size
        job-file-name delimited by space
        ": " count-dsp " step(s), " error-dsp " error(s), "
        warning-dsp " warning(s), see batjobchk.rpt"
        delimited by size into check-message
    display check-message.
