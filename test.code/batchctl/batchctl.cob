*     projects tonight's finish from that history), and a step
*     that runs past twice its historical average raises a W
*     batalert -- the window is watched, not discovered.
*   - batchctl.jobs gained two more trailing columns per step: the
*     files it reads and the files it writes (up to six names each,
*     separated by spaces). A ready step is not launched while its
*     writes touch anything a running step reads or writes, nor
*     while its reads touch what a running step writes -- it waits
*     for a later pass instead, and the first refusal of each wait
*     goes to batchctl.log naming the file and the step holding
*     it. Steps that declare nothing run exactly as before.
*   - the built-in sequence now opens with the preflight step
*     (disk space, mydatabase, control files, rep library,
*     batchrc/, report.lock) and every other built-in step depends
*     on it, so an environment that is not fit holds the whole
*     night instead of failing it step by step. A job file gets
*     the same by naming PREFLIGHT as its first steps' dependency.
*
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
* holiday, M = last business day of the month only, anything else
* = business days only), the names of up to two earlier steps it
* depends on, and the retry policy -- how many times a failure
* relaunches and how many seconds it waits first -- and the files
* it reads and writes, up to six names apiece separated by spaces.
* Old records without the trailing columns read as zero retries
* and no declared files.
 FD  job-file.
 01  job-record.
     05 jb-name-in           pic x(20).
     05 jb-dep2-in           pic x(20).
     05 jb-retry-in          pic 9(1).
     05 jb-delay-in          pic 9(3).
     05 jb-reads-in          pic x(80).
     05 jb-writes-in         pic x(80).

 FD  report-ckpt-file.
 01  report-ckpt-record.
        10 jb-retries-left pic 9(1).
        10 jb-delay-secs pic 9(3).
        10 jb-failed-secs pic 9(8) comp.
        10 jb-read-name  pic x(20) occurs 6 times.
        10 jb-write-name pic x(20) occurs 6 times.
        10 jb-wait-logged pic x(1).
 77  job-count                   pic 9(2) comp value zeros.
 77  job-sub                     pic 9(2) comp.
 77  dep-sub                     pic 9(2) comp.
 77  dep-ok-flag                 pic x.
 77  dep-wait-flag               pic x.
 77  dep-found-flag              pic x.
 77  res-sub                     pic 9(2) comp.
 77  res-a                       pic 9(2) comp.
 77  res-b                       pic 9(2) comp.
 77  res-free-flag               pic x.
 77  res-name-work               pic x(20).
 77  res-holder                  pic x(20).
 77  poll-rc-fs                  pic xx.
 77  poll-rc-name                pic x(30).
 77  launch-command              pic x(200).
    close chain-ckpt-file.

* Builds the night's chain from batchctl.jobs; with no job file the
* built-in sequence -- the pre-flight check, then the original
* three steps, each waiting on it -- is loaded instead, so the
* chain still runs unattended out of the box.
 060-LOAD-JOB-TABLE.
    open input job-file.
    if job-fs not = "00"
        display "* batchctl: no batchctl.jobs, using the built-in "
            "sequence"
        move 4 to job-count
        move "PREFLIGHT"        to jb-name (1)
        move "./preflight"      to jb-command (1)
        move "REPORT_EXAMPLE"   to jb-name (2)
        move "./report_example" to jb-command (2)
        move "TDB01A"           to jb-name (3)
        move "./tdb01a"         to jb-command (3)
        move "DYNTEST01"        to jb-name (4)
        move "./dyntest01"      to jb-command (4)
        perform 065-BLANK-ONE-JOB
            varying job-sub from 1 by 1
            until job-sub > 4
        move "PREFLIGHT" to jb-dep1 (2) jb-dep1 (3) jb-dep1 (4)
    else
        perform 070-READ-ONE-JOB
            until job-fs not = "00"
    move spaces to jb-dep1 (job-sub) jb-dep2 (job-sub)
    move "P"    to jb-status (job-sub)
    move zeros  to jb-retries-left (job-sub)
        jb-delay-secs (job-sub) jb-failed-secs (job-sub)
    perform 075-BLANK-ONE-RESOURCE
        varying res-a from 1 by 1 until res-a > 6
    move "N"    to jb-wait-logged (job-sub).

* Looks today up on the shop calendar; a date with no record is an
* ordinary business day, so the calendar file only has to name the
                    move zeros to jb-delay-secs (job-count)
                end-if
                move zeros to jb-failed-secs (job-count)
                move job-count to job-sub
                perform 075-BLANK-ONE-RESOURCE
                    varying res-a from 1 by 1 until res-a > 6
                move "N" to jb-wait-logged (job-count)
                unstring jb-reads-in delimited by all space
                    into jb-read-name (job-count, 1)
                         jb-read-name (job-count, 2)
                         jb-read-name (job-count, 3)
                         jb-read-name (job-count, 4)
                         jb-read-name (job-count, 5)
                         jb-read-name (job-count, 6)
                unstring jb-writes-in delimited by all space
                    into jb-write-name (job-count, 1)
                         jb-write-name (job-count, 2)
                         jb-write-name (job-count, 3)
                         jb-write-name (job-count, 4)
                         jb-write-name (job-count, 5)
                         jb-write-name (job-count, 6)
            else
                display "* batchctl: job table full (20 steps), "
                    jb-name-in " dropped"
            end-if
    end-read.

 075-BLANK-ONE-RESOURCE.
    move spaces to jb-read-name (job-sub, res-a)
        jb-write-name (job-sub, res-a).

* One pass of the scheduler: launch every pending step whose
* dependencies are satisfied, then poll every running step's rc
* file for a finish. A pass that moved nothing sleeps briefly --
        perform 210-CHECK-DEPENDENCIES
        evaluate true
            when dep-ok-flag = "Y"
                perform 290-CHECK-RESOURCES
                if res-free-flag = "Y"
                    perform 250-LAUNCH-STEP
                else
                    perform 295-LOG-RESOURCE-WAIT
                end-if
            when dep-wait-flag = "Y"
                continue
            when other
                secs-after - jb-failed-secs (job-sub)
        end-if
        if secs-before >= jb-delay-secs (job-sub)
            perform 290-CHECK-RESOURCES
            if res-free-flag = "Y"
                display "* batchctl: retrying step " step-name
                perform 250-LAUNCH-STEP
            else
                perform 295-LOG-RESOURCE-WAIT
            end-if
        end-if
    end-if.

        into launch-command
    call "SYSTEM" using launch-command
    move "R" to jb-status (job-sub)
    move "N" to jb-wait-logged (job-sub)
    add 1 to moved-this-pass.

* A step may start only if no running step reads or writes what
* it writes, and none writes what it reads; the first clash found
* names the file and the step holding it.
 290-CHECK-RESOURCES.
    move "Y" to res-free-flag
    move spaces to res-name-work res-holder
    perform 291-CHECK-ONE-RUNNING-STEP
        varying res-sub from 1 by 1
        until res-sub > job-count or res-free-flag = "N".

 291-CHECK-ONE-RUNNING-STEP.
    if res-sub not = job-sub and jb-status (res-sub) = "R"
        perform 292-COMPARE-ONE-PAIR
            varying res-a from 1 by 1
                until res-a > 6 or res-free-flag = "N"
            after res-b from 1 by 1
                until res-b > 6 or res-free-flag = "N"
    end-if.

 292-COMPARE-ONE-PAIR.
    if jb-write-name (job-sub, res-a) not = spaces
        if jb-write-name (job-sub, res-a) =
                jb-read-name (res-sub, res-b)
            or jb-write-name (job-sub, res-a) =
                jb-write-name (res-sub, res-b)
            move jb-write-name (job-sub, res-a) to res-name-work
            move "N" to res-free-flag
        end-if
    end-if
    if jb-read-name (job-sub, res-a) not = spaces
        and jb-read-name (job-sub, res-a) =
            jb-write-name (res-sub, res-b)
        move jb-read-name (job-sub, res-a) to res-name-work
        move "N" to res-free-flag
    end-if
    if res-free-flag = "N"
        move jb-name (res-sub) to res-holder
    end-if.

* Logged once per wait, not once per scheduler pass: the step
* stays pending and is looked at again every pass.
 295-LOG-RESOURCE-WAIT.
    if jb-wait-logged (job-sub) not = "Y"
        move "Y" to jb-wait-logged (job-sub)
        display "* batchctl: step " step-name " waits, "
            res-name-work " in use by step " res-holder
        accept ws-date from date yyyymmdd
        accept ws-time from time
        string ws-date "-" ws-time delimited by size
            into ws-timestamp
        move spaces to batch-log-rec
        string ws-timestamp " step=" delimited by size
            step-name delimited by space
            " waits resource=" delimited by size
            res-name-work delimited by space
            " held by=" delimited by size
            res-holder delimited by space
            into batch-log-rec
        write batch-log-rec
    end-if.

* One running step: the background shell creates the rc file a
* moment before echo fills it, so an open alone is not the
* completion signal -- the record must actually carry a digit.
