    stop run.

* Tonight's chain is whatever batchctl.jobs names and does not
* hold; with no job file, the built-in sequence (the pre-flight
* check and the original three steps) is what batchctl would run,
* so it is what gets forecast.
 100-LOAD-TONIGHTS-STEPS.
    open input job-file
    if job-fs not = "00"
        move 4 to step-count
        move "PREFLIGHT"      to st-name (1)
        move "REPORT_EXAMPLE" to st-name (2)
        move "TDB01A"         to st-name (3)
        move "DYNTEST01"      to st-name (4)
        perform 110-ZERO-ONE-STEP
            varying stx from 1 by 1 until stx > 4
    else
        move "N" to job-end-flag
        perform 120-TAKE-ONE-JOB until job-end-flag = "Y"
