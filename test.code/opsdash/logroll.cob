*    EXTEND with an OUTPUT fallback, so each one finds or creates
*    a fresh current log on its next write. Rolling is once per
*    date: a rerun on the same batch date stands down.
*
*    A generation covered by an active legal hold (see legalhold)
*    -- a FILE hold on the log's name or a DATES hold over its roll
*    date, as the holdchk routine judges it -- is never removed: it
*    stays on the catalog, the purge moves on without it, and the
*    report records it as held on every roll until the hold is
*    released. If the hold check cannot run, nothing is purged.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 77  purge-left          pic 9(3) comp.
 77  rolled-count        pic 9(2) comp value zeros.
 77  purged-count        pic 9(3) comp value zeros.
 77  held-count          pic 9(3) comp value zeros.
 77  hold-only-id        pic 9(4) value zeros.
 77  hold-vendor         pic x(20) value spaces.
 77  hold-date           pic 9(8).
 77  hold-run-id         pic x(14) value spaces.
 77  hold-file           pic x(80).
 77  hold-found-id       pic 9(4).
 77  hold-check-flag     pic x value "Y".
   88 hold-check-down          value "N".
 77  gen-name-len        pic 9(2) comp.
 77  generation-name     pic x(40).
 77  system-command      pic x(160).
 77  rewrite-command     pic x(60)
    perform 600-NOTE-ROLL-DATE
    close roll-report-file
    display "logroll: " rolled-count " log(s) rolled, "
        purged-count " generation(s) purged, " held-count " held"
    stop run.

 100-CHECK-ALREADY-ROLLED.
 420-PURGE-OLDEST.
    if ct-log-name (cat-sub) = ml-name (log-sub)
        and ct-purged (cat-sub) = "N"
        perform 430-CHECK-LEGAL-HOLD
    end-if
    if ct-log-name (cat-sub) = ml-name (log-sub)
        and ct-purged (cat-sub) = "N"
        and (hold-found-id not = zeros or hold-check-down)
        subtract 1 from purge-left
        add 1 to held-count
        perform 720-REPORT-LINE-HELD
    end-if
    if ct-log-name (cat-sub) = ml-name (log-sub)
        and ct-purged (cat-sub) = "N"
        and hold-found-id = zeros and not hold-check-down
        move "Y" to ct-purged (cat-sub)
        subtract 1 from purge-left
        add 1 to purged-count
        perform 710-REPORT-LINE-PURGED
    end-if.

* The generation is asked about by its name and by the roll date
* its name ends with.
 430-CHECK-LEGAL-HOLD.
    move zeros to hold-found-id hold-date gen-name-len
    move ct-generation (cat-sub) to hold-file
    inspect hold-file tallying gen-name-len
        for characters before initial space
    if gen-name-len > 8
        and hold-file (gen-name-len - 7:8) is numeric
        move hold-file (gen-name-len - 7:8) to hold-date
    end-if
    if not hold-check-down
        call "holdchk" using hold-only-id hold-vendor hold-date
            hold-run-id hold-file hold-found-id
            on exception
                display "logroll: holdchk not available, legal "
                    "holds cannot be honored -- nothing purged"
                move "N" to hold-check-flag
        end-call
    end-if.

 500-REWRITE-CATALOG.
    open output catalog-new-file
    perform 510-KEEP-ONE-CAT-ENTRY
        delimited by size into roll-report-record
    write roll-report-record.

 720-REPORT-LINE-HELD.
    perform 800-STAMP-TIME
    move spaces to roll-report-record
    if hold-check-down
        string ws-timestamp " kept   " ct-generation (cat-sub)
            " (legal holds not checkable)"
            delimited by size into roll-report-record
    else
        string ws-timestamp " held   " ct-generation (cat-sub)
            " legal hold " hold-found-id
            delimited by size into roll-report-record
    end-if
    write roll-report-record.

 800-STAMP-TIME.
    accept ws-time from time
    move spaces to ws-timestamp
