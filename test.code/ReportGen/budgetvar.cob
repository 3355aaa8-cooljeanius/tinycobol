*    Reads the budget file (salesbudget.dat, one record per region
*    per month: region, YYYYMM, budgeted home-currency amount) and
*    compares each budgeted cell against the actuals accumulated
*    from the daily sales summary (salesdaysum.dat, kept in step
*    with the archive as it is loaded and purged) -- the same
*    per-region totals the report run's calendar buckets carry,
*    taken from what is archived so any month on file can be
*    compared, not just the latest run's. One
*    line per region/month shows budget, actual, the variance and
*    its percentage, with a flag on any cell over or under budget
*    by more than the threshold. An archived month with no budget
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "dsumsel.cpy".
    SELECT budget-file
         ASSIGN TO "salesbudget.dat"
         ORGANIZATION IS LINE SEQUENTIAL

 DATA DIVISION.
 FILE SECTION.
 COPY "dsumfd.cpy".

* one budget cell per line: the region exactly as the archive
* carries it, the calendar month, and the budgeted amount.
 01  variance-report-record  pic X(132).

 WORKING-STORAGE SECTION.
  77      dsum-fs             pic XX.
  77      budget-fs           pic XX.
  77      budget-end-flag     pic X value 'N'.
    88     budget-at-end            value 'Y'.
  77      summary-end-flag    pic X value 'N'.
    88     summary-at-end           value 'Y'.
  77      threshold-parm      pic X(20).
  77      variance-threshold  pic 9(3) value 10.
  77      parm-sub            pic 9(2) comp.
  77      parm-digit-num      redefines parm-digit pic 9.
  77      parm-stop-flag      pic X.
* one cell per budgeted region/month plus one per unbudgeted
* region/month found on the summary, so both directions of the
* comparison end up on the same page.
  01      variance-cell-table.
     05     variance-cell-entry occurs 500 times indexed by vcx.
        10     vc-budgeted       pic X(1).
  77      variance-cell-count pic 9(3) comp value zeros.
  77      budget-cell-count   pic 9(3) comp value zeros.
  77      day-month-work      pic 9(6).
  01      day-date-split.
     05     ads-yyyymm         pic 9(6).
     05     ads-dd             pic 9(2).
  77      variance-work       pic S9(12) comp.
      move 8 to return-code
      stop run
  end-if
  perform 200-SWEEP-SUMMARY
  perform 500-WRITE-REPORT
  move variance-cell-count to cell-count-dsp
  move flagged-count       to flagged-dsp
          end-if
  end-read.

* Accumulates every day's summary into its region/month cell; a
* month the budget never heard of gets its own UNBUDGETED cell
* rather than vanishing from the comparison.
 200-SWEEP-SUMMARY.
  open input sales-daysum-file
  if dsum-fs not = "00"
      display "budgetvar: no daily sales summary on file "
          "(salesdaysum.dat status " dsum-fs "); daysum BUILD "
          "makes one"
      move 8 to return-code
      stop run
  end-if
  perform 210-FOLD-ONE-DAY until summary-at-end
  close sales-daysum-file.

 210-FOLD-ONE-DAY.
  read sales-daysum-file next
      at end move 'Y' to summary-end-flag
      not at end
          move dsum-sales-date to day-date-split
          move ads-yyyymm to day-month-work
          perform 220-FOLD-INTO-CELL
  end-read.

      at end perform 230-ADD-UNBUDGETED-CELL
      when vcx > variance-cell-count
          perform 230-ADD-UNBUDGETED-CELL
      when vc-region (vcx) = dsum-region
          and vc-month (vcx) = day-month-work
          add dsum-home-total to vc-actual (vcx)
  end-search.

 230-ADD-UNBUDGETED-CELL.
  if variance-cell-count < 500
      add 1 to variance-cell-count
      move dsum-region      to vc-region (variance-cell-count)
      move day-month-work   to vc-month (variance-cell-count)
      move zeros            to vc-budget (variance-cell-count)
      move dsum-home-total  to vc-actual (variance-cell-count)
      move 'N'              to vc-budgeted (variance-cell-count)
  else
      display "budgetvar: cell table full (500), "
          dsum-region " " day-month-work " actuals dropped"
  end-if.

 500-WRITE-REPORT.
