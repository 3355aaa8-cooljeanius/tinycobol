 IDENTIFICATION DIVISION.
 PROGRAM-ID.    salesfcst.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Sales forecast by region and top vendor from archive history.
*
*    Reads the daily sales summary (salesdaysum.dat, kept in step
*    with the archive as it is loaded and purged) and projects the
*    three months after the base month, per region and per top
*    vendor. The base month is the last complete calendar month
*    unless one is given on the command line; the forecast needs
*    the fifteen months ending there, so only that stretch of each
*    company's summary is read at all.
*
*    The projection is a three-month moving average of the latest
*    actuals, adjusted by the seasonal ratio the same months showed
*    a year earlier: the forecast for a month is the moving average
*    times that month's actual last year over the average of the
*    three months last year that correspond to the moving average.
*    Where last year has nothing to compare, the plain moving
*    average stands and the line says so (MA instead of SEAS).
*    Amounts are home-currency values exactly as budgetvar folds
*    them, so the forecast and the variance report speak the same
*    numbers.
*
*    The top vendors are the ten with the most home-currency value
*    over the last twelve months of the window. The report,
*    salesfcst.rpt, shows each region and top vendor with its last
*    three actuals beside the three forecast months.
*
*    With BUDGET on the command line the region forecasts are also
*    written to salesbudget.fcst in the salesbudget.dat layout
*    (region, YYYYMM, amount), so finance can start next quarter's
*    budget from it; salesbudget.dat itself is never touched.
*
*    Usage: salesfcst [YYYYMM] [BUDGET]
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "dsumsel.cpy".
    SELECT forecast-report-file
         ASSIGN TO "salesfcst.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    SELECT budget-out-file
         ASSIGN TO "salesbudget.fcst"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS budget-fs.

 DATA DIVISION.
 FILE SECTION.
 COPY "dsumfd.cpy".

 FD  forecast-report-file.
 01  forecast-report-record  pic X(132).

* one budget cell per line, exactly the shape budgetvar reads.
 FD  budget-out-file.
 01  budget-record.
     05 bg-region            pic X(17).
     05 bg-month             pic 9(6).
     05 bg-amount            pic S9(12).

 WORKING-STORAGE SECTION.
  77      dsum-fs             pic XX.
  77      budget-fs           pic XX.
  77      summary-end-flag    pic X value 'N'.
    88     summary-at-end           value 'Y'.
  77      position-company    pic X(2).
  77      window-start-date   pic 9(8).
  77      window-end-date     pic 9(8).
  77      fcst-cmdline        pic X(40).
  77      fcst-arg-1          pic X(10).
  77      fcst-arg-2          pic X(10).
  77      budget-out-flag     pic X value 'N'.
    88     writing-budget           value 'Y'.
  77      today-date          pic 9(8).
  01      base-month          pic 9(6).
  01      filler redefines base-month.
     05     base-year          pic 9(4).
     05     base-mm            pic 9(2).
  01      month-work          pic 9(6).
  01      filler redefines month-work.
     05     mw-year            pic 9(4).
     05     mw-mm              pic 9(2).
  77      base-month-index    pic 9(6) comp.
  77      month-index         pic 9(6) comp.
* slot 1 is the base month minus fourteen, slot 15 the base month;
* slots 4 to 6 are the three forecast months one year back.
  77      slot-count          pic 9(2) comp value 15.
  77      slot-sub            pic 9(4) comp.
  77      slot-work           pic S9(6) comp.
  01      region-table.
     05     region-entry      occurs 50 times indexed by rgx.
        10     rg-name           pic X(17).
        10     rg-month          pic S9(12) comp occurs 15 times.
  77      region-count        pic 9(3) comp value zeros.
  01      vendor-table.
     05     vendor-entry      occurs 500 times indexed by vnx.
        10     vn-name           pic X(20).
        10     vn-month          pic S9(12) comp occurs 15 times.
        10     vn-year-total     pic S9(14) comp.
        10     vn-ranked         pic X(1).
  77      vendor-count        pic 9(3) comp value zeros.
  77      top-vendor-limit    pic 9(2) comp value 10.
  77      top-rank            pic 9(2) comp.
  77      best-sub            pic 9(4) comp.
  77      fold-sub            pic 9(2) comp.
* the fifteen months of one region or vendor, and its forecast.
  01      series-work.
     05     sw-month           pic S9(12) comp occurs 15 times.
  01      forecast-work.
     05     fw-amount          pic S9(12) comp occurs 3 times.
  77      forecast-sub        pic 9(1) comp.
  77      moving-average      pic S9(12)v99 comp.
  77      last-year-average   pic S9(12)v99 comp.
  77      method-label        pic X(4).
  01      forecast-line-work.
     05     fl-name            pic X(20).
     05     filler             pic X(1).
     05     fl-actual          pic -(10)9 occurs 3 times.
     05     filler             pic X(3).
     05     fl-forecast        pic -(10)9 occurs 3 times.
     05     filler             pic X(2).
     05     fl-method          pic X(4).
  77      region-dsp          pic Z(2)9.
  77      vendor-dsp          pic Z(2)9.

 PROCEDURE DIVISION.
 000-MAIN.
  accept fcst-cmdline from command-line
  unstring fcst-cmdline delimited by ' '
      into fcst-arg-1 fcst-arg-2
  perform 050-TAKE-ARGUMENTS
  compute base-month-index = (base-year * 12) + base-mm - 1
  compute month-index = base-month-index - 14
  perform 060-INDEX-TO-MONTH
  compute window-start-date = month-work * 100 + 01
  compute window-end-date   = base-month * 100 + 31
  open input sales-daysum-file
  if dsum-fs not = "00"
      display "salesfcst: no daily sales summary on file "
          "(salesdaysum.dat status " dsum-fs "); daysum BUILD "
          "makes one"
      move 8 to return-code
      stop run
  end-if
  move low-values to position-company
  move low-values to dsum-company
  perform 200-POSITION-ON-WINDOW
  perform 220-FOLD-ONE-DAY until summary-at-end
  close sales-daysum-file
  if region-count = zeros
      display "salesfcst: nothing archived in the fifteen months "
          "to " base-month ", no forecast"
      move 8 to return-code
      stop run
  end-if
  perform 500-WRITE-REPORT
  move region-count to region-dsp
  move top-vendor-limit to vendor-dsp
  if vendor-count < top-vendor-limit
      move vendor-count to vendor-dsp
  end-if
  display "salesfcst: " region-dsp " region(s) and " vendor-dsp
      " top vendor(s) forecast from base month " base-month
      "; see salesfcst.rpt"
  if writing-budget
      display "salesfcst: budget cells in salesbudget.fcst"
  end-if
  stop run.

* A six-digit argument is the base month; BUDGET asks for the
* budget-shaped output. Without a base month the last complete
* calendar month is used.
 050-TAKE-ARGUMENTS.
  accept today-date from date yyyymmdd
  move today-date (1:6) to base-month
  if base-mm = 1
      move 12 to base-mm
      subtract 1 from base-year
  else
      subtract 1 from base-mm
  end-if
  if fcst-arg-1 = "BUDGET" or fcst-arg-2 = "BUDGET"
      move 'Y' to budget-out-flag
  end-if
  if fcst-arg-1 (1:6) is numeric
      move fcst-arg-1 (1:6) to base-month
  end-if
  if fcst-arg-2 (1:6) is numeric
      move fcst-arg-2 (1:6) to base-month
  end-if
  if base-mm < 1 or base-mm > 12
      display "salesfcst: base month " base-month " is not a month"
      move 8 to return-code
      stop run
  end-if.

 060-INDEX-TO-MONTH.
  divide month-index by 12 giving mw-year remainder mw-mm
  add 1 to mw-mm.

* The summary's key leads with company and sales-date, so within
* each company the window is one stretch: position on its first
* day, read forward until it runs out, then skip past the rest of
* that company to the next one.
 200-POSITION-ON-WINDOW.
  move window-start-date to dsum-sales-date
  move low-values        to dsum-region dsum-city dsum-vendor-name
      dsum-sales-type
  start sales-daysum-file key >= dsum-key
      invalid key move 'Y' to summary-end-flag
  end-start.

 210-SKIP-PAST-COMPANY.
  move position-company to dsum-company
  move 99999999         to dsum-sales-date
  move high-values      to dsum-region dsum-city dsum-vendor-name
      dsum-sales-type
  start sales-daysum-file key > dsum-key
      invalid key move 'Y' to summary-end-flag
  end-start.

 220-FOLD-ONE-DAY.
  read sales-daysum-file next
      at end move 'Y' to summary-end-flag
      not at end
          evaluate true
          when dsum-company not = position-company
              and dsum-sales-date < window-start-date
              move dsum-company to position-company
              perform 200-POSITION-ON-WINDOW
          when dsum-sales-date > window-end-date
              move dsum-company to position-company
              perform 210-SKIP-PAST-COMPANY
          when other
              move dsum-company to position-company
              move dsum-sales-date (1:6) to month-work
              compute slot-work = (mw-year * 12) + mw-mm - 1
                  - base-month-index + 15
              move slot-work to slot-sub
              perform 230-FOLD-INTO-REGION
              perform 240-FOLD-INTO-VENDOR
          end-evaluate
  end-read.

 230-FOLD-INTO-REGION.
  set rgx to 1
  search region-entry
      at end perform 235-ADD-REGION
      when rgx > region-count
          perform 235-ADD-REGION
      when rg-name (rgx) = dsum-region
          add dsum-home-total to rg-month (rgx slot-sub)
  end-search.

 235-ADD-REGION.
  if region-count < 50
      add 1 to region-count
      set rgx to region-count
      move dsum-region to rg-name (rgx)
      perform 236-CLEAR-REGION-SLOT
        varying fold-sub from 1 by 1
        until fold-sub > slot-count
      add dsum-home-total to rg-month (rgx slot-sub)
  else
      display "salesfcst: region table full (50), "
          dsum-region " dropped"
  end-if.

 236-CLEAR-REGION-SLOT.
  move zeros to rg-month (rgx fold-sub).

 240-FOLD-INTO-VENDOR.
  set vnx to 1
  search vendor-entry
      at end perform 245-ADD-VENDOR
      when vnx > vendor-count
          perform 245-ADD-VENDOR
      when vn-name (vnx) = dsum-vendor-name
          add dsum-home-total to vn-month (vnx slot-sub)
  end-search.

 245-ADD-VENDOR.
  if vendor-count < 500
      add 1 to vendor-count
      set vnx to vendor-count
      move dsum-vendor-name to vn-name (vnx)
      move zeros to vn-year-total (vnx)
      move 'N' to vn-ranked (vnx)
      perform 246-CLEAR-VENDOR-SLOT
        varying fold-sub from 1 by 1
        until fold-sub > slot-count
      add dsum-home-total to vn-month (vnx slot-sub)
  else
      display "salesfcst: vendor table full (500), "
          dsum-vendor-name " dropped"
  end-if.

 246-CLEAR-VENDOR-SLOT.
  move zeros to vn-month (vnx fold-sub).

 500-WRITE-REPORT.
  open output forecast-report-file
  if writing-budget
      open output budget-out-file
  end-if
  move spaces to forecast-report-record
  string "SALES FORECAST FROM BASE MONTH " base-month
      ", 3-MONTH MOVING AVERAGE WITH SEASONAL ADJUSTMENT"
      delimited by size into forecast-report-record
  write forecast-report-record
  perform 510-WRITE-COLUMN-HEADINGS
  move spaces to forecast-report-record
  move "BY REGION" to forecast-report-record
  write forecast-report-record
  perform 520-FORECAST-ONE-REGION
    varying rgx from 1 by 1
    until rgx > region-count
  move spaces to forecast-report-record
  write forecast-report-record
  move spaces to forecast-report-record
  move "BY TOP VENDOR (LAST TWELVE MONTHS)" to forecast-report-record
  write forecast-report-record
  perform 540-TOTAL-ONE-VENDOR
    varying vnx from 1 by 1
    until vnx > vendor-count
  perform 550-FORECAST-NEXT-TOP-VENDOR
    varying top-rank from 1 by 1
    until top-rank > top-vendor-limit or top-rank > vendor-count
  close forecast-report-file
  if writing-budget
      close budget-out-file
  end-if.

* The heading names the actual and forecast months themselves.
 510-WRITE-COLUMN-HEADINGS.
  move spaces to forecast-report-record
  move "NAME" to forecast-report-record (1:20)
  move 21 to fold-sub
  compute month-index = base-month-index - 2
  perform 515-HEAD-ONE-MONTH 3 times
  add 3 to fold-sub
  perform 515-HEAD-ONE-MONTH 3 times
  write forecast-report-record.

 515-HEAD-ONE-MONTH.
  perform 060-INDEX-TO-MONTH
  move month-work to forecast-report-record (fold-sub + 6:6)
  add 11 to fold-sub
  add 1 to month-index.

 520-FORECAST-ONE-REGION.
  perform 525-COPY-REGION-SLOT
    varying fold-sub from 1 by 1
    until fold-sub > slot-count
  perform 600-PROJECT-SERIES
  move rg-name (rgx) to fl-name
  perform 650-WRITE-FORECAST-LINE
  if writing-budget
      perform 530-WRITE-BUDGET-CELL
        varying forecast-sub from 1 by 1
        until forecast-sub > 3
  end-if.

 525-COPY-REGION-SLOT.
  move rg-month (rgx fold-sub) to sw-month (fold-sub).

 530-WRITE-BUDGET-CELL.
  compute month-index = base-month-index + forecast-sub
  perform 060-INDEX-TO-MONTH
  move spaces to budget-record
  move rg-name (rgx)             to bg-region
  move month-work                to bg-month
  move fw-amount (forecast-sub)  to bg-amount
  write budget-record.

* The ranking total is the last twelve months of the window, slots
* 4 to 15.
 540-TOTAL-ONE-VENDOR.
  perform 545-ADD-ONE-VENDOR-SLOT
    varying fold-sub from 4 by 1
    until fold-sub > slot-count.

 545-ADD-ONE-VENDOR-SLOT.
  add vn-month (vnx fold-sub) to vn-year-total (vnx).

 550-FORECAST-NEXT-TOP-VENDOR.
  move zeros to best-sub
  perform 555-COMPARE-ONE-VENDOR
    varying vnx from 1 by 1
    until vnx > vendor-count
  if best-sub not = zeros
      move 'Y' to vn-ranked (best-sub)
      set vnx to best-sub
      perform 560-COPY-VENDOR-SLOT
        varying fold-sub from 1 by 1
        until fold-sub > slot-count
      perform 600-PROJECT-SERIES
      move vn-name (vnx) to fl-name
      perform 650-WRITE-FORECAST-LINE
  end-if.

 555-COMPARE-ONE-VENDOR.
  if vn-ranked (vnx) not = 'Y'
      if best-sub = zeros
          set best-sub to vnx
      else
          if vn-year-total (vnx) > vn-year-total (best-sub)
              set best-sub to vnx
          end-if
      end-if
  end-if.

 560-COPY-VENDOR-SLOT.
  move vn-month (vnx fold-sub) to sw-month (fold-sub).

* Moving average of the last three actuals; each forecast month
* scaled by its own month last year over last year's matching
* three-month average, when last year has both to offer.
 600-PROJECT-SERIES.
  compute moving-average rounded =
      (sw-month (13) + sw-month (14) + sw-month (15)) / 3
  compute last-year-average rounded =
      (sw-month (1) + sw-month (2) + sw-month (3)) / 3
  move "SEAS" to method-label
  perform 610-PROJECT-ONE-MONTH
    varying forecast-sub from 1 by 1
    until forecast-sub > 3.

 610-PROJECT-ONE-MONTH.
  compute slot-sub = forecast-sub + 3
  if last-year-average > zeros and sw-month (slot-sub) > zeros
      compute fw-amount (forecast-sub) rounded =
          moving-average * sw-month (slot-sub) / last-year-average
          on size error
              compute fw-amount (forecast-sub) rounded =
                  moving-average
      end-compute
  else
      compute fw-amount (forecast-sub) rounded = moving-average
      move "MA" to method-label
  end-if.

 650-WRITE-FORECAST-LINE.
  move sw-month (13)  to fl-actual (1)
  move sw-month (14)  to fl-actual (2)
  move sw-month (15)  to fl-actual (3)
  move fw-amount (1)  to fl-forecast (1)
  move fw-amount (2)  to fl-forecast (2)
  move fw-amount (3)  to fl-forecast (3)
  move method-label   to fl-method
  move forecast-line-work to forecast-report-record
  write forecast-report-record.
