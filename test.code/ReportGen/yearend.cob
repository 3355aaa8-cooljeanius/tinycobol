* REMARKS.
*    Year-end consolidation over the sales-transaction archive.
*
*    Reads one full year of archived transactions, as the daily
*    sales summary carries them (salesdaysum.dat, kept in step with
*    the archive the weekly runs load after each clean reconcile),
*    and produces annual vendor and region summaries with quarterly
*    columns, under the same control-total discipline the weekly
*    run has: every transaction counted inside the year must land
*    in exactly one vendor summary and one region summary, or the
*    run fails loudly and writes no year-close marker. A year with
*    nothing on the summary is refused rather than closed empty.
*    A successful close appends the year to yearclose.dat, and a
*    year already on that file refuses to consolidate again.
*
*    Usage: yearend <YYYY>
*
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "dsumsel.cpy".
    SELECT year-close-file
         ASSIGN TO "yearclose.dat"
         ORGANIZATION IS LINE SEQUENTIAL

 DATA DIVISION.
 FILE SECTION.
 COPY "dsumfd.cpy".

 FD  year-close-file.
 01  year-close-record       pic X(4).
 01  yearend-report-record   pic X(132).

 WORKING-STORAGE SECTION.
  77      dsum-fs             pic XX.
  77      position-company    pic X(2).
  77      close-fs            pic XX.
  77      year-parm           pic X(20).
  77      close-year          pic 9(4).
  77      year-start-key      pic 9(8).
  77      year-end-date       pic 9(8).
  77      yearend-report-name pic X(40).
  77      summary-end-flag    pic X value 'N'.
    88     summary-at-end           value 'Y'.
  77      close-end-flag      pic X.
  77      year-closed-flag    pic X value 'N'.
    88     year-already-closed      value 'Y'.
  77      region-overflow-flag pic X value 'N'.
  77      quarter-sub         pic 9(1) comp.
  77      month-work          pic 9(2).
  01      day-date-split.
     05     ad-year            pic 9(4).
     05     ad-month           pic 9(2).
     05     ad-day             pic 9(2).
      move 8 to return-code
      stop run
  end-if
  perform 200-SWEEP-SUMMARY
  perform 400-CHECK-CONTROLS
  perform 500-WRITE-REPORT
  perform 600-WRITE-CLOSE-MARKER
          end-if
  end-read.

* The summary's key leads with company and sales-date, so within
* each company the year is one stretch: position on 1 January,
* read forward until the year runs out, then skip past the rest of
* that company to the next one, folding each day's records into
* the vendor and region summaries. No other year is read.
 200-SWEEP-SUMMARY.
  open input sales-daysum-file
  if dsum-fs not = "00"
      display "yearend: daily sales summary not available "
          "(salesdaysum.dat status " dsum-fs "); daysum BUILD "
          "makes one"
      move 8 to return-code
      stop run
  end-if
  compute year-start-key = close-year * 10000 + 0101
  compute year-end-date  = close-year * 10000 + 1231
  move low-values to position-company
  move low-values to dsum-company
  perform 205-POSITION-ON-YEAR
  perform 210-READ-ONE-SUMMARY until summary-at-end
  close sales-daysum-file
  if records-read = zeros
      display "yearend: nothing on the daily sales summary for "
          close-year ", not consolidated"
      move 8 to return-code
      stop run
  end-if.

 205-POSITION-ON-YEAR.
  move year-start-key to dsum-sales-date
  move low-values     to dsum-region dsum-city dsum-vendor-name
      dsum-sales-type
  start sales-daysum-file key >= dsum-key
      invalid key move 'Y' to summary-end-flag
  end-start.

 207-SKIP-PAST-COMPANY.
  move position-company to dsum-company
  move 99999999         to dsum-sales-date
  move high-values      to dsum-region dsum-city dsum-vendor-name
      dsum-sales-type
  start sales-daysum-file key > dsum-key
      invalid key move 'Y' to summary-end-flag
  end-start.

 210-READ-ONE-SUMMARY.
  read sales-daysum-file next
      at end move 'Y' to summary-end-flag
      not at end
          evaluate true
          when dsum-company not = position-company
              and dsum-sales-date < year-start-key
              move dsum-company to position-company
              perform 205-POSITION-ON-YEAR
          when dsum-sales-date > year-end-date
              move dsum-company to position-company
              perform 207-SKIP-PAST-COMPANY
          when other
              move dsum-company to position-company
              add dsum-tran-count to records-read
              move dsum-sales-date to day-date-split
              compute quarter-sub = (ad-month + 2) / 3
              perform 220-ACCUM-VENDOR
              perform 230-ACCUM-REGION
          end-evaluate
  end-read.

 220-ACCUM-VENDOR.
  search ye-vendor-entry
      at end
          display "yearend: vendor table full (200), "
              dsum-vendor-name " dropped -- controls will trip"
      when yvx > ye-vendor-count
          if ye-vendor-count < 200
              add 1 to ye-vendor-count
              set yvx to ye-vendor-count
              move dsum-vendor-name to yv-name (yvx)
              move zeros to yv-annual (yvx) yv-count (yvx)
              perform 225-ZERO-VENDOR-QUARTER
                varying quarter-sub from 1 by 1
                until quarter-sub > 4
              move dsum-sales-date to day-date-split
              compute quarter-sub = (ad-month + 2) / 3
              perform 228-FOLD-VENDOR
          end-if
      when yv-name (yvx) = dsum-vendor-name
          perform 228-FOLD-VENDOR
  end-search.

  move zeros to yv-quarter (yvx quarter-sub).

 228-FOLD-VENDOR.
  add dsum-home-total to yv-annual (yvx)
  add dsum-home-total to yv-quarter (yvx quarter-sub)
  add dsum-tran-count to yv-count (yvx)
  add dsum-tran-count to records-summarized.

 230-ACCUM-REGION.
  set yrx to 1
      at end
          move 'Y' to region-overflow-flag
          display "yearend: region table full (20), "
              dsum-region " dropped -- run will fail"
      when yrx > ye-region-count
          if ye-region-count < 20
              add 1 to ye-region-count
              set yrx to ye-region-count
              move dsum-region to yr-name (yrx)
              move zeros to yr-annual (yrx) yr-count (yrx)
              perform 235-ZERO-REGION-QUARTER
                varying quarter-sub from 1 by 1
                until quarter-sub > 4
              move dsum-sales-date to day-date-split
              compute quarter-sub = (ad-month + 2) / 3
              perform 238-FOLD-REGION
          end-if
      when yr-name (yrx) = dsum-region
          perform 238-FOLD-REGION
  end-search.

  move zeros to yr-quarter (yrx quarter-sub).

 238-FOLD-REGION.
  add dsum-home-total to yr-annual (yrx)
  add dsum-home-total to yr-quarter (yrx quarter-sub)
  add dsum-tran-count to yr-count (yrx).

* The same records-in versus records-summarized discipline the
* weekly run applies: every record read must have landed in exactly
