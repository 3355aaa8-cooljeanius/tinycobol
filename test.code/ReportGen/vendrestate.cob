 IDENTIFICATION DIVISION.
 PROGRAM-ID.    vendrestate.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Restates past region totals under current vendor territories.
*
*    The report run carries every sale under the territory that was
*    in force on its own sales-date, so the archive, yearend,
*    budgetvar and runcomp all see a vendor's older sales under the
*    region it belonged to at the time. When the question is "what
*    would last year look like with today's territories", this
*    program answers it: it sweeps the keyed daily sales summary
*    (salesdaysum.dat, kept in step with the archive by the
*    daysumupd routine) over a range of months and totals each
*    region twice -- as recorded, and recast with every vendor
*    under its current territory.
*
*    A vendor's current territory is its latest assignment on the
*    territory history (vendterr.dat) effective on or before today;
*    with no history the vendor master's region stands, and a
*    vendor on neither keeps the region it was archived under. With
*    no summary on file nothing is restated; daysum BUILD makes one
*    from the archive.
*
*    The report, vendrestate.rpt, lists each region with its
*    recorded total, its restated total and the difference, then
*    every vendor whose sales moved, with the region they were
*    recorded under, the region they move to and the amount moved.
*    Amounts are the summary's home-currency totals, exactly as
*    budgetvar folds them. Nothing is written back: the archive and
*    the summary keep their history.
*
*    Usage: vendrestate [from-YYYYMM [to-YYYYMM]]
*    Without arguments the twelve months ending with the last
*    complete month are restated; a single month restates from that
*    month through the last complete month.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "dsumsel.cpy".
    COPY "vterrsel.cpy".
    SELECT vendor-master-file
         ASSIGN TO "vendmast.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS vm-vendor-name
         FILE STATUS  IS vendmast-fs.
    SELECT restate-report-file
         ASSIGN TO "vendrestate.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "dsumfd.cpy".
 COPY "vterrfd.cpy".

 FD  vendor-master-file.
 01  vendor-master-record.
     05 vm-vendor-name       pic X(20).
     05 vm-vendor-region     pic X(17).
     05 vm-vendor-city       pic X(20).
     05 vm-status            pic X(1).

 FD  restate-report-file.
 01  restate-report-record   pic X(132).

 WORKING-STORAGE SECTION.
  77      dsum-fs             pic XX.
  77      vterr-fs            pic XX.
  77      vendmast-fs         pic XX.
  77      vendmast-active-flag pic X value 'N'.
    88     vendmast-active          value 'Y'.
  77      summary-end-flag    pic X value 'N'.
    88     summary-at-end           value 'Y'.
  77      position-company    pic X(2).
  77      range-start-key     pic 9(8).
  77      range-end-date      pic 9(8).
  77      terr-end-flag       pic X value 'N'.
    88     terr-at-end              value 'Y'.
  77      rst-cmdline         pic X(40).
  77      rst-arg-1           pic X(10).
  77      rst-arg-2           pic X(10).
  77      today-date          pic 9(8).
  01      from-month          pic 9(6).
  01      filler redefines from-month.
     05     from-year          pic 9(4).
     05     from-mm            pic 9(2).
  01      to-month            pic 9(6).
  01      filler redefines to-month.
     05     to-year            pic 9(4).
     05     to-mm              pic 9(2).
* current territory per vendor, built from the history (latest
* assignment effective by today) and filled in from the master as
* each archived vendor is first met.
  01      current-terr-table.
     05     current-terr-entry occurs 1000 times indexed by ctx.
        10     ct-vendor-name     pic X(20).
        10     ct-region          pic X(17).
  77      current-terr-count  pic 9(4) comp value zeros.
  77      current-region      pic X(17).
  01      region-table.
     05     region-entry      occurs 50 times indexed by rgx.
        10     rg-name           pic X(17).
        10     rg-recorded       pic S9(14) comp.
        10     rg-restated       pic S9(14) comp.
  77      region-count        pic 9(3) comp value zeros.
  77      region-key          pic X(17).
  01      moved-table.
     05     moved-entry       occurs 500 times indexed by mvx.
        10     mv-vendor-name    pic X(20).
        10     mv-from-region    pic X(17).
        10     mv-to-region      pic X(17).
        10     mv-amount         pic S9(14) comp.
  77      moved-count         pic 9(3) comp value zeros.
  77      rows-read           pic 9(8) comp value zeros.
  77      grand-recorded      pic S9(14) comp value zeros.
  77      grand-restated      pic S9(14) comp value zeros.
  77      difference-work     pic S9(14) comp.
  01      region-line-work.
     05     rl-region          pic X(17).
     05     filler             pic X(2).
     05     rl-recorded        pic -(13)9.
     05     filler             pic X(2).
     05     rl-restated        pic -(13)9.
     05     filler             pic X(2).
     05     rl-difference      pic -(13)9.
  01      moved-line-work.
     05     ml-vendor          pic X(20).
     05     filler             pic X(2).
     05     ml-from            pic X(17).
     05     filler             pic X(4).
     05     ml-to              pic X(17).
     05     filler             pic X(2).
     05     ml-amount          pic -(13)9.
  77      rows-dsp            pic Z(7)9.
  77      moved-dsp           pic Z(2)9.

 PROCEDURE DIVISION.
 000-MAIN.
  accept rst-cmdline from command-line
  unstring rst-cmdline delimited by ' '
      into rst-arg-1 rst-arg-2
  perform 050-TAKE-ARGUMENTS
  perform 100-LOAD-CURRENT-TERRITORIES
  open input vendor-master-file
  if vendmast-fs = "00"
      move 'Y' to vendmast-active-flag
  end-if
  perform 200-SWEEP-SUMMARY
  if vendmast-active
      close vendor-master-file
  end-if
  if rows-read = zeros
      display "vendrestate: nothing archived from " from-month
          " to " to-month ", no restatement"
      move 8 to return-code
      stop run
  end-if
  perform 500-WRITE-REPORT
  move rows-read to rows-dsp
  move moved-count to moved-dsp
  display "vendrestate: " rows-dsp " archived row(s) from "
      from-month " to " to-month " restated, " moved-dsp
      " vendor move(s); see vendrestate.rpt"
  stop run.

* No arguments: the twelve months ending with the last complete
* month. One month: from there through the last complete month.
* Two months: exactly that range.
 050-TAKE-ARGUMENTS.
  accept today-date from date yyyymmdd
  move today-date (1:6) to to-month
  if to-mm = 1
      move 12 to to-mm
      subtract 1 from to-year
  else
      subtract 1 from to-mm
  end-if
  move to-month to from-month
  if from-mm = 12
      move 1 to from-mm
  else
      add 1 to from-mm
      subtract 1 from from-year
  end-if
  if rst-arg-1 (1:6) is numeric
      move rst-arg-1 (1:6) to from-month
  end-if
  if rst-arg-2 (1:6) is numeric
      move rst-arg-2 (1:6) to to-month
  end-if
  if from-mm < 1 or from-mm > 12 or to-mm < 1 or to-mm > 12
      display "vendrestate: " from-month " to " to-month
          " is not a range of months"
      move 8 to return-code
      stop run
  end-if
  if from-month > to-month
      display "vendrestate: " from-month " is after " to-month
      move 8 to return-code
      stop run
  end-if.

* The history is keyed vendor + effective date, so reading it in
* key order the last assignment effective by today overrides the
* earlier ones for the same vendor; future-dated assignments are
* not current yet and are passed over.
 100-LOAD-CURRENT-TERRITORIES.
  open input vendor-terr-file
  if vterr-fs not = "00"
      display "* no territory history (vendterr.dat status "
          vterr-fs "), current territories taken from the master"
  else
      perform 110-READ-ONE-TERRITORY until terr-at-end
      close vendor-terr-file
  end-if.

 110-READ-ONE-TERRITORY.
  read vendor-terr-file next record
      at end move 'Y' to terr-end-flag
      not at end
          if vt-effective-date not > today-date
              perform 120-SET-CURRENT-TERRITORY
          end-if
  end-read.

 120-SET-CURRENT-TERRITORY.
  set ctx to 1
  search current-terr-entry
      at end perform 125-ADD-CURRENT-TERRITORY
      when ctx > current-terr-count
          perform 125-ADD-CURRENT-TERRITORY
      when ct-vendor-name (ctx) = vt-vendor-name
          move vt-region to ct-region (ctx)
  end-search.

 125-ADD-CURRENT-TERRITORY.
  if current-terr-count < 1000
      add 1 to current-terr-count
      set ctx to current-terr-count
      move vt-vendor-name to ct-vendor-name (ctx)
      move vt-region      to ct-region (ctx)
  else
      display "vendrestate: territory table full (1000), "
          vt-vendor-name " dropped"
  end-if.

* The summary's key leads with company and sales-date, so within
* each company the range is one stretch: position on its first
* day, read forward until it runs out, then skip past the rest of
* that company to the next one -- the walk yearend makes over its
* year. No day outside the range is read.
 200-SWEEP-SUMMARY.
  open input sales-daysum-file
  if dsum-fs not = "00"
      display "vendrestate: daily sales summary not available "
          "(salesdaysum.dat status " dsum-fs "); daysum BUILD "
          "makes one"
      if vendmast-active
          close vendor-master-file
      end-if
      move 8 to return-code
      stop run
  end-if
  compute range-start-key = from-month * 100 + 1
  compute range-end-date  = to-month * 100 + 31
  move low-values to position-company
  move low-values to dsum-company
  perform 205-POSITION-ON-RANGE
  perform 220-FOLD-ONE-SUMMARY until summary-at-end
  close sales-daysum-file.

 205-POSITION-ON-RANGE.
  move range-start-key to dsum-sales-date
  move low-values      to dsum-region dsum-city dsum-vendor-name
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

 220-FOLD-ONE-SUMMARY.
  read sales-daysum-file next
      at end move 'Y' to summary-end-flag
      not at end
          evaluate true
          when dsum-company not = position-company
              and dsum-sales-date < range-start-key
              move dsum-company to position-company
              perform 205-POSITION-ON-RANGE
          when dsum-sales-date > range-end-date
              move dsum-company to position-company
              perform 207-SKIP-PAST-COMPANY
          when other
              move dsum-company to position-company
              add dsum-tran-count to rows-read
              perform 230-FIND-CURRENT-REGION
              perform 240-FOLD-INTO-REGIONS
              if current-region not = dsum-region
                  perform 250-FOLD-INTO-MOVES
              end-if
          end-evaluate
  end-read.

* The vendor's current region: from the history table, else from
* the master (remembered in the same table so each vendor is read
* once), else the region the row was archived under.
 230-FIND-CURRENT-REGION.
  move dsum-region to current-region
  set ctx to 1
  search current-terr-entry
      at end perform 235-TAKE-MASTER-REGION
      when ctx > current-terr-count
          perform 235-TAKE-MASTER-REGION
      when ct-vendor-name (ctx) = dsum-vendor-name
          move ct-region (ctx) to current-region
  end-search.

 235-TAKE-MASTER-REGION.
  if vendmast-active
      move dsum-vendor-name to vm-vendor-name
      read vendor-master-file
          invalid key continue
          not invalid key
              move vm-vendor-region to current-region
              if current-terr-count < 1000
                  add 1 to current-terr-count
                  set ctx to current-terr-count
                  move dsum-vendor-name to ct-vendor-name (ctx)
                  move vm-vendor-region to ct-region (ctx)
              end-if
      end-read
  end-if.

 240-FOLD-INTO-REGIONS.
  add dsum-home-total to grand-recorded grand-restated
  move dsum-region to region-key
  perform 245-FIND-REGION
  if region-key not = spaces
      add dsum-home-total to rg-recorded (rgx)
  end-if
  move current-region to region-key
  perform 245-FIND-REGION
  if region-key not = spaces
      add dsum-home-total to rg-restated (rgx)
  end-if.

* Leaves rgx on the region's entry, adding it when new; a full
* table blanks region-key so the caller skips the amount.
 245-FIND-REGION.
  set rgx to 1
  search region-entry
      at end perform 246-ADD-REGION
      when rgx > region-count
          perform 246-ADD-REGION
      when rg-name (rgx) = region-key
          continue
  end-search.

 246-ADD-REGION.
  if region-count < 50
      add 1 to region-count
      set rgx to region-count
      move region-key to rg-name (rgx)
      move zeros to rg-recorded (rgx) rg-restated (rgx)
  else
      display "vendrestate: region table full (50), "
          region-key " dropped"
      move spaces to region-key
  end-if.

 250-FOLD-INTO-MOVES.
  set mvx to 1
  search moved-entry
      at end perform 255-ADD-MOVE
      when mvx > moved-count
          perform 255-ADD-MOVE
      when mv-vendor-name (mvx) = dsum-vendor-name
          and mv-from-region (mvx) = dsum-region
          and mv-to-region (mvx) = current-region
          add dsum-home-total to mv-amount (mvx)
  end-search.

 255-ADD-MOVE.
  if moved-count < 500
      add 1 to moved-count
      set mvx to moved-count
      move dsum-vendor-name to mv-vendor-name (mvx)
      move dsum-region      to mv-from-region (mvx)
      move current-region   to mv-to-region (mvx)
      move dsum-home-total  to mv-amount (mvx)
  else
      display "vendrestate: move table full (500), "
          dsum-vendor-name " not itemized"
  end-if.

 500-WRITE-REPORT.
  open output restate-report-file
  move spaces to restate-report-record
  string "REGION TOTALS " from-month " TO " to-month
      " RESTATED UNDER CURRENT VENDOR TERRITORIES"
      delimited by size into restate-report-record
  write restate-report-record
  move spaces to restate-report-record
  write restate-report-record
  move spaces to restate-report-record
  string "REGION                      RECORDED        RESTATED"
      "      DIFFERENCE"
      delimited by size into restate-report-record
  write restate-report-record
  perform 510-WRITE-ONE-REGION
    varying rgx from 1 by 1
    until rgx > region-count
  move spaces to region-line-work
  move "TOTAL" to rl-region
  move grand-recorded to rl-recorded
  move grand-restated to rl-restated
  compute difference-work = grand-restated - grand-recorded
  move difference-work to rl-difference
  move region-line-work to restate-report-record
  write restate-report-record
  move spaces to restate-report-record
  write restate-report-record
  move spaces to restate-report-record
  if moved-count = zeros
      move "NO VENDOR SALES MOVE REGION" to restate-report-record
      write restate-report-record
  else
      string "VENDOR                RECORDED UNDER       "
          "MOVES TO                     AMOUNT"
          delimited by size into restate-report-record
      write restate-report-record
      perform 520-WRITE-ONE-MOVE
        varying mvx from 1 by 1
        until mvx > moved-count
  end-if
  close restate-report-file.

 510-WRITE-ONE-REGION.
  move spaces to region-line-work
  move rg-name (rgx)     to rl-region
  move rg-recorded (rgx) to rl-recorded
  move rg-restated (rgx) to rl-restated
  compute difference-work = rg-restated (rgx) - rg-recorded (rgx)
  move difference-work to rl-difference
  move region-line-work to restate-report-record
  write restate-report-record.

 520-WRITE-ONE-MOVE.
  move spaces to moved-line-work
  move mv-vendor-name (mvx) to ml-vendor
  move mv-from-region (mvx) to ml-from
  move mv-to-region (mvx)   to ml-to
  move mv-amount (mvx)      to ml-amount
  move moved-line-work to restate-report-record
  write restate-report-record.
