 IDENTIFICATION DIVISION.
 PROGRAM-ID.    salesanom.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Anomaly scoring of a run's transactions against vendor history.
*
*    The exception listing only catches hard failures; this program
*    catches the transaction that is perfectly valid but unlike the
*    vendor's normal business. Run after the report run and before
*    excload, it takes the newest run in runcatalog.dat, reads that
*    run's transactions back from the archive and scores each one
*    against everything before it:
*
*      3X/5X AVG  home value three (five) or more times the vendor's
*                 average transaction over all earlier runs in
*                 runvendors.dat (needs three earlier transactions);
*      NEW CITY   the first sale the archive has ever seen for this
*                 vendor in this city;
*      HOLIDAY    dated on a holiday of the shop calendar
*                 (shopcal.dat, type H);
*      WEEKEND    dated on a Saturday or Sunday;
*      ROUND      a home value of a thousand or more in whole
*                 thousands.
*
*    Each finding adds to the transaction's score (50 and 30 for the
*    two average levels, 25 for a new city or a holiday, 20 for a
*    weekend, 15 for a round amount); a transaction scoring at or
*    above the threshold -- 50, or the number given on the command
*    line -- is written to salesanomaly.txt with its score, the run
*    id and the reasons, which excload files into the exception
*    repository with the run's other listings.
*
*    Usage: salesanom [threshold]
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "archsel.cpy".
    COPY "runvsel.cpy".
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
    SELECT shop-calendar-file
         ASSIGN TO "shopcal.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS shopcal-fs.
    SELECT anomaly-file
         ASSIGN TO "salesanomaly.txt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "archfd.cpy".
 COPY "runvfd.cpy".

 FD  arch-years-file.
 01  arch-year-record        pic X(4).

 FD  run-catalog-file.
 01  run-catalog-record.
     05 rc-run-id            pic X(14).
     05 filler               pic X(132).

 FD  shop-calendar-file.
 01  shop-calendar-record.
     05 cal-date             pic 9(8).
     05 cal-type             pic X(1).

 FD  anomaly-file.
 01  anomaly-record          pic X(120).

 WORKING-STORAGE SECTION.
  77      arch-fs             pic XX.
  77      arch-filename       pic X(40).
  77      archyr-fs           pic XX.
  77      runv-fs             pic XX.
  77      catalog-fs          pic XX.
  77      shopcal-fs          pic XX.
  77      years-end-flag      pic X.
    88     years-at-end             value 'Y'.
  77      archive-end-flag    pic X.
    88     archive-at-end           value 'Y'.
  77      file-end-flag       pic X.
    88     file-at-end              value 'Y'.
  77      anom-cmdline        pic X(40).
  77      anom-arg            pic X(10).
  77      score-threshold     pic 9(3) comp value 50.
  77      score-run-id        pic X(14) value spaces.
* 'H' gathers the history, 'S' scores the run's own rows.
  77      sweep-pass          pic X.
    88     history-pass             value 'H'.
    88     scoring-pass             value 'S'.
* average transaction per vendor over every earlier run.
  01      vendor-avg-table.
     05     vendor-avg-entry  occurs 500 times indexed by vax.
        10     va-name           pic X(20).
        10     va-count          pic 9(8) comp.
        10     va-gross          pic S9(14) comp.
  77      vendor-avg-count    pic 9(3) comp value zeros.
* every vendor and city the archive has seen before this run.
  01      vendor-city-table.
     05     vendor-city-entry occurs 5000 times indexed by vcx.
        10     vc-vendor-name    pic X(20).
        10     vc-city           pic X(20).
  77      vendor-city-count   pic 9(4) comp value zeros.
  77      vendor-city-full    pic X value 'N'.
* the holidays on the shop calendar.
  01      holiday-table.
     05     holiday-date      pic 9(8) occurs 200 times
                                  indexed by hdx.
  77      holiday-count       pic 9(3) comp value zeros.
* the score of one transaction.
  77      score-work          pic 9(3) comp.
  77      reasons-work        pic X(50).
  77      reasons-ptr         pic 9(3) comp.
  77      average-work        pic S9(14)v99 comp.
  77      thousands-work      pic S9(12) comp.
  77      remainder-work      pic S9(12) comp.
  77      city-seen-flag      pic X.
    88     city-seen                value 'Y'.
* day of the week by Zeller's congruence, 0 = Saturday.
  01      zeller-date         pic 9(8).
  01      filler redefines zeller-date.
     05     zl-year            pic 9(4).
     05     zl-month           pic 9(2).
     05     zl-day             pic 9(2).
  77      zl-m                pic 9(2) comp.
  77      zl-y                pic 9(4) comp.
  77      zl-century          pic 9(2) comp.
  77      zl-year-of-century  pic 9(2) comp.
  77      zl-term             pic 9(4) comp.
  77      zl-sum              pic 9(6) comp.
  77      zl-quotient         pic 9(6) comp.
  77      zl-weekday          pic 9(1) comp.
  77      scored-count        pic 9(8) comp value zeros.
  77      listed-count        pic 9(6) comp value zeros.
  77      score-dsp           pic ZZ9.
  77      value-dsp           pic -(11)9.
  77      scored-dsp          pic Z(7)9.
  77      listed-dsp          pic Z(5)9.

 PROCEDURE DIVISION.
 000-MAIN.
  accept anom-cmdline from command-line
  unstring anom-cmdline delimited by ' ' into anom-arg
  if anom-arg (1:3) is numeric
      move anom-arg (1:3) to score-threshold
  else
      if anom-arg (1:2) is numeric
          move anom-arg (1:2) to score-threshold
      end-if
  end-if
  perform 100-TAKE-NEWEST-RUN-ID
  if score-run-id = spaces
      display "salesanom: no run in the catalog, nothing to score"
      move 8 to return-code
      stop run
  end-if
  perform 150-LOAD-VENDOR-AVERAGES
  perform 170-LOAD-HOLIDAYS
  move 'H' to sweep-pass
  perform 200-SWEEP-ARCHIVE
  open output anomaly-file
  move 'S' to sweep-pass
  perform 200-SWEEP-ARCHIVE
  close anomaly-file
  move scored-count to scored-dsp
  move listed-count to listed-dsp
  move score-threshold to score-dsp
  display "salesanom: " scored-dsp " transaction(s) of run "
      score-run-id " scored, " listed-dsp " at or above "
      score-dsp "; see salesanomaly.txt"
  stop run.

 100-TAKE-NEWEST-RUN-ID.
  open input run-catalog-file
  if catalog-fs = "00"
      move 'N' to file-end-flag
      perform 110-TAKE-ONE-RUN-ID until file-at-end
      close run-catalog-file
  end-if.

 110-TAKE-ONE-RUN-ID.
  read run-catalog-file
      at end move 'Y' to file-end-flag
      not at end move rc-run-id to score-run-id
  end-read.

* Gross over count for every earlier run; the run being scored is
* left out so a transaction is never measured against itself.
 150-LOAD-VENDOR-AVERAGES.
  open input run-vendor-file
  if runv-fs not = "00"
      display "* no vendor run history (runvendors.dat status "
          runv-fs "), the average test is off"
  else
      move 'N' to file-end-flag
      perform 160-FOLD-ONE-RUN-VENDOR until file-at-end
      close run-vendor-file
  end-if.

 160-FOLD-ONE-RUN-VENDOR.
  read run-vendor-file next record
      at end move 'Y' to file-end-flag
      not at end
          if runv-run-id not = score-run-id
              perform 165-FIND-VENDOR-AVERAGE
          end-if
  end-read.

 165-FIND-VENDOR-AVERAGE.
  set vax to 1
  search vendor-avg-entry
      at end perform 166-ADD-VENDOR-AVERAGE
      when vax > vendor-avg-count
          perform 166-ADD-VENDOR-AVERAGE
      when va-name (vax) = runv-vendor-name
          add runv-tran-count  to va-count (vax)
          add runv-gross-total to va-gross (vax)
  end-search.

 166-ADD-VENDOR-AVERAGE.
  if vendor-avg-count < 500
      add 1 to vendor-avg-count
      set vax to vendor-avg-count
      move runv-vendor-name to va-name (vax)
      move runv-tran-count  to va-count (vax)
      move runv-gross-total to va-gross (vax)
  else
      display "salesanom: vendor table full (500), "
          runv-vendor-name " has no average"
  end-if.

* A date with no calendar record is an ordinary day; only the
* holidays matter here.
 170-LOAD-HOLIDAYS.
  open input shop-calendar-file
  if shopcal-fs = "00"
      move 'N' to file-end-flag
      perform 175-READ-ONE-CAL-DATE until file-at-end
      close shop-calendar-file
  end-if.

 175-READ-ONE-CAL-DATE.
  read shop-calendar-file
      at end move 'Y' to file-end-flag
      not at end
          if cal-type = "H" and holiday-count < 200
              add 1 to holiday-count
              move cal-date to holiday-date (holiday-count)
          end-if
  end-read.

 200-SWEEP-ARCHIVE.
  open input arch-years-file
  if archyr-fs not = "00"
      display "salesanom: no archive years on file "
          "(archyears.dat status " archyr-fs ")"
      move 8 to return-code
      stop run
  end-if
  move 'N' to years-end-flag
  perform 210-SWEEP-ONE-YEAR until years-at-end
  close arch-years-file.

 210-SWEEP-ONE-YEAR.
  read arch-years-file
      at end move 'Y' to years-end-flag
      not at end
          if arch-year-record not = spaces
              perform 220-SWEEP-YEAR-FILE
          end-if
  end-read.

 220-SWEEP-YEAR-FILE.
  move spaces to arch-filename
  string "salesarch." arch-year-record ".dat"
      delimited by size into arch-filename
  open input sales-archive-file
  if arch-fs not = "00"
      display "salesanom: year " arch-year-record " listed but "
          "not readable (status " arch-fs "), skipped"
  else
      move 'N' to archive-end-flag
      perform 230-TAKE-ONE-ROW until archive-at-end
      close sales-archive-file
  end-if.

 230-TAKE-ONE-ROW.
  read sales-archive-file next
      at end move 'Y' to archive-end-flag
      not at end
          if arch-run-id = score-run-id
              if scoring-pass
                  perform 400-SCORE-ONE-ROW
              end-if
          else
              if history-pass
                  perform 300-REMEMBER-CITY
              end-if
          end-if
  end-read.

 300-REMEMBER-CITY.
  perform 310-FIND-VENDOR-CITY
  if not city-seen
      if vendor-city-count < 5000
          add 1 to vendor-city-count
          move arch-vendor-name to vc-vendor-name (vendor-city-count)
          move arch-city        to vc-city (vendor-city-count)
      else
          if vendor-city-full = 'N'
              display "salesanom: vendor/city table full (5000), "
                  "the new-city test may overstate"
              move 'Y' to vendor-city-full
          end-if
      end-if
  end-if.

 310-FIND-VENDOR-CITY.
  move 'N' to city-seen-flag
  set vcx to 1
  search vendor-city-entry
      at end continue
      when vcx > vendor-city-count
          continue
      when vc-vendor-name (vcx) = arch-vendor-name
          and vc-city (vcx) = arch-city
          move 'Y' to city-seen-flag
  end-search.

 400-SCORE-ONE-ROW.
  add 1 to scored-count
  move zeros to score-work
  move spaces to reasons-work
  move 1 to reasons-ptr
  perform 410-SCORE-AVERAGE
  perform 310-FIND-VENDOR-CITY
  if not city-seen
      add 25 to score-work
      string "NEW CITY " delimited by size
          into reasons-work with pointer reasons-ptr
  end-if
  perform 420-SCORE-CALENDAR
  if arch-home-value not < 1000
      divide arch-home-value by 1000 giving thousands-work
          remainder remainder-work
      if remainder-work = zeros
          add 15 to score-work
          string "ROUND " delimited by size
              into reasons-work with pointer reasons-ptr
      end-if
  end-if
  if score-work not < score-threshold
      perform 450-LIST-ANOMALY
  end-if
* the run's own first sale in a city makes the rest of them routine.
  perform 300-REMEMBER-CITY.

 410-SCORE-AVERAGE.
  set vax to 1
  search vendor-avg-entry
      at end continue
      when vax > vendor-avg-count
          continue
      when va-name (vax) = arch-vendor-name
          if va-count (vax) not < 3
              compute average-work = va-gross (vax) / va-count (vax)
              if average-work > zeros
                  if arch-home-value not < average-work * 5
                      add 50 to score-work
                      string "5X AVG " delimited by size
                          into reasons-work with pointer reasons-ptr
                  else
                      if arch-home-value not < average-work * 3
                          add 30 to score-work
                          string "3X AVG " delimited by size
                              into reasons-work
                              with pointer reasons-ptr
                      end-if
                  end-if
              end-if
          end-if
  end-search.

 420-SCORE-CALENDAR.
  set hdx to 1
  search holiday-date
      at end continue
      when hdx > holiday-count
          continue
      when holiday-date (hdx) = arch-sales-date
          add 25 to score-work
          string "HOLIDAY " delimited by size
              into reasons-work with pointer reasons-ptr
  end-search
  move arch-sales-date to zeller-date
  perform 430-DAY-OF-WEEK
  if zl-weekday < 2
      add 20 to score-work
      string "WEEKEND " delimited by size
          into reasons-work with pointer reasons-ptr
  end-if.

* Zeller's congruence: January and February count as months 13
* and 14 of the year before; the result is 0 for Saturday, 1 for
* Sunday through 6 for Friday.
 430-DAY-OF-WEEK.
  move zl-month to zl-m
  move zl-year  to zl-y
  if zl-m < 3
      add 12 to zl-m
      subtract 1 from zl-y
  end-if
  divide zl-y by 100 giving zl-century
      remainder zl-year-of-century
  move zl-day to zl-sum
  compute zl-term = 13 * (zl-m + 1)
  divide zl-term by 5 giving zl-quotient
  add zl-quotient zl-year-of-century to zl-sum
  divide zl-year-of-century by 4 giving zl-quotient
  add zl-quotient to zl-sum
  divide zl-century by 4 giving zl-quotient
  add zl-quotient to zl-sum
  compute zl-sum = zl-sum + (5 * zl-century)
  divide zl-sum by 7 giving zl-quotient remainder zl-weekday.

 450-LIST-ANOMALY.
  add 1 to listed-count
  move score-work to score-dsp
  move arch-home-value to value-dsp
  move spaces to anomaly-record
  string score-dsp " " score-run-id " " arch-sales-number " "
      arch-vendor-name " " arch-sales-date " " value-dsp " "
      reasons-work
      delimited by size into anomaly-record
  write anomaly-record.
