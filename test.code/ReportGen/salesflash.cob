 IDENTIFICATION DIVISION.
 PROGRAM-ID.    salesflash.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Intraday flash of the day's sales, from the extracts received
*    so far.
*
*    The real figures only exist after the overnight report run;
*    management wants a mid-afternoon idea of the day. This program
*    takes every extract salesintake has registered into salesproc/
*    since the last report run started -- the newest run identifier
*    in runhistory.dat (run date + start time); registrations in
*    intakereg.dat stamped at or after it are the ones no run has
*    consumed yet -- and reads them the way the run would:
*
*      - region and city spellings go through the standardization
*        table (salesstdnames.dat), a vendor renamed or merged away
*        through vendmerge is taken as the vendor that survives it
*        (the shared vendalias routine), then the vendor master
*        (vendmast.dat) and the territory history (vendterr.dat)
*        put each known vendor under the territory in force on the
*        sales-date;
*      - unknown and held vendors are left out and counted, as the
*        run would send them to suspense;
*      - foreign amounts convert at the day's exchrates.dat rate
*        into home currency; a currency without a rate is taken as
*        home currency and counted.
*
*    salesflash.rpt gives the provisional totals by region and the
*    sites still outstanding: every extract due today in
*    extsched.dat that no registration since the last run matches.
*    The report opens and closes on a PROVISIONAL banner and its
*    totals are all headed provisional.
*
*    Nothing is written but salesflash.rpt: no archive, GL, AR,
*    suspense, exception or acknowledgment output, and the run
*    lock, run catalog and run manifest are never opened -- the
*    flash can run alongside anything, as often as wanted.
*
*    Usage: salesflash
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "runhsel.cpy".
    COPY "vterrsel.cpy".
    SELECT registry-file
         ASSIGN TO "intakereg.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS registry-fs.
    SELECT sales-file
         ASSIGN TO sales-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS sales-fs.
    SELECT vendor-master-file
         ASSIGN TO "vendmast.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS RANDOM
         RECORD KEY   IS vm-vendor-name
         FILE STATUS  IS vendmast-fs.
    SELECT exchange-rate-file
         ASSIGN TO "exchrates.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS xrate-fs.
    SELECT std-names-file
         ASSIGN TO "salesstdnames.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS stdnames-fs.
    SELECT schedule-file
         ASSIGN TO "extsched.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS schedule-fs.
    SELECT flash-report-file
         ASSIGN TO "salesflash.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "runhfd.cpy".
 COPY "vterrfd.cpy".

 FD  registry-file.
 01  registry-record.
     05 reg-run-date         pic 9(8).
     05 filler               pic X(2).
     05 reg-filename         pic X(80).
     05 reg-stamp            pic X(17).

 FD  sales-file.
 01  sales-input-record      pic X(151).

 FD  vendor-master-file.
 01  vendor-master-record.
     05 vm-vendor-name       pic X(20).
     05 vm-vendor-region     pic X(17).
     05 vm-vendor-city       pic X(20).
     05 vm-status            pic X(1).
       88 vm-vendor-held           value "H".

 FD  exchange-rate-file.
 01  xrate-record.
     05 xr-code              pic X(3).
     05 xr-rate              pic 9(3)v9(6).

 FD  std-names-file.
 01  std-names-record.
     05 sn-kind              pic X(1).
     05 sn-variant           pic X(20).
     05 sn-canonical         pic X(20).

 FD  schedule-file.
 01  schedule-record.
     05 es-site              pic X(8).
     05 filler               pic X(1).
     05 es-prefix            pic X(20).
     05 filler               pic X(1).
     05 es-days              pic X(7).
     05 filler               pic X(1).
     05 es-cutoff            pic X(4).
     05 filler               pic X(1).
     05 es-mandatory         pic X(1).

 FD  flash-report-file.
 01  flash-report-record     pic X(100).

 WORKING-STORAGE SECTION.
  77      runh-fs             pic XX.
  77      vterr-fs            pic XX.
  77      registry-fs         pic XX.
  77      sales-fs            pic XX.
  77      vendmast-fs         pic XX.
  77      xrate-fs            pic XX.
  77      stdnames-fs         pic XX.
  77      schedule-fs         pic XX.
  77      sales-filename      pic X(80).
  77      today-date          pic 9(8).
  77      now-time            pic 9(8).
  77      now-hhmm            pic 9(4).
  77      last-run-id         pic X(14) value spaces.
  77      reg-run-id          pic X(14).
  77      history-end-flag    pic X value 'N'.
  77      registry-end-flag   pic X.
  77      sales-end-flag      pic X.
  77      schedule-end-flag   pic X value 'N'.
  77      vendmast-active-flag pic X value 'N'.
    88     vendmast-active          value 'Y'.
  77      vterr-active-flag   pic X value 'N'.
    88     vterr-active             value 'Y'.
  77      terr-end-flag       pic X.
  77      terr-region         pic X(17).
  77      terr-city           pic X(20).
  77      vendor-survivor     pic X(20).
  77      vendor-renamed-flag pic X.
  77      vendor-ok-flag      pic X.
    88     vendor-ok                value 'Y'.
  77      home-currency       pic X(3) value "BRL".
  77      sales-home-value    pic S9(12) comp value zeros.
  77      xrate-count         pic 9(2) comp value zeros.
  77      std-names-count     pic 9(3) comp value zeros.
  77      std-kind-work       pic X(1).
  77      std-value-work      pic X(20).
  77      std-found-flag      pic X.
    88     std-value-known          value 'Y'.
  77      region-count        pic 9(2) comp value zeros.
  77      extract-count       pic 9(4) comp value zeros.
  77      row-count           pic 9(8) comp value zeros.
  77      unknown-count       pic 9(6) comp value zeros.
  77      held-count          pic 9(6) comp value zeros.
  77      no-rate-count       pic 9(6) comp value zeros.
  77      due-count           pic 9(4) comp value zeros.
  77      outstanding-count   pic 9(4) comp value zeros.
  77      flash-total         pic S9(12) comp value zeros.
  77      today-slot          pic 9(1) comp.
  77      prefix-length       pic 9(2) comp.
  77      arrival-flag        pic X.
  77      count-dsp           pic Z(7)9.
  77      due-dsp             pic ZZZ9.
  77      amount-dsp          pic -(12)9.
  77      provisional-banner  pic X(48)
            value "*** PROVISIONAL FIGURES -- INTRADAY FLASH ***".
  01      exchange-rate-table.
     05     xrate-entry         occurs 20 times indexed by rx.
        10     xrt-code           pic X(3).
        10     xrt-rate           pic 9(3)v9(6).
  01      std-names-table.
     05     std-names-entry     occurs 200 times indexed by snx.
        10     snt-kind           pic X(1).
        10     snt-variant        pic X(20).
        10     snt-canonical      pic X(20).
  01      region-table.
     05     region-entry        occurs 50 times indexed by gx.
        10     rg-name            pic X(17).
        10     rg-rows            pic 9(8) comp.
        10     rg-amount          pic S9(12) comp.
* the extract transaction in the fixed shape, as the run reads it.
  01      sales-record.
     05     sales-vendor-name      pic X(20).
     05     sales-date             pic 9(8).
     05     sales-value            pic S9(9).
     05     sales-number           pic X(13).
     05     sales-type             pic X.
     05     sales-vendor-region    pic X(17).
     05     sales-vendor-city      pic X(20).
     05     sales-comments         pic X(60).
     05     sales-currency         pic X(3).
  01      sales-control-record redefines sales-record.
     05     sales-control-tag      pic X(3).
     05     sales-control-run-date pic 9(8).
     05     sales-control-count    pic 9(8).
     05     filler                 pic X(132).
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

 PROCEDURE DIVISION.
 000-MAIN.
  accept today-date from date yyyymmdd
  accept now-time from time
  move now-time (1:4) to now-hhmm
  perform 100-FIND-LAST-RUN
  perform 110-LOAD-EXCHANGE-RATES
  perform 120-LOAD-STD-NAMES
  open input vendor-master-file
  if vendmast-fs = "00"
      move 'Y' to vendmast-active-flag
  end-if
  open input vendor-terr-file
  if vterr-fs = "00"
      move 'Y' to vterr-active-flag
  end-if
  open output flash-report-file
  perform 600-WRITE-HEADING
  perform 200-READ-REGISTRATIONS
  if vendmast-active
      close vendor-master-file
  end-if
  if vterr-active
      close vendor-terr-file
  end-if
  perform 650-WRITE-REGION-TOTALS
  perform 500-CHECK-OUTSTANDING-SITES
  perform 690-WRITE-CLOSING
  close flash-report-file
  move extract-count to count-dsp
  display "salesflash: PROVISIONAL figures from " count-dsp
      " extract(s) since the last run; see salesflash.rpt"
  stop run.

* The run identifier is the run's date and start time, and the
* history file is keyed on it, so the last record read is the
* newest run. With no history at all every registration counts.
 100-FIND-LAST-RUN.
  open input run-history-file
  if runh-fs = "00"
      perform 105-READ-ONE-RUN until history-end-flag = 'Y'
      close run-history-file
  end-if.

 105-READ-ONE-RUN.
  read run-history-file next
      at end move 'Y' to history-end-flag
      not at end move runh-run-id to last-run-id
  end-read.

 110-LOAD-EXCHANGE-RATES.
  move spaces to exchange-rate-table
  open input exchange-rate-file
  if xrate-fs = "00"
      perform 115-READ-RATE-ENTRY until xrate-fs not = "00"
      close exchange-rate-file
  end-if.

 115-READ-RATE-ENTRY.
  read exchange-rate-file
    at end continue
    not at end
        if xrate-count < 20
            add 1 to xrate-count
            move xr-code to xrt-code (xrate-count)
            move xr-rate to xrt-rate (xrate-count)
        end-if
  end-read.

 120-LOAD-STD-NAMES.
  move spaces to std-names-table
  open input std-names-file
  if stdnames-fs = "00"
      perform 125-READ-STD-NAME until stdnames-fs not = "00"
      close std-names-file
  end-if.

 125-READ-STD-NAME.
  read std-names-file
    at end continue
    not at end
        if std-names-count < 200
            add 1 to std-names-count
            move sn-kind      to snt-kind (std-names-count)
            move sn-variant   to snt-variant (std-names-count)
            move sn-canonical to snt-canonical (std-names-count)
        end-if
  end-read.

* A registration stamped at or after the last run's start was not
* in that run's salesfiles.lst; salesintake filed it under
* salesproc/<run-date>.<name>.
 200-READ-REGISTRATIONS.
  move 'N' to registry-end-flag
  open input registry-file
  if registry-fs = "00"
      perform 210-TAKE-ONE-REGISTRATION
        until registry-end-flag = 'Y'
      close registry-file
  end-if.

 210-TAKE-ONE-REGISTRATION.
  read registry-file
      at end move 'Y' to registry-end-flag
      not at end
          move spaces to reg-run-id
          string reg-stamp (1:8) reg-stamp (10:6)
              delimited by size into reg-run-id
          if reg-filename not = spaces
              and reg-run-id not < last-run-id
              perform 220-READ-ONE-EXTRACT
          end-if
  end-read.

 220-READ-ONE-EXTRACT.
  move spaces to sales-filename
  string "salesproc/" delimited by size
      reg-run-date delimited by size
      "." delimited by size
      reg-filename delimited by "  "
      into sales-filename
  open input sales-file
  if sales-fs not = "00"
      move spaces to flash-report-record
      string "  NOT READABLE " sales-filename (1:60)
          delimited by size into flash-report-record
      write flash-report-record
  else
      add 1 to extract-count
      move zeros to row-count
      move 'N' to sales-end-flag
      perform 230-TAKE-ONE-ROW until sales-end-flag = 'Y'
      close sales-file
      move row-count to count-dsp
      move spaces to flash-report-record
      string "  EXTRACT " reg-filename (1:50) count-dsp " ROWS"
          delimited by size into flash-report-record
      write flash-report-record
  end-if.

 230-TAKE-ONE-ROW.
  read sales-file into sales-record
      at end move 'Y' to sales-end-flag
      not at end
          if (sales-control-tag = "HDR" or sales-control-tag = "TRL")
              and sales-control-run-date numeric
              and sales-control-count numeric
              continue
          else
              add 1 to row-count
              perform 300-STANDARDIZE-NAMES
              perform 320-VALIDATE-VENDOR
              if vendor-ok
                  perform 340-CONVERT-CURRENCY
                  perform 360-ADD-TO-REGION
              end-if
          end-if
  end-read.

 300-STANDARDIZE-NAMES.
  move "R" to std-kind-work
  move sales-vendor-region to std-value-work
  perform 305-STANDARDIZE-ONE-VALUE
  move std-value-work to sales-vendor-region
  move "C" to std-kind-work
  move sales-vendor-city to std-value-work
  perform 305-STANDARDIZE-ONE-VALUE
  move std-value-work to sales-vendor-city.

 305-STANDARDIZE-ONE-VALUE.
  move 'N' to std-found-flag
  perform 310-MATCH-ONE-STD-ENTRY
    varying snx from 1 by 1
    until snx > std-names-count or std-value-known.

 310-MATCH-ONE-STD-ENTRY.
  if snt-kind (snx) = std-kind-work
      if snt-variant (snx) = std-value-work
          move snt-canonical (snx) to std-value-work
          move 'Y' to std-found-flag
      else
          if snt-canonical (snx) = std-value-work
              move 'Y' to std-found-flag
          end-if
      end-if
  end-if.

* A retired vendor name is first taken as its survivor, as the run
* maps it. Unknown and held vendors stay out as the run would
* suspend them; a known vendor is carried under the territory in
* force on the sales-date.
 320-VALIDATE-VENDOR.
  move 'Y' to vendor-ok-flag
  call "vendalias" using sales-vendor-name vendor-survivor
      vendor-renamed-flag
  move vendor-survivor to sales-vendor-name
  if vendmast-active
      move sales-vendor-name to vm-vendor-name
      read vendor-master-file
          invalid key
              move 'N' to vendor-ok-flag
              add 1 to unknown-count
          not invalid key
              if vm-vendor-held
                  move 'N' to vendor-ok-flag
                  add 1 to held-count
              else
                  perform 330-FIND-TERRITORY
                  move terr-region to sales-vendor-region
                  move terr-city   to sales-vendor-city
              end-if
      end-read
  end-if.

* The history walks oldest first per vendor, so the last assignment
* effective on or before the sales-date is the one in force; none
* leaves the master's region/city.
 330-FIND-TERRITORY.
  move vm-vendor-region to terr-region
  move vm-vendor-city   to terr-city
  if vterr-active
      move sales-vendor-name to vt-vendor-name
      move zeros to vt-effective-date
      move 'N' to terr-end-flag
      start vendor-terr-file key not < vt-key
          invalid key move 'Y' to terr-end-flag
      end-start
      perform 335-CHECK-ONE-TERRITORY until terr-end-flag = 'Y'
  end-if.

 335-CHECK-ONE-TERRITORY.
  read vendor-terr-file next
      at end move 'Y' to terr-end-flag
      not at end
          if vt-vendor-name not = sales-vendor-name
              or vt-effective-date > sales-date
              move 'Y' to terr-end-flag
          else
              move vt-region to terr-region
              move vt-city   to terr-city
          end-if
  end-read.

 340-CONVERT-CURRENCY.
  if sales-currency = spaces or sales-currency = home-currency
      move sales-value to sales-home-value
  else
      set rx to 1
      search xrate-entry
          at end
              add 1 to no-rate-count
              move sales-value to sales-home-value
          when xrt-code (rx) = sales-currency
              compute sales-home-value rounded =
                  sales-value * xrt-rate (rx)
      end-search
  end-if.

 360-ADD-TO-REGION.
  set gx to 1
  search region-entry
      at end
          display "salesflash: region table full (50), "
              sales-vendor-region " counted in the total only"
      when gx > region-count
          add 1 to region-count
          move sales-vendor-region to rg-name (region-count)
          move 1                   to rg-rows (region-count)
          move sales-home-value    to rg-amount (region-count)
      when rg-name (gx) = sales-vendor-region
          add 1 to rg-rows (gx)
          add sales-home-value to rg-amount (gx)
  end-search
  add sales-home-value to flash-total.

* An extract due today is outstanding until a registration since
* the last run carries its file name start.
 500-CHECK-OUTSTANDING-SITES.
  move today-date to zeller-date
  perform 590-DAY-OF-WEEK
* Zeller gives 0 for Saturday, 1 for Sunday, 2 for Monday; the
* schedule's days run Monday first.
  evaluate zl-weekday
      when 0     move 6 to today-slot
      when 1     move 7 to today-slot
      when other compute today-slot = zl-weekday - 1
  end-evaluate
  move spaces to flash-report-record
  write flash-report-record
  open input schedule-file
  if schedule-fs not = "00"
      move "NO EXTRACT SCHEDULE ON FILE, SITES OUTSTANDING UNKNOWN"
          to flash-report-record
      write flash-report-record
  else
      move "SITES STILL OUTSTANDING" to flash-report-record
      write flash-report-record
      perform 510-TAKE-ONE-SCHEDULED until schedule-end-flag = 'Y'
      close schedule-file
      move outstanding-count to count-dsp
      move due-count to due-dsp
      move spaces to flash-report-record
      string "  OUTSTANDING " count-dsp " OF " due-dsp
          " EXTRACTS DUE TODAY" delimited by size
          into flash-report-record
      write flash-report-record
  end-if.

 510-TAKE-ONE-SCHEDULED.
  read schedule-file
      at end move 'Y' to schedule-end-flag
      not at end
          if es-site not = spaces
              and es-days (today-slot:1) = "Y"
              perform 520-CHECK-ONE-SITE
          end-if
  end-read.

 520-CHECK-ONE-SITE.
  add 1 to due-count
  move zeros to prefix-length
  inspect es-prefix tallying prefix-length
      for characters before initial space
  move 'N' to arrival-flag
  if prefix-length > 0
      move 'N' to registry-end-flag
      open input registry-file
      if registry-fs = "00"
          perform 530-SCAN-ONE-REGISTRATION
            until registry-end-flag = 'Y' or arrival-flag = 'Y'
          close registry-file
      end-if
  end-if
  if arrival-flag = 'N'
      add 1 to outstanding-count
      move spaces to flash-report-record
      string "  " es-site " " es-prefix " cutoff " es-cutoff
          " mandatory " es-mandatory
          delimited by size into flash-report-record
      write flash-report-record
  end-if.

 530-SCAN-ONE-REGISTRATION.
  read registry-file
      at end move 'Y' to registry-end-flag
      not at end
          move spaces to reg-run-id
          string reg-stamp (1:8) reg-stamp (10:6)
              delimited by size into reg-run-id
          if reg-run-id not < last-run-id
              and reg-filename (1:prefix-length) =
                  es-prefix (1:prefix-length)
              move 'Y' to arrival-flag
          end-if
  end-read.

* Zeller's congruence: January and February count as months 13
* and 14 of the year before; the result is 0 for Saturday, 1 for
* Sunday through 6 for Friday.
 590-DAY-OF-WEEK.
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

 600-WRITE-HEADING.
  move provisional-banner to flash-report-record
  write flash-report-record
  move spaces to flash-report-record
  string "FLASH SALES  " today-date "  AT " now-hhmm
      "  IN " home-currency
      delimited by size into flash-report-record
  write flash-report-record
  move spaces to flash-report-record
  if last-run-id = spaces
      move "EXTRACTS REGISTERED, NO REPORT RUN ON FILE"
          to flash-report-record
  else
      string "EXTRACTS REGISTERED SINCE RUN " last-run-id
          delimited by size into flash-report-record
  end-if
  write flash-report-record.

 650-WRITE-REGION-TOTALS.
  move spaces to flash-report-record
  write flash-report-record
  move "REGION              TRANSACTIONS    PROVISIONAL AMOUNT"
      to flash-report-record
  write flash-report-record
  perform 660-WRITE-ONE-REGION
    varying gx from 1 by 1
    until gx > region-count
  move flash-total to amount-dsp
  move spaces to flash-report-record
  string "PROVISIONAL TOTAL               " amount-dsp
      delimited by size into flash-report-record
  write flash-report-record
  move spaces to flash-report-record
  write flash-report-record
  move unknown-count to count-dsp
  move spaces to flash-report-record
  string "LEFT OUT, UNKNOWN VENDOR   " count-dsp
      delimited by size into flash-report-record
  write flash-report-record
  move held-count to count-dsp
  move spaces to flash-report-record
  string "LEFT OUT, VENDOR ON HOLD   " count-dsp
      delimited by size into flash-report-record
  write flash-report-record
  move no-rate-count to count-dsp
  move spaces to flash-report-record
  string "NO RATE, TAKEN AS HOME     " count-dsp
      delimited by size into flash-report-record
  write flash-report-record.

 660-WRITE-ONE-REGION.
  move rg-rows (gx)   to count-dsp
  move rg-amount (gx) to amount-dsp
  move spaces to flash-report-record
  string rg-name (gx) "   " count-dsp "    " amount-dsp
      delimited by size into flash-report-record
  write flash-report-record.

 690-WRITE-CLOSING.
  move spaces to flash-report-record
  write flash-report-record
  move provisional-banner to flash-report-record
  write flash-report-record
  move "*** FINAL FIGURES COME ONLY FROM THE OVERNIGHT REPORT RUN"
      to flash-report-record
  write flash-report-record.
