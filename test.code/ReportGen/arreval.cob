 IDENTIFICATION DIVISION.
 PROGRAM-ID.    arreval.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Exchange-rate history and month-end revaluation of the
*    foreign-currency AR open items.
*
*      arreval RATES [YYYYMMDD]
*          file the current exchrates.dat into the dated rate
*          history (exchhist.dat) under the given date, today by
*          default. The report run files the table itself every
*          night it runs; this is for the days it does not, so
*          every day's rates are kept.
*      arreval REVALUE [YYYYMM]
*          revalue every open item (OPEN, PART or CRED) on
*          aropen.dat whose archived sale is in a currency other
*          than home at the closing rate -- the rate in the history
*          dated on or before the last day of the month, the last
*          complete month by default.
*
*    The foreign amount and currency come off the item's archived
*    sale (salesarch.<YYYY>.dat for its sale year, found through
*    the sales-number key) the first time the item is met, and are
*    kept on the revaluation register (arfxreval.dat) with the
*    unrealized difference posted so far. The outstanding part of
*    the foreign amount, in proportion to what is still open in
*    home currency, is valued at the closing rate; the difference
*    to what is open in home currency is the item's unrealized
*    gain or loss, and only its movement since the last
*    revaluation is posted -- so a rerun of the same month posts
*    nothing twice.
*
*    The movements post as balanced DR/CR pairs in the glposting
*    layout on the glaccounts.dat line for region FX UNREALIZED,
*    sales-type U (debit the receivable, credit the gain/loss
*    account; a loss posts the pair the other way round), suspense
*    when the line is missing, dated the last day of the month,
*    into glfxrev.<timestamp>.dat with its BT batch total, and the
*    file is added to glfiles.lst so gltrial takes it up. The item
*    detail goes to arreval.rpt. When arapply closes an item the
*    unrealized difference is reversed and the realized one
*    posted.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "arsel.cpy".
    COPY "archsel.cpy".
    COPY "xhistsel.cpy".
    COPY "fxrevsel.cpy".
    SELECT exchange-rate-file
         ASSIGN TO "exchrates.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS xrate-fs.
    SELECT gl-account-file
         ASSIGN TO "glaccounts.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS glacct-fs.
    SELECT gl-posting-file
         ASSIGN TO glpost-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS glpost-fs.
    SELECT gl-filelist-file
         ASSIGN TO "glfiles.lst"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS gllist-fs.
    SELECT reval-report-file
         ASSIGN TO "arreval.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "arfd.cpy".
 COPY "archfd.cpy".
 COPY "xhistfd.cpy".
 COPY "fxrevfd.cpy".

* the daily table exactly as the report run reads it.
 FD  exchange-rate-file.
 01  xrate-record.
     05 xr-code              pic X(3).
     05 xr-rate              pic 9(3)v9(6).

* the report run's region/sales-type to account mapping.
 FD  gl-account-file.
 01  gl-account-record.
     05 ga-region            pic X(17).
     05 ga-sales-type        pic X(1).
     05 ga-debit-acct        pic X(8).
     05 ga-credit-acct       pic X(8).

* the posting interface records exactly as the report run writes
* them: DR/CR pairs and one BT batch total per file.
 FD  gl-posting-file.
 01  gl-posting-record.
     05 glp-rec-type         pic X(2).
     05 glp-posting-date     pic 9(8).
     05 glp-account          pic X(8).
     05 glp-region           pic X(17).
     05 glp-sales-type       pic X(1).
     05 glp-amount           pic S9(12).
 01  gl-batch-total-record redefines gl-posting-record.
     05 glp-bt-rec-type      pic X(2).
     05 glp-bt-posting-date  pic 9(8).
     05 glp-bt-rec-count     pic 9(6).
     05 glp-bt-amount        pic S9(12).
     05 filler               pic X(20).

 FD  gl-filelist-file.
 01  gl-filelist-record      pic X(80).

 FD  reval-report-file.
 01  reval-report-record     pic X(132).

 WORKING-STORAGE SECTION.
  77      ar-fs               pic XX.
  77      arch-fs             pic XX.
  77      arch-filename       pic X(40).
  77      xhist-fs            pic XX.
  77      fxrev-fs            pic XX.
  77      xrate-fs            pic XX.
  77      glacct-fs           pic XX.
  77      glpost-fs           pic XX.
  77      gllist-fs           pic XX.
  77      rv-cmdline          pic X(40).
  77      rv-mode             pic X(8).
  77      rv-arg-1            pic X(10).
  77      home-currency       pic X(3) value "BRL".
  77      today-date          pic 9(8).
  77      rates-date          pic 9(8).
  77      rates-filed         pic 9(3) comp value zeros.
  01      reval-month         pic 9(6).
  01      filler redefines reval-month.
     05     reval-year         pic 9(4).
     05     reval-mm           pic 9(2).
  77      month-end-date      pic 9(8).
  77      items-end-flag      pic X value 'N'.
    88     items-at-end             value 'Y'.
  77      arch-open-year      pic X(4) value spaces.
  77      arch-active-flag    pic X value 'N'.
    88     arch-active              value 'Y'.
  77      arch-found-flag     pic X.
    88     arch-found               value 'Y'.
  77      arch-scan-flag      pic X.
  77      foreign-item-flag   pic X.
    88     foreign-item             value 'Y'.
  77      sale-year           pic X(4).
* the rate in force on a date for a currency, from the history.
  77      rate-currency       pic X(3).
  77      rate-as-of          pic 9(8).
  77      rate-found          pic 9(3)v9(6).
  77      rate-found-date     pic 9(8).
  77      rate-scan-flag      pic X.
  77      rate-found-flag     pic X.
    88     rate-was-found           value 'Y'.
* one item's revaluation.
  77      open-home-work      pic S9(12) comp.
  77      open-foreign-work   pic S9(12) comp.
  77      revalued-work       pic S9(12) comp.
  77      target-work         pic S9(12) comp.
  77      movement-work       pic S9(12) comp.
  77      post-amount         pic S9(12) comp.
  77      post-debit          pic X(8).
  77      post-credit         pic X(8).
  77      fx-region-name      pic X(17) value "FX UNREALIZED".
  77      fx-type-code        pic X(1) value "U".
  77      gl-suspense-acct    pic X(8) value "99999999".
  77      fx-debit-acct       pic X(8).
  77      fx-credit-acct      pic X(8).
  77      glpost-filename     pic X(40).
  77      glpost-open-flag    pic X value 'N'.
  77      gl-record-count     pic 9(6) comp value zeros.
  77      gl-batch-amount     pic S9(12) comp value zeros.
  77      log-time            pic 9(8).
  77      run-stamp           pic X(14).
  77      items-revalued      pic 9(6) comp value zeros.
  77      items-moved         pic 9(6) comp value zeros.
  77      items-no-rate       pic 9(6) comp value zeros.
  77      items-no-sale       pic 9(6) comp value zeros.
  77      total-movement      pic S9(14) comp value zeros.
  77      total-unrealized    pic S9(14) comp value zeros.
  77      leap-quotient       pic 9(4) comp.
  77      leap-rem-4          pic 9(4) comp.
  77      leap-rem-100        pic 9(4) comp.
  77      leap-rem-400        pic 9(4) comp.
  77      month-sub           pic 9(2) comp.
  01      month-length-values.
     05     filler             pic 9(2) value 31.
     05     filler             pic 9(2) value 28.
     05     filler             pic 9(2) value 31.
     05     filler             pic 9(2) value 30.
     05     filler             pic 9(2) value 31.
     05     filler             pic 9(2) value 30.
     05     filler             pic 9(2) value 31.
     05     filler             pic 9(2) value 31.
     05     filler             pic 9(2) value 30.
     05     filler             pic 9(2) value 31.
     05     filler             pic 9(2) value 30.
     05     filler             pic 9(2) value 31.
  01 filler redefines month-length-values.
     05     month-length       pic 9(2) occurs 12 times.
  77      month-days-work     pic 9(2).
  01      item-line-work.
     05     il-sales-number    pic X(13).
     05     filler             pic X(1).
     05     il-vendor          pic X(20).
     05     filler             pic X(1).
     05     il-currency        pic X(3).
     05     filler             pic X(1).
     05     il-foreign         pic -(11)9.
     05     filler             pic X(1).
     05     il-rate            pic ZZ9.999999.
     05     filler             pic X(1).
     05     il-open-home       pic -(11)9.
     05     filler             pic X(1).
     05     il-revalued        pic -(11)9.
     05     filler             pic X(1).
     05     il-unrealized      pic -(11)9.
     05     filler             pic X(1).
     05     il-movement        pic -(11)9.
  77      count-dsp           pic Z(5)9.
  77      total-dsp           pic -(13)9.

 PROCEDURE DIVISION.
 000-MAIN.
  accept rv-cmdline from command-line
  unstring rv-cmdline delimited by ' '
      into rv-mode rv-arg-1
  accept today-date from date yyyymmdd
  evaluate rv-mode
      when "RATES"   perform 100-FILE-RATES
      when "REVALUE" perform 200-REVALUE-MONTH
      when other
          display "arreval: use RATES [YYYYMMDD] or REVALUE "
              "[YYYYMM]"
          move 8 to return-code
  end-evaluate
  stop run.

* The day's table goes into the history under the date given; a
* second filing for the same day rewrites it.
 100-FILE-RATES.
  move today-date to rates-date
  if rv-arg-1 (1:8) is numeric
      move rv-arg-1 (1:8) to rates-date
  end-if
  open input exchange-rate-file
  if xrate-fs not = "00"
      display "arreval: no exchange-rate table (exchrates.dat "
          "status " xrate-fs "), nothing to file"
      move 8 to return-code
      stop run
  end-if
  perform 150-OPEN-HISTORY-I-O
  perform 110-FILE-ONE-RATE until xrate-fs not = "00"
  close exchange-rate-file
  close exch-hist-file
  move rates-filed to count-dsp
  display "arreval: " count-dsp " rate(s) filed for " rates-date.

 110-FILE-ONE-RATE.
  read exchange-rate-file
      at end continue
      not at end
          move spaces     to xh-rec
          move xr-code    to xh-currency
          move rates-date to xh-rate-date
          move xr-rate    to xh-rate
          move today-date to xh-filed-date
          write xh-rec
              invalid key
                  rewrite xh-rec
                      invalid key
                          display "arreval: rate for " xh-currency
                              " not filed, status " xhist-fs
                      not invalid key
                          add 1 to rates-filed
                  end-rewrite
              not invalid key
                  add 1 to rates-filed
          end-write
  end-read.

 150-OPEN-HISTORY-I-O.
  open i-o exch-hist-file
  if xhist-fs not = "00"
      open output exch-hist-file
      close exch-hist-file
      open i-o exch-hist-file
  end-if
  if xhist-fs not = "00"
      display "arreval: rate history not available, exchhist.dat "
          "status " xhist-fs
      move 8 to return-code
      stop run
  end-if.

 200-REVALUE-MONTH.
  perform 210-TAKE-MONTH
  open input exch-hist-file
  if xhist-fs not = "00"
      display "arreval: no rate history (exchhist.dat status "
          xhist-fs "), nothing can be revalued"
      move 8 to return-code
      stop run
  end-if
  open input ar-open-file
  if ar-fs not = "00"
      display "arreval: open-item file not available, aropen.dat "
          "status " ar-fs
      move 8 to return-code
      stop run
  end-if
  open i-o fx-reval-file
  if fxrev-fs not = "00"
      open output fx-reval-file
      close fx-reval-file
      open i-o fx-reval-file
  end-if
  perform 450-FIND-FX-ACCOUNTS
  open output reval-report-file
  move spaces to reval-report-record
  string "FOREIGN-CURRENCY REVALUATION AT " month-end-date
      delimited by size into reval-report-record
  write reval-report-record
  move spaces to reval-report-record
  string "SALES-NUMBER  VENDOR               CUR  FOREIGN OPEN"
      "       RATE    HOME OPEN    REVALUED  UNREALIZED"
      "    MOVEMENT"
      delimited by size into reval-report-record
  write reval-report-record
  perform 300-TAKE-ONE-ITEM until items-at-end
  move total-unrealized to total-dsp
  move spaces to reval-report-record
  string "UNREALIZED CARRIED AT MONTH-END " total-dsp
      delimited by size into reval-report-record
  write reval-report-record
  move total-movement to total-dsp
  move spaces to reval-report-record
  string "MOVEMENT POSTED THIS REVALUATION " total-dsp
      delimited by size into reval-report-record
  write reval-report-record
  close reval-report-file
  close ar-open-file fx-reval-file exch-hist-file
  if arch-active
      close sales-archive-file
  end-if
  if glpost-open-flag = 'Y'
      perform 700-CLOSE-GL-BATCH
  end-if
  move items-revalued to count-dsp
  display "arreval: " count-dsp " foreign-currency item(s) "
      "revalued at " month-end-date ", see arreval.rpt"
  move items-moved to count-dsp
  move total-movement to total-dsp
  display "arreval: " count-dsp " movement(s) posted, net "
      total-dsp
  if items-no-rate > 0 or items-no-sale > 0
      move items-no-rate to count-dsp
      display "arreval: *** " count-dsp " item(s) with no closing "
          "rate on file"
      move items-no-sale to count-dsp
      display "arreval: *** " count-dsp " item(s) whose sale is "
          "not in the archive"
      move 4 to return-code
  end-if.

* The last complete month by default; the closing date is its
* last day.
 210-TAKE-MONTH.
  move today-date (1:6) to reval-month
  if reval-mm = 1
      move 12 to reval-mm
      subtract 1 from reval-year
  else
      subtract 1 from reval-mm
  end-if
  if rv-arg-1 (1:6) is numeric
      move rv-arg-1 (1:6) to reval-month
  end-if
  if reval-mm < 1 or reval-mm > 12
      display "arreval: " reval-month " is not a month"
      move 8 to return-code
      stop run
  end-if
  move reval-mm to month-sub
  move month-length (month-sub) to month-days-work
  if reval-mm = 2
      divide reval-year by 4   giving leap-quotient
          remainder leap-rem-4
      divide reval-year by 100 giving leap-quotient
          remainder leap-rem-100
      divide reval-year by 400 giving leap-quotient
          remainder leap-rem-400
      if leap-rem-4 = 0
          and (leap-rem-100 not = 0 or leap-rem-400 = 0)
          move 29 to month-days-work
      end-if
  end-if
  move reval-month     to month-end-date (1:6)
  move month-days-work to month-end-date (7:2).

 300-TAKE-ONE-ITEM.
  read ar-open-file next record
      at end move 'Y' to items-end-flag
      not at end
          if (ar-item-open or ar-item-part-paid or ar-item-credit)
              and ar-sales-date not > month-end-date
              perform 310-REVALUE-ONE-ITEM
          end-if
  end-read.

* The register entry is made the first time a foreign item is met;
* a home-currency sale never gets one and is passed over.
 310-REVALUE-ONE-ITEM.
  move 'N' to foreign-item-flag
  move ar-sales-number to fx-sales-number
  read fx-reval-file
      invalid key
          perform 320-REGISTER-NEW-ITEM
      not invalid key
          move 'Y' to foreign-item-flag
  end-read
  if foreign-item and fx-item-open
      perform 350-VALUE-AT-CLOSING-RATE
  end-if.

 320-REGISTER-NEW-ITEM.
  perform 400-FIND-ARCHIVED-SALE
  if not arch-found
      add 1 to items-no-sale
      move spaces to reval-report-record
      string ar-sales-number " " ar-vendor-name
          " *** sale not in the archive, not revalued"
          delimited by size into reval-report-record
      write reval-report-record
  else
      if arch-currency not = spaces
          and arch-currency not = home-currency
          move 'Y'              to foreign-item-flag
          move spaces           to fx-rec
          move ar-sales-number  to fx-sales-number
          move ar-vendor-name   to fx-vendor-name
          move arch-region      to fx-region
          move arch-sales-type  to fx-sales-type
          move arch-currency    to fx-currency
          move arch-value       to fx-foreign-amount
          move ar-open-amount   to fx-booked-home
          move zeros            to fx-unrealized fx-last-month
              fx-last-rate fx-realized fx-closed-date
          move "OPEN"           to fx-status
          write fx-rec
              invalid key
                  display "arreval: register entry for "
                      fx-sales-number " not written, status "
                      fxrev-fs
          end-write
      end-if
  end-if.

* The outstanding share of the foreign amount at the closing rate,
* against what is open in home currency; only the movement since
* the last revaluation posts.
 350-VALUE-AT-CLOSING-RATE.
  move fx-currency    to rate-currency
  move month-end-date to rate-as-of
  perform 500-FIND-RATE-IN-FORCE
  if not rate-was-found
      add 1 to items-no-rate
      move spaces to reval-report-record
      string ar-sales-number " " ar-vendor-name " " fx-currency
          " *** no rate on file by " month-end-date
          delimited by size into reval-report-record
      write reval-report-record
  else
      if fx-booked-home not = zeros
          add 1 to items-revalued
          compute open-home-work = ar-open-amount - ar-paid-amount
          compute open-foreign-work rounded =
              fx-foreign-amount * open-home-work / fx-booked-home
          compute revalued-work rounded =
              open-foreign-work * rate-found
          compute target-work = revalued-work - open-home-work
          compute movement-work = target-work - fx-unrealized
          add target-work to total-unrealized
          if movement-work not = zeros
              add 1 to items-moved
              add movement-work to total-movement
              move movement-work to post-amount
              perform 600-POST-FX-PAIR
          end-if
          move target-work  to fx-unrealized
          move reval-month  to fx-last-month
          move rate-found   to fx-last-rate
          rewrite fx-rec
              invalid key
                  display "arreval: register rewrite failed for "
                      fx-sales-number " status " fxrev-fs
          end-rewrite
          perform 360-REPORT-ONE-ITEM
      end-if
  end-if.

 360-REPORT-ONE-ITEM.
  move spaces to item-line-work
  move ar-sales-number   to il-sales-number
  move ar-vendor-name    to il-vendor
  move fx-currency       to il-currency
  move open-foreign-work to il-foreign
  move rate-found        to il-rate
  move open-home-work    to il-open-home
  move revalued-work     to il-revalued
  move target-work       to il-unrealized
  move movement-work     to il-movement
  move item-line-work to reval-report-record
  write reval-report-record.

* The sale is looked up in its own year's archive through the
* sales-number key; the year file stays open while consecutive
* items come from the same year.
 400-FIND-ARCHIVED-SALE.
  move 'N' to arch-found-flag
  move ar-sales-date (1:4) to sale-year
  if sale-year not = arch-open-year
      if arch-active
          close sales-archive-file
          move 'N' to arch-active-flag
      end-if
      move sale-year to arch-open-year
      move spaces to arch-filename
      string "salesarch." sale-year ".dat"
          delimited by size into arch-filename
      open input sales-archive-file
      if arch-fs = "00"
          move 'Y' to arch-active-flag
      end-if
  end-if
  if arch-active
      move ar-sales-number to arch-sales-number
      start sales-archive-file key = arch-sales-number
          invalid key continue
          not invalid key
              move 'N' to arch-scan-flag
              perform 410-CHECK-ONE-SALE
                until arch-scan-flag = 'Y'
      end-start
  end-if.

 410-CHECK-ONE-SALE.
  read sales-archive-file next record
      at end move 'Y' to arch-scan-flag
      not at end
          if arch-sales-number not = ar-sales-number
              move 'Y' to arch-scan-flag
          else
              if arch-sales-date = ar-sales-date
                  move 'Y' to arch-found-flag arch-scan-flag
              end-if
          end-if
  end-read.

* The FX accounts are an ordinary glaccounts.dat mapping line;
* without it the pair posts to suspense, the rule the report run
* applies to an unmapped bucket.
 450-FIND-FX-ACCOUNTS.
  move gl-suspense-acct to fx-debit-acct fx-credit-acct
  open input gl-account-file
  if glacct-fs = "00"
      perform 455-READ-ONE-MAPPING
        until glacct-fs not = "00"
      close gl-account-file
  end-if
  if fx-debit-acct = gl-suspense-acct
      display "arreval: no " fx-region-name " / " fx-type-code
          " line on glaccounts.dat, posting to suspense "
          gl-suspense-acct
  end-if.

 455-READ-ONE-MAPPING.
  read gl-account-file
      at end continue
      not at end
          if ga-region = fx-region-name
              and ga-sales-type = fx-type-code
              move ga-debit-acct  to fx-debit-acct
              move ga-credit-acct to fx-credit-acct
          end-if
  end-read.

* The history is keyed currency + rate date, so walking the
* currency's rates forward the last one dated by the as-of date is
* the one in force.
 500-FIND-RATE-IN-FORCE.
  move 'N' to rate-found-flag
  move zeros to rate-found rate-found-date
  move rate-currency to xh-currency
  move zeros         to xh-rate-date
  start exch-hist-file key >= xh-key
      invalid key continue
      not invalid key
          move 'N' to rate-scan-flag
          perform 510-CHECK-ONE-RATE until rate-scan-flag = 'Y'
  end-start.

 510-CHECK-ONE-RATE.
  read exch-hist-file next record
      at end move 'Y' to rate-scan-flag
      not at end
          if xh-currency not = rate-currency
              or xh-rate-date > rate-as-of
              move 'Y' to rate-scan-flag
          else
              move 'Y'          to rate-found-flag
              move xh-rate      to rate-found
              move xh-rate-date to rate-found-date
          end-if
  end-read.

* A gain debits the receivable and credits the FX account; a loss
* posts the same pair the other way round, always positive.
 600-POST-FX-PAIR.
  if post-amount < zeros
      compute post-amount = zeros - post-amount
      move fx-credit-acct to post-debit
      move fx-debit-acct  to post-credit
  else
      move fx-debit-acct  to post-debit
      move fx-credit-acct to post-credit
  end-if
  if glpost-open-flag not = 'Y'
      perform 610-OPEN-GL-BATCH
  end-if
  move spaces to gl-posting-record
  move "DR"            to glp-rec-type
  move month-end-date  to glp-posting-date
  move post-debit      to glp-account
  move fx-region-name  to glp-region
  move fx-type-code    to glp-sales-type
  move post-amount     to glp-amount
  write gl-posting-record
  add 1 to gl-record-count
  add post-amount to gl-batch-amount
  move spaces to gl-posting-record
  move "CR"            to glp-rec-type
  move month-end-date  to glp-posting-date
  move post-credit     to glp-account
  move fx-region-name  to glp-region
  move fx-type-code    to glp-sales-type
  move post-amount     to glp-amount
  write gl-posting-record
  add 1 to gl-record-count.

* One batch per revaluation, named for the moment it opened.
 610-OPEN-GL-BATCH.
  accept log-time from time
  move spaces to run-stamp
  string today-date log-time (1:6) delimited by size into run-stamp
  move spaces to glpost-filename
  string "glfxrev." run-stamp ".dat"
      delimited by size into glpost-filename
  open output gl-posting-file
  move 'Y' to glpost-open-flag.

* The BT record closes the batch the way the report run closes
* its own -- count over DR and CR, amount the DR side -- and the
* file joins glfiles.lst for the trial balance.
 700-CLOSE-GL-BATCH.
  move spaces to gl-posting-record
  move "BT"            to glp-bt-rec-type
  move month-end-date  to glp-bt-posting-date
  move gl-record-count to glp-bt-rec-count
  move gl-batch-amount to glp-bt-amount
  write gl-posting-record
  close gl-posting-file
  open extend gl-filelist-file
  if gllist-fs not = "00"
      open output gl-filelist-file
  end-if
  move glpost-filename to gl-filelist-record
  write gl-filelist-record
  close gl-filelist-file
  display "arreval: revaluation postings in " glpost-filename.
