 IDENTIFICATION DIVISION.
 PROGRAM-ID.    salessusp.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Sales suspense: release, listing and ageing of the
*    transactions the report run turned away for their vendor.
*
*    A row for a vendor not on vendmast.dat, or on hold there, is
*    rejected by the report run and filed whole in the keyed
*    suspense file salessusp.dat with the run, company, source
*    file and row it came from. Nobody has to ask the site to
*    resend it:
*
*      salessusp RELEASE
*          every HELD item whose vendor is now on the master and
*          active (added, or taken off hold, through vendmaint and
*          pendappr) goes back out in a clean extract, one per
*          company, salesinbox/susprel.<co>.<YYYYMMDDHHMMSS>.dat,
*          with a HDR (today's date, its row count, the company)
*          and a TRL (row count and the sum of face values) -- the
*          controls salesconv writes -- so salesintake registers it
*          and the next report run takes it like any extract. The
*          extract is read back and proved against what was
*          selected before a single item is marked RELEASED; a
*          failed proof removes it, leaves the items HELD and ends
*          with RETURN-CODE 12. Wire it into batchctl.jobs ahead
*          of the salesintake step. A row filed under a vendor
*          since renamed or merged away through vendmerge is
*          judged by the vendor that survives it (the shared
*          vendalias routine), and the report run maps it the
*          same way when the extract comes back in.
*      salessusp LIST
*          every item still HELD, with its reason, run and source,
*          to salessusp.rpt.
*      salessusp AGE [<days>]
*          the HELD items filed more than <days> days ago (30 when
*          not given) to salesspage.rpt, so nothing rots in
*          suspense; RETURN-CODE 4 when there is any, 0 when none.
*
*    Usage: salessusp RELEASE | LIST | AGE [<days>]
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "suspsel.cpy".
    SELECT vendor-master-file
         ASSIGN TO "vendmast.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS RANDOM
         RECORD KEY   IS vm-vendor-name
         FILE STATUS  IS vendmast-fs.
    SELECT release-file
         ASSIGN TO release-path
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS release-fs.
    SELECT susp-report-file
         ASSIGN TO report-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "suspfd.cpy".

* the vendor master exactly as vendmaint keeps it.
 FD  vendor-master-file.
 01  vendor-master-record.
     05 vm-vendor-name       pic X(20).
     05 vm-vendor-region     pic X(17).
     05 vm-vendor-city       pic X(20).
     05 vm-status            pic X(1).
       88 vm-vendor-held           value "H".

 FD  release-file.
 01  release-record          pic X(151).

 FD  susp-report-file.
 01  susp-report-record      pic X(160).

 WORKING-STORAGE SECTION.
  77      susp-fs             pic XX.
  77      vendmast-fs         pic XX.
  77      release-fs          pic XX.
  77      release-path        pic X(60).
  77      release-name        pic X(40).
  77      report-filename     pic X(20).
  77      susp-cmdline        pic X(40).
  77      susp-mode           pic X(8).
  77      susp-days-x         pic X(6).
  77      system-command      pic X(120).
  77      file-end-flag       pic X.
  77      vendor-renamed-flag pic X.
  77      vendor-ok-flag      pic X.
    88     vendor-ok                value 'Y'.
  77      proof-failed-flag   pic X value 'N'.
    88     proof-failed             value 'Y'.
  77      run-stamp           pic X(14).
  77      stamp-time          pic 9(8).
  77      item-count          pic 9(6) comp value zeros.
  77      release-count       pic 9(6) comp value zeros.
  77      written-count       pic 9(8) comp.
  77      written-amount      pic S9(12) comp.
  77      proof-count         pic 9(8) comp.
  77      proof-amount        pic S9(12) comp.
  77      count-dsp           pic Z(5)9.
  77      value-dsp           pic -(9)9.
  77      days-dsp            pic Z(3)9.
* one extract per company; the figures the selection pass found
* are what the extract must prove back to.
  01      company-table.
     05     co-entry          occurs 20 times indexed by cox.
      10      co-code         pic X(2).
      10      co-count        pic 9(8) comp.
      10      co-amount       pic S9(12) comp.
  77      company-count       pic 9(2) comp value zeros.
  77      company-found-flag  pic X.
  77      co-match            pic 9(2) comp.
* the held row in the sales.dat layout, and its HDR/TRL view.
  01      held-sales-record.
     05     hs-vendor-name     pic X(20).
     05     hs-sales-date      pic 9(8).
     05     hs-sales-value     pic S9(9).
     05     hs-sales-number    pic X(13).
     05     hs-sales-type      pic X.
     05     hs-region          pic X(17).
     05     hs-city            pic X(20).
     05     hs-comments        pic X(60).
     05     hs-currency        pic X(3).
  01      held-control-record redefines held-sales-record.
     05     hc-tag             pic X(3).
     05     hc-run-date        pic 9(8).
     05     hc-count           pic 9(8).
     05     hc-amount          pic S9(12).
     05     hc-company         pic X(2).
     05     filler             pic X(118).
* calendar work fields for the ageing cutoff, the same shape
* archpurge's retention cutoff and araging's buckets use.
  77      today-date          pic 9(8).
  01      today-date-split.
     05     tod-year           pic 9(4).
     05     tod-month          pic 9(2).
     05     tod-day            pic 9(2).
  01      cutoff-date-split.
     05     cut-year           pic 9(4).
     05     cut-month          pic 9(2).
     05     cut-day            pic 9(2).
  01      cutoff-date         redefines cutoff-date-split
                               pic 9(8).
  77      age-days-back       pic 9(4) comp value 30.
  77      work-year           pic 9(4) comp.
  77      work-doy            pic 9(3) comp.
  77      work-days-left      pic 9(5) comp.
  77      days-in-year        pic 9(3) comp.
  77      month-sub           pic 9(2) comp.
  77      leap-quotient       pic 9(4) comp.
  77      leap-rem-4          pic 9(4) comp.
  77      leap-rem-100        pic 9(4) comp.
  77      leap-rem-400        pic 9(4) comp.
  77      leap-year-flag      pic X.
    88     is-leap-year             value 'Y'.
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
  77      month-days-work     pic 9(3) comp.
  77      days-parm-sub       pic 9(2) comp.
  77      days-parm-digit     pic X.
  77      days-parm-num       redefines days-parm-digit pic 9.
  77      days-parm-stop      pic X.

 PROCEDURE DIVISION.
 000-MAIN.
  accept susp-cmdline from command-line
  unstring susp-cmdline delimited by all ' '
      into susp-mode susp-days-x
  accept today-date from date yyyymmdd
  evaluate susp-mode
  when "RELEASE"
  when "LIST"
  when "AGE"
      continue
  when other
      display "Usage: salessusp RELEASE | LIST | AGE [<days>]"
      move 8 to return-code
      stop run
  end-evaluate
  open i-o sales-suspense-file
  if susp-fs not = "00"
      display "salessusp: nothing in suspense (salessusp.dat "
          "status " susp-fs ")"
      stop run
  end-if
  evaluate susp-mode
  when "RELEASE"
      perform 100-RELEASE
  when "LIST"
      perform 500-LIST
  when "AGE"
      perform 600-AGE
  end-evaluate
  close sales-suspense-file
  stop run.

* Selection pass: which HELD items can go, and how many rows and
* how much face value each company's extract must carry.
 100-RELEASE.
  open input vendor-master-file
  if vendmast-fs not = "00"
      display "salessusp: vendor master not available (vendmast"
          ".dat status " vendmast-fs "), nothing released"
      close sales-suspense-file
      move 8 to return-code
      stop run
  end-if
  move 'N' to file-end-flag
  perform 110-SELECT-ONE-ITEM until file-end-flag = 'Y'
  if company-count = zeros
      display "salessusp: no held item's vendor is on the master "
          "and active, nothing released"
  else
      accept stamp-time from time
      string today-date stamp-time (1:6) delimited by size
          into run-stamp
      move "mkdir -p salesinbox" to system-command
      call "SYSTEM" using system-command
      perform 200-RELEASE-ONE-COMPANY
        varying cox from 1 by 1
        until cox > company-count
      move release-count to count-dsp
      display "salessusp: " count-dsp " held item(s) released "
          "to salesinbox/"
  end-if
  close vendor-master-file
  if proof-failed
      display "salessusp: *** a release extract did NOT prove out"
          ", its items stay HELD"
      move 12 to return-code
  end-if.

 110-SELECT-ONE-ITEM.
  read sales-suspense-file next record
      at end move 'Y' to file-end-flag
      not at end
          if susp-item-held
              perform 150-CHECK-VENDOR
              if vendor-ok
                  perform 120-COUNT-FOR-COMPANY
              end-if
          end-if
  end-read.

 120-COUNT-FOR-COMPANY.
  move susp-sales-image to held-sales-record
  move 'N' to company-found-flag
  perform 125-MATCH-ONE-COMPANY
    varying cox from 1 by 1
    until cox > company-count or company-found-flag = 'Y'
  if company-found-flag = 'Y'
      set cox to co-match
  else
      if company-count < 20
          add 1 to company-count
          set cox to company-count
          move susp-company to co-code (cox)
          move zeros to co-count (cox) co-amount (cox)
          move 'Y' to company-found-flag
      else
          display "salessusp: more than 20 companies held, "
              susp-sales-number " waits for the next release"
      end-if
  end-if
  if company-found-flag = 'Y'
      add 1 to co-count (cox)
      add hs-sales-value to co-amount (cox)
  end-if.

 125-MATCH-ONE-COMPANY.
  if co-code (cox) = susp-company
      move 'Y' to company-found-flag
      set co-match to cox
  end-if.

* Releasable means on the master and not on hold, whichever of the
* two turned the row away.
 150-CHECK-VENDOR.
  move 'N' to vendor-ok-flag
  call "vendalias" using susp-vendor-name vm-vendor-name
      vendor-renamed-flag
  read vendor-master-file
      invalid key continue
      not invalid key
          if not vm-vendor-held
              move 'Y' to vendor-ok-flag
          end-if
  end-read.

* One company's extract: written, read back and proved, and only
* then are its items marked RELEASED.
 200-RELEASE-ONE-COMPANY.
  move spaces to release-name release-path
  string "susprel." co-code (cox) "." run-stamp ".dat"
      delimited by size into release-name
  string "salesinbox/" release-name
      delimited by size into release-path
  open output release-file
  move spaces to held-sales-record
  move "HDR"          to hc-tag
  move today-date     to hc-run-date
  move co-count (cox) to hc-count
  move zeros          to hc-amount
  move co-code (cox)  to hc-company
  write release-record from held-sales-record
  move zeros to written-count written-amount
  perform 210-RESTART-SUSPENSE
  perform 220-WRITE-ONE-ITEM until file-end-flag = 'Y'
  move spaces to held-sales-record
  move "TRL"          to hc-tag
  move today-date     to hc-run-date
  move written-count  to hc-count
  move written-amount to hc-amount
  move co-code (cox)  to hc-company
  write release-record from held-sales-record
  close release-file
  perform 300-PROVE-EXTRACT
  if written-count not = co-count (cox)
      or written-amount not = co-amount (cox)
      or proof-count not = co-count (cox)
      or proof-amount not = co-amount (cox)
      move 'Y' to proof-failed-flag
      display "salessusp: *** " release-name " selected "
          co-count (cox) " wrote " written-count " read back "
          proof-count ", extract removed"
      move spaces to system-command
      string "rm -f " release-path delimited by size
          into system-command
      call "SYSTEM" using system-command
  else
      perform 210-RESTART-SUSPENSE
      perform 230-MARK-ONE-ITEM until file-end-flag = 'Y'
      move co-count (cox) to count-dsp
      display "salessusp: " release-path (1:40) " "
          count-dsp " row(s) for company " co-code (cox)
  end-if.

 210-RESTART-SUSPENSE.
  move 'N' to file-end-flag
  move low-values to susp-key
  start sales-suspense-file key >= susp-key
      invalid key move 'Y' to file-end-flag
  end-start.

 220-WRITE-ONE-ITEM.
  read sales-suspense-file next record
      at end move 'Y' to file-end-flag
      not at end
          if susp-item-held and susp-company = co-code (cox)
              perform 150-CHECK-VENDOR
              if vendor-ok
                  move susp-sales-image to held-sales-record
                  write release-record from held-sales-record
                  add 1 to written-count
                  add hs-sales-value to written-amount
              end-if
          end-if
  end-read.

 230-MARK-ONE-ITEM.
  read sales-suspense-file next record
      at end move 'Y' to file-end-flag
      not at end
          if susp-item-held and susp-company = co-code (cox)
              perform 150-CHECK-VENDOR
              if vendor-ok
                  move "RELEASED"   to susp-status
                  move today-date   to susp-released-date
                  move release-name to susp-release-file
                  rewrite susp-rec
                      invalid key
                          display "salessusp: *** could not mark "
                              susp-sales-number " released"
                      not invalid key
                          add 1 to release-count
                  end-rewrite
              end-if
          end-if
  end-read.

* The salesintake discipline in reverse: the HDR and TRL must be
* there and the rows between them must count and sum to them.
 300-PROVE-EXTRACT.
  move zeros to proof-count proof-amount
  open input release-file
  if release-fs not = "00"
      move 99999999 to proof-count
  else
      move 'N' to file-end-flag
      perform 310-PROVE-ONE-RECORD until file-end-flag = 'Y'
      close release-file
  end-if.

 310-PROVE-ONE-RECORD.
  read release-file into held-sales-record
      at end move 'Y' to file-end-flag
      not at end
          if (hc-tag = "HDR" or hc-tag = "TRL")
              and hc-run-date numeric and hc-count numeric
              if hc-tag = "TRL"
                  and (hc-count not = proof-count
                       or hc-amount not = proof-amount)
                  move 99999999 to proof-count
              end-if
          else
              add 1 to proof-count
              add hs-sales-value to proof-amount
          end-if
  end-read.

 500-LIST.
  move "salessusp.rpt" to report-filename
  open output susp-report-file
  move spaces to susp-report-record
  string "SALES SUSPENSE -- ITEMS HELD AS OF " today-date
      delimited by size into susp-report-record
  write susp-report-record
  perform 700-WRITE-COLUMN-HEADS
  move 'N' to file-end-flag
  perform 510-LIST-ONE-ITEM until file-end-flag = 'Y'
  perform 720-WRITE-TOTAL
  close susp-report-file
  move item-count to count-dsp
  display "salessusp: " count-dsp " item(s) held; see salessusp.rpt".

 510-LIST-ONE-ITEM.
  read sales-suspense-file next record
      at end move 'Y' to file-end-flag
      not at end
          if susp-item-held
              perform 710-WRITE-ONE-ITEM
          end-if
  end-read.

* Items filed before the cutoff (today less the days given) have
* been waiting longer than that.
 600-AGE.
  if susp-days-x not = spaces
      move zeros to age-days-back
      move 'N' to days-parm-stop
      perform 610-FOLD-ONE-DIGIT
        varying days-parm-sub from 1 by 1
        until days-parm-sub > 4 or days-parm-stop = 'Y'
  end-if
  perform 650-COMPUTE-CUTOFF
  move age-days-back to days-dsp
  move "salesspage.rpt" to report-filename
  open output susp-report-file
  move spaces to susp-report-record
  string "SALES SUSPENSE -- ITEMS HELD OVER " days-dsp
      " DAYS (FILED BEFORE " cutoff-date ") AS OF " today-date
      delimited by size into susp-report-record
  write susp-report-record
  perform 700-WRITE-COLUMN-HEADS
  move 'N' to file-end-flag
  perform 620-AGE-ONE-ITEM until file-end-flag = 'Y'
  perform 720-WRITE-TOTAL
  close susp-report-file
  move item-count to count-dsp
  display "salessusp: " count-dsp " item(s) held over " days-dsp
      " day(s); see salesspage.rpt"
  if item-count > zeros
      move 4 to return-code
  end-if.

 610-FOLD-ONE-DIGIT.
  move susp-days-x (days-parm-sub:1) to days-parm-digit
  if days-parm-digit is numeric
      compute age-days-back = (age-days-back * 10)
          + days-parm-num
  else
      move 'Y' to days-parm-stop
  end-if.

 620-AGE-ONE-ITEM.
  read sales-suspense-file next record
      at end move 'Y' to file-end-flag
      not at end
          if susp-item-held and susp-held-date < cutoff-date
              perform 710-WRITE-ONE-ITEM
          end-if
  end-read.

* Walks today back age-days-back days through day-of-year space,
* borrowing whole calendar years as needed -- archpurge's method.
 650-COMPUTE-CUTOFF.
  move today-date to today-date-split
  move tod-year to work-year
  perform 660-SET-LEAP-FLAG
  move zeros to work-doy
  perform 670-ADD-MONTH-DAYS
    varying month-sub from 1 by 1
    until month-sub >= tod-month
  add tod-day to work-doy
  move age-days-back to work-days-left
  perform 680-BORROW-YEARS until work-days-left < work-doy
  subtract work-days-left from work-doy
  move work-year to cut-year
  move 1 to month-sub
  perform 690-WALK-MONTHS
  move work-doy to cut-day.

 660-SET-LEAP-FLAG.
  move 'N' to leap-year-flag
  divide work-year by 4 giving leap-quotient
      remainder leap-rem-4
  divide work-year by 100 giving leap-quotient
      remainder leap-rem-100
  divide work-year by 400 giving leap-quotient
      remainder leap-rem-400
  if leap-rem-4 = 0
      and (leap-rem-100 not = 0 or leap-rem-400 = 0)
      move 'Y' to leap-year-flag
  end-if.

 670-ADD-MONTH-DAYS.
  move month-length (month-sub) to month-days-work
  if month-sub = 2 and is-leap-year
      add 1 to month-days-work
  end-if
  add month-days-work to work-doy.

 680-BORROW-YEARS.
  subtract work-doy from work-days-left
  subtract 1 from work-year
  perform 660-SET-LEAP-FLAG
  if is-leap-year
      move 366 to days-in-year
  else
      move 365 to days-in-year
  end-if
  move days-in-year to work-doy.

 690-WALK-MONTHS.
  move month-length (month-sub) to month-days-work
  if month-sub = 2 and is-leap-year
      add 1 to month-days-work
  end-if
  if work-doy > month-days-work
      subtract month-days-work from work-doy
      add 1 to month-sub
      go to 690-WALK-MONTHS
  end-if
  move month-sub to cut-month.

 700-WRITE-COLUMN-HEADS.
  move spaces to susp-report-record
  write susp-report-record
  move spaces to susp-report-record
  string "FILED    REASON  SALES-NUMBER  VENDOR               "
      "     VALUE CO RUN            SOURCE"
      delimited by size into susp-report-record
  write susp-report-record.

 710-WRITE-ONE-ITEM.
  add 1 to item-count
  move susp-sales-image to held-sales-record
  move hs-sales-value to value-dsp
  move spaces to susp-report-record
  string susp-held-date " " susp-reason " " susp-sales-number " "
      susp-vendor-name " " value-dsp " " susp-company " "
      susp-run-id " " susp-source-file
      delimited by size into susp-report-record
  write susp-report-record.

 720-WRITE-TOTAL.
  move item-count to count-dsp
  move spaces to susp-report-record
  write susp-report-record
  move spaces to susp-report-record
  string "ITEMS: " count-dsp
      delimited by size into susp-report-record
  write susp-report-record.
