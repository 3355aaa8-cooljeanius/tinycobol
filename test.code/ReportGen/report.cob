*     until a supervisor releases or discards the run with the
*     qrelease utility. The cataloged generation copies stay where
*     the catalog says they are, marked MISMATCH.
*   - vendor territories are now effective-dated: the territory
*     history vendmaint keeps in vendterr.dat (vterrsel.cpy/
*     vterrfd.cpy, one assignment per vendor per effective date)
*     is loaded at start of run, and the vendor check compares and
*     carries each sale under the region/city in force on its own
*     sales-date rather than whatever the master says today -- so
*     a territory move no longer drags a vendor's older sales into
*     the new region. A vendor with no history, or a sale dated
*     before its first assignment, falls back to the master as
*     before; with no history file at all the run behaves as
*     before. The vendrestate program recasts past periods under
*     current territories when that view is wanted.
*   - the day's exchange rates are now kept: as exchrates.dat is
*     loaded each rate is also filed into the dated rate history
*     (exchhist.dat, xhistsel.cpy/xhistfd.cpy, keyed currency +
*     rate date) under the run date, and the run manifest gains an
*     XRT record naming the rate date the run applied and how many
*     currencies it carried -- so what rate a past run used can be
*     proven after the daily file is overwritten. The month-end
*     revaluation (arreval) and arapply read the same history.
*   - a run that applied adjustments now also keeps its adjustments
*     register as a generation (salesadjreg.<run-id>.txt, listed
*     as an output in the run manifest), so the corrections behind
*     an archived row can be traced back to the run that made them
*     long after salesadjreg.txt has been overwritten.
*   - a line-printer edition of the report is now written alongside
*     the PDF: repoutput.prt (repoutput.<co>.prt for a non-default
*     company), a 133-column print file produced through the REPORT
*     SECTION below from the same sorted, validated and converted
*     records the rep library is handed, with the region/city/
*     vendor breaks, their totals and a page heading -- so a branch
*     that cannot open the PDF, or a night the rep library fails,
*     still has a report. A resumed run prints the records it
*     skips as well, so the print file is always whole. It is
*     copied as a generation (repoutput.<run-id>.prt), carried in
*     the run catalog, listed in the manifest, and held in
*     quarantine/ with the other outputs.
*   - a statement now opens with the vendor's addressee block --
*     the linked filedb01 contact's name, street, city and e-mail,
*     through the shared vendaddr routine (links kept by vendmaint
*     in vendlink.dat). An unlinked vendor's statement carries a
*     "NO MAILING ADDRESS ON FILE" line; vendlink lists them.
*   - a night started short of a mandatory extract is now on
*     record: the expected-extract check (extcheck) files what was
*     not in into partialnight.dat, and the run's manifest HDR
*     carries a partial-night byte with an MIS record naming each
*     missing site, extract and cutoff -- so a low region total can
*     be traced to the site that never sent.
*   - a transaction rejected for an unknown or held vendor is no
*     longer simply gone: besides its salesvendexc.txt line it is
*     filed whole in the keyed suspense file (salessusp.dat, with
*     the run, company, source file and row it came from), from
*     which salessusp RELEASE puts it back through salesintake in
*     a clean extract once the vendor is on the master and active.
*     A resumed run re-reading its inputs finds the row already
*     filed and leaves it be.
*   - a vendor holding a tax exemption certificate is no longer
*     taxed anyway: before a transaction is priced the shared
*     exemptchk routine looks for one of the vendor's certificates
*     (taxexempt.dat, kept by taxexempt) listing the region and
*     valid on the sales-date, and a covered transaction accrues no
*     tax. Its amount goes into the bucket's exempt column instead
*     of the taxable one, so salestaxreg.txt shows taxable and
*     exempt side by side with an exempt total, and the tax posted
*     to the ledger is the tax actually owed. The exempt amounts
*     are checkpointed with the tax buckets.
*   - an archived row now carries its vendor name and sales-date
*     again as arch-vendor-key, the archive's vendor + date
*     alternate key, so monthstmt and salesxtr can position on one
*     vendor instead of reading the whole year.
*   - each row loaded into the archive is also folded, through the
*     shared daysumupd routine, into the keyed daily sales summary
*     (salesdaysum.dat: company, date, region, city, vendor and
*     sales-type with count, gross, returns and home total) that
*     budgetvar, yearend, salesfcst and vendrestate now read
*     instead of the archive detail (archpurge, archretire and
*     vendmerge keep it in step as they remove, retire or restate
*     rows). A row the summary could not take is counted and the
*     load says to run daysum CHECK.
*   - a clean run now queues each statement it wrote for e-mail to
*     the vendor's linked contact through the shared mailq routine
*     (mailspool.dat, sent by mailsend, listed by mailhist). A
*     quarantined run queues nothing: its statements are held with
*     the rest of its outputs. A statement that could not be
*     queued is named on the console with the reason.
*   - a vendor renamed or merged away through vendmerge is now
*     recognized on incoming extracts: before the master is read,
*     the shared vendalias routine maps the old name to the vendor
*     that survives (vendalias.dat), so a late row under the old
*     name is carried, archived and billed under the survivor. Each
*     row so mapped gets a RENAMED VENDOR line on salesvendexc.txt
*     and is counted on the console.
*   - a quarantined run's statements are now held too: each one is
*     moved into quarantine/ as <run-id>.stmt_<vendor>.txt and
*     listed in quarantine/stmt.<run-id>.lst, so a later run cannot
*     overwrite it; qrelease RELEASE puts them back and queues them
*     for e-mail, DISCARD removes them.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.             
         ASSIGN TO exc-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    SELECT print-file
         ASSIGN TO prt-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    SELECT checkpoint-file
         ASSIGN TO ckpt-filename
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS  IS archyr-fs.
    COPY "archsel.cpy".
    COPY "manifsel.cpy".
    COPY "vterrsel.cpy".
    COPY "xhistsel.cpy".
    COPY "suspsel.cpy".
    SELECT archive-hold-file
         ASSIGN TO hold-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ASSIGN TO "salesnetting.txt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    SELECT partial-night-file
         ASSIGN TO "partialnight.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS partial-fs.
    SELECT stmt-request-file
         ASSIGN TO "stmtrequests.lst"
         ORGANIZATION IS LINE SEQUENTIAL
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS stmt-fs.
    SELECT held-stmt-file
         ASSIGN TO held-stmt-listname
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS held-stmt-fs.
    SELECT run-catalog-file
         ASSIGN TO "runcatalog.dat"
         ORGANIZATION IS LINE SEQUENTIAL
    FD exception-file.
    01 exception-record         pic X(120).

* the line-printer edition; every line comes from the REPORT SECTION.
    FD print-file
        report is sales-print-report.
    01 filler                   pic X(133).

* Records how much of the multi-file run has been completed, so a run
* interrupted partway through a long file list -- or partway through
* one very long file -- can pick up again instead of starting over
     05     ckpt-tax-sales-type         pic X(1).
     05     ckpt-tax-taxable            pic S9(12).
     05     ckpt-tax-amount             pic S9(12).
     05     ckpt-tax-exempt             pic S9(12).
     05     filler                      pic X(113).

    01 ckpt-stm-view redefines checkpoint-record.
     05     ckpt-stm-tag                pic X(3).
 FD  arch-years-file.
 01  arch-year-record        pic X(4).
 COPY "maniffd.cpy".
 COPY "vterrfd.cpy".
 COPY "xhistfd.cpy".
 COPY "suspfd.cpy".

* Per-run holding file for rows bound for the archive: nothing goes
* into salesarch.dat until the whole run has proven clean.
 FD  stmt-request-file.
 01  stmt-request-record     pic X(20).

* what the expected-extract check found not in: check date, site,
* start of the extract's file name, cutoff.
 FD  partial-night-file.
 01  partial-night-record.
     05 pn-date              pic 9(8).
     05 filler               pic X(1).
     05 pn-site              pic X(8).
     05 filler               pic X(1).
     05 pn-prefix            pic X(20).
     05 filler               pic X(1).
     05 pn-cutoff            pic 9(4).

 FD  statement-file.
 01  statement-record        pic X(100).

* One line per statement a quarantined run held back; qrelease
* reads it to put them back and mail them, or to remove them.
 FD  held-stmt-file.
 01  held-stmt-record.
     05 hs-vendor            pic X(20).
     05 filler               pic X(1).
     05 hs-stmt-name         pic X(40).

* One line per retained run-output generation; gencat reads and
* rewrites this file when generations are listed or pruned.
 FD  run-catalog-file.
     05 rc-pdf-name          pic X(40).
     05 rc-csv-name          pic X(40).
     05 rc-exc-name          pic X(40).
     05 rc-prt-name          pic X(40).

 FD  run-lock-file.
 01  run-lock-record.
  77      glacct-filename     pic X(40) value "glaccounts.dat".
  77      glpost-filename     pic X(40) value "glposting.dat".
  77      pdf-output-name     pic X(40) value "repoutput.pdf".
  77      prt-filename        pic X(40) value "repoutput.prt".
* the per-run scratch names carry the company too: a second
* company's fresh run must never rm the default company's resume
* snapshot, and two live runs must not share duplicate, vendor,
  77      stmt-req-fs          pic XX.
  77      stmt-fs              pic XX.
  77      stmt-filename        pic X(100).
  77      held-stmt-fs         pic XX.
  77      held-stmt-listname   pic X(40).
  01      stmt-request-table.
     05     stmt-request-entry occurs 50 times indexed by sqx.
        10     sq-name           pic X(20).
  77      stmt-scan-sub        pic 9(2) comp.
  77      stmt-vendor-work     pic X(20).
  77      stmt-line-written-flag pic X value 'N'.
  01      stmt-addressee.
    05    stmt-addr-contact    pic X(40).
    05    stmt-addr-street     pic X(50).
    05    stmt-addr-city       pic X(20).
    05    stmt-addr-email      pic X(40).
  77      stmt-addr-result     pic X.
  77      mail-kind            pic X(8).
  77      mail-source          pic X(8).
  77      mail-vendor          pic X(20).
  77      mail-contact         pic X(40).
  77      mail-subject         pic X(60).
  77      mail-attachment      pic X(100).
  77      mail-spool-id        pic 9(8).
  77      mail-result          pic X.
* statement start-state carried over from an interrupted run; held
* here because the checkpoint loads before stmtrequests.lst does,
* then applied by name once the request table is up.
  77      gen-pdf-name         pic X(40).
  77      gen-csv-name         pic X(40).
  77      gen-exc-name         pic X(40).
  77      gen-prt-name         pic X(40).
  77      gen-adj-name         pic X(40).
  77      manif-fs             pic XX.
  77      run-start-stamp      pic X(17).
  77      run-end-stamp        pic X(17).
  77      manif-seq-work       pic 9(3) comp.
  77      manif-output-work    pic X(40).
  77      partial-fs           pic XX.
  77      partial-end-flag     pic X.
  77      partial-count        pic 9(2) comp value zeros.
  77      ptx                  pic 9(2) comp.
  01      partial-night-table.
     05     partial-entry occurs 20 times.
        10  pt-site            pic X(8).
        10  pt-prefix          pic X(20).
        10  pt-cutoff          pic 9(4).
  77      lock-fs              pic XX.
  77      interrupted-run-flag pic X.
  77      ctlcard-fs           pic XX.
        10     txa-sales-type     pic X(1).
        10     txa-taxable        pic S9(12) comp.
        10     txa-amount         pic S9(12) comp.
        10     txa-exempt         pic S9(12) comp.
  77      tax-accum-count       pic 9(3) comp value zeros.
  77      tax-amount-work       pic S9(9) comp.
  77      tax-taxable-dsp       pic -(11)9.
  77      tax-amount-dsp        pic -(11)9.
  77      tax-total-work        pic S9(12) comp.
  77      tax-total-dsp         pic -(11)9.
  77      tax-exempt-cert       pic X(20).
  77      tax-exempt-dsp        pic -(11)9.
  77      tax-exempt-total      pic S9(12) comp.
  77      gl-suspense-acct      pic X(8) value "99999999".
  77      gl-posting-date       pic 9(8).
  77      gl-record-count       pic 9(6) comp value zeros.
  77      trailer-mismatch-flag pic X value 'N'.
  77      archived-count        pic 9(8) comp value zeros.
  77      archive-dup-count     pic 9(8) comp value zeros.
  77      daysum-action         pic X.
  77      daysum-posted         pic X.
  77      daysum-miss-count     pic 9(8) comp value zeros.
  77      hold-end-flag         pic X.
  77      ack-fs                pic XX.
  77      ack-filename          pic X(100).
        10     xrt-code           pic X(3).
        10     xrt-rate           pic 9(3)v9(6).
  77      xrate-count           pic 9(2) comp value zeros.
  77      xhist-fs              pic XX.
  77      xrate-date            pic 9(8) value zeros.
  77      home-currency         pic X(3) value "BRL".
  77      sales-home-value      pic S9(12) comp value zeros.
  77      vendmast-fs           pic XX.
  77      vendor-unknown-count  pic 9(6) comp value zeros.
  77      vendor-mismatch-count pic 9(6) comp value zeros.
  77      vendor-held-count     pic 9(6) comp value zeros.
  77      vendor-renamed-count  pic 9(6) comp value zeros.
  77      vendor-survivor       pic X(20).
  77      vendor-renamed-flag   pic X.
  77      suspended-count       pic 9(6) comp value zeros.
  77      susp-fs               pic XX.
  77      susp-active-flag      pic X value 'N'.
    88     susp-active                 value 'Y'.
  77      vterr-fs              pic XX.
  01      territory-table.
     05     territory-entry     occurs 1000 times indexed by tx.
        10     tt-vendor-name     pic X(20).
        10     tt-effective-date  pic 9(8).
        10     tt-region          pic X(17).
        10     tt-city            pic X(20).
  77      territory-count       pic 9(4) comp value zeros.
  77      terr-region           pic X(17).
  77      terr-city             pic X(20).
* the contents page: one entry per section as the run renders it,
* with the page number the rep layer reported at the time.
  01      contents-table.
    88     ckpt-was-loaded             value 'Y'.
  77      keep-reading-flag     pic X.

* The line-printer edition of the sales report. The controls follow
* the sort keys, so each break lands exactly where the rep library
* breaks the PDF; amounts are the converted home-currency values.
 REPORT SECTION.
 RD sales-print-report
    controls are final sales-vendor-region sales-vendor-city
                       sales-vendor-name
    page limit is 60 lines
    heading 1
    first detail 7
    last detail 54
    footing 58.
  01    type is page heading.
   05   line number 1.
    10  column number 2 pic X(33)
            value 'SALES REPORT - PRINTER EDITION'.
    10  column number 60 pic X(4)
            value 'RUN'.
    10  column number 64 pic X(14)
            source run-identifier.
    10  column number 120 pic X(4)
            value 'PAGE'.
    10  column number 125 pic ZZZZ9
            source page-counter.
   05   line number 2.
    10  column number 2 pic X(7)
            value 'COMPANY'.
    10  column number 10 pic X(2)
            source run-company-code.
    10  column number 20 pic X(6)
            value 'PERIOD'.
    10  column number 27 pic 9(4)/99/99
            source report-start-date.
    10  column number 38 pic X(2)
            value 'TO'.
    10  column number 41 pic 9(4)/99/99
            source report-end-date.
    10  column number 60 pic X(8)
            value 'CURRENCY'.
    10  column number 69 pic X(3)
            source home-currency.
   05   line number 4.
    10  column number 2 pic X(6)
            value 'VENDOR'.
    10  column number 24 pic X(4)
            value 'DATE'.
    10  column number 36 pic X(6)
            value 'NUMBER'.
    10  column number 50 pic X(4)
            value 'TYPE'.
    10  column number 55 pic X(3)
            value 'CUR'.
    10  column number 59 pic X(8)
            value 'ORIGINAL'.
    10  column number 70 pic X(12)
            value 'HOME AMOUNT'.
    10  column number 84 pic X(8)
            value 'COMMENTS'.
* one heading per city, naming its region too: a region heading of
* its own would print beneath its first city's.
  01    type is control heading sales-vendor-city.
   05   line number plus 2.
    10  column number 2 pic X(6)
            value 'REGION'.
    10  column number 9 pic X(17)
            source sales-vendor-region.
    10  column number 28 pic X(4)
            value 'CITY'.
    10  column number 33 pic X(20)
            source sales-vendor-city.
  01    print-detail-line type is detail.
   05   line number plus 1.
    10  column number 2 pic X(20)
            source sales-vendor-name.
    10  column number 24 pic 9(4)/99/99
            source sales-date.
    10  column number 36 pic X(13)
            source sales-number.
    10  column number 51 pic X(1)
            source sales-type.
    10  column number 55 pic X(3)
            source orig-currency-dsp.
    10  column number 58 pic -(9)9
            source sales-value.
    10  column number 69 pic -(12)9
            source sales-home-value.
    10  column number 84 pic X(40)
            source sales-comments.
  01    type is control footing sales-vendor-name.
   05   line number plus 1.
    10  column number 6 pic X(12)
            value 'VENDOR TOTAL'.
    10  vendor-prt-total
            column number 69 pic -(12)9
            sum sales-home-value.
  01    type is control footing sales-vendor-city.
   05   line number plus 1.
    10  column number 4 pic X(10)
            value 'CITY TOTAL'.
    10  city-prt-total
            column number 69 pic -(12)9
            sum vendor-prt-total.
  01    type is control footing sales-vendor-region.
   05   line number plus 1.
    10  column number 2 pic X(12)
            value 'REGION TOTAL'.
    10  region-prt-total
            column number 69 pic -(12)9
            sum city-prt-total.
  01    type is control footing final.
   05   line number plus 2.
    10  column number 2 pic X(11)
            value 'GRAND TOTAL'.
    10  column number 69 pic -(12)9
            sum region-prt-total.

 PROCEDURE DIVISION.

  perform 050-GET-PARMS
      open output csv-file
  end-if.
  open output exception-file.
  open output print-file.
  initiate sales-print-report.
  perform 055-OPEN-VENDOR-MASTER.
  perform 055A-OPEN-SUSPENSE.
  perform 041-LOAD-TERRITORIES.
  perform 058-LOAD-EXCHANGE-RATES.
  perform 057-LOAD-COMMISSION-RATES.
  perform 056-LOAD-GL-ACCOUNTS.
      close csv-file
  end-if
  close exception-file
  terminate sales-print-report
  close print-file
  close vendor-exc-file
  close duplicate-file
  close archive-hold-file
  if vendmast-active
      close vendor-master-file
  end-if
  if susp-active
      close sales-suspense-file
  end-if
  display "Exception count (zero/negative sales-value): " exception-count
  display "Unknown-vendor rejects: " vendor-unknown-count
      ", region/city mismatches: " vendor-mismatch-count
  display "Held-vendor rejects: " vendor-held-count
      ", filed in suspense: " suspended-count
  display "Renamed-vendor rows carried under the survivor: "
      vendor-renamed-count
  display "Duplicate invoices skipped: " duplicate-count
  display "Bad-date rejects: " bad-date-count
  if retauth-active
  call "rep_terminate"
  perform 985-CATALOG-OUTPUTS
  perform 990-QUARANTINE-IF-HELD
  if run-quarantined-flag = 'N'
      perform 988-QUEUE-STATEMENTS
  end-if
  perform 995-WRITE-RUN-MANIFEST
  perform 950-WRITE-RUN-HISTORY
  perform 825-REMOVE-WORK-FILES
          move ckpt-tax-sales-type to txa-sales-type (tax)
          move ckpt-tax-taxable    to txa-taxable (tax)
          move ckpt-tax-amount     to txa-amount (tax)
          if ckpt-tax-exempt numeric
              move ckpt-tax-exempt to txa-exempt (tax)
          else
              move zeros to txa-exempt (tax)
          end-if
  end-read.

  048-LOAD-BUCKET-ENTRY.
          delimited by size into glpost-filename
      string "repoutput." run-company-code ".pdf"
          delimited by size into pdf-output-name
      move spaces to prt-filename
      string "repoutput." run-company-code ".prt"
          delimited by size into prt-filename
      move spaces to hold-filename seenw-filename
          vendw-filename vendw-ckp-filename adjw-filename
          inlw-filename
          move sort-type        to sales-type
          move sort-comments    to sales-comments
          move sort-source-index to current-source-index
          perform 104-PRINT-EDITION
          if skip-records-left > 0
              subtract 1 from skip-records-left
          else
          end-if
  end-return.

* The print file is rewritten whole on every run, so a resumed run
* prints the records it skips too -- only the PDF and the other
* accumulators carry forward from the checkpoint.
  104-PRINT-EDITION.
  if sales-date >= report-start-date
      and sales-date <= report-end-date
      if sales-currency = spaces
          move home-currency  to orig-currency-dsp
      else
          move sales-currency to orig-currency-dsp
      end-if
      generate print-detail-line
  end-if.

  100-GENERATE.
  if sales-date >= report-start-date
      and sales-date <= report-end-date
        end-if
  end-read.

* Reads the effective-dated territory history into storage for the
* run. The file is keyed vendor + effective date, so the table comes
* in oldest first per vendor, which is what the lookup in
* 158-FIND-TERRITORY relies on. With no history on file every
* vendor is carried under its master region/city as before.
  041-LOAD-TERRITORIES.
  move zeros to territory-count
  open input vendor-terr-file
  if vterr-fs = "00"
      perform 041-READ-ONE-TERRITORY
        until vterr-fs not = "00"
      close vendor-terr-file
  else
      display "* no territory history (vendterr.dat status "
          vterr-fs "), vendors carried under the master region/city"
  end-if.

  041-READ-ONE-TERRITORY.
  read vendor-terr-file next record
    at end continue
    not at end
        if territory-count < 1000
            add 1 to territory-count
            move vt-vendor-name    to tt-vendor-name (territory-count)
            move vt-effective-date
                to tt-effective-date (territory-count)
            move vt-region         to tt-region (territory-count)
            move vt-city           to tt-city (territory-count)
        else
            display "*** territory table full (1000), dropping "
                vt-vendor-name " " vt-effective-date
        end-if
  end-read.

* Reads the region/sales-type to account-code mapping into storage
* for the run; with no mapping file every bucket posts to the
* suspense account, which finance will notice immediately -- better
* rate and buckets taxable amount and tax the same way 165-ACCUM-GL
* buckets the gross -- so the register and the tax postings tie
* back to exactly what the PDF reported. A pair with no rate on
* file accrues nothing; a transaction a valid exemption certificate
* covers accrues nothing either, its amount bucketed as exempt.
  167-ACCUM-TAX.
  set txx to 1
  search tax-rate-entry
          continue
      when txt-region (txx) = sales-vendor-region
          and txt-sales-type (txx) = sales-type
          call "exemptchk" using sales-vendor-name
              sales-vendor-region sales-date tax-exempt-cert
          if tax-exempt-cert = spaces
              compute tax-amount-work rounded =
                  sales-home-value * txt-rate (txx) / 100
          else
              move zeros to tax-amount-work
          end-if
          perform 168-FOLD-TAX-BUCKET
  end-search.

          perform 169-ADD-TAX-BUCKET
      when txa-region (tax) = sales-vendor-region
          and txa-sales-type (tax) = sales-type
          perform 168A-ADD-TO-TAX-BUCKET
  end-search.

  168A-ADD-TO-TAX-BUCKET.
  if tax-exempt-cert = spaces
      add sales-home-value to txa-taxable (tax)
  else
      add sales-home-value to txa-exempt (tax)
  end-if
  add tax-amount-work to txa-amount (tax).

  169-ADD-TAX-BUCKET.
  if tax-accum-count < 100
      add 1 to tax-accum-count
      set tax to tax-accum-count
      move sales-vendor-region to txa-region (tax)
      move sales-type          to txa-sales-type (tax)
      move zeros to txa-taxable (tax) txa-amount (tax)
          txa-exempt (tax)
      perform 168A-ADD-TO-TAX-BUCKET
  else
      display "*** tax bucket table full (100), "
          sales-vendor-region " " sales-type " tax not accrued"
  else
      display "* no exchange-rate table (exchrates.dat status "
          xrate-fs "), foreign amounts will be taken as home currency"
  end-if
  if xrate-count > 0
      move run-id-date to xrate-date
      perform 059-FILE-RATE-HISTORY
  end-if.

  059-READ-RATE-ENTRY.
        end-if
  end-read.

* Files the day's table into the dated rate history under the run
* date; a second run the same day rewrites the day's rates with
* what it actually applied. A history that cannot be opened is
* reported and the run goes on -- the rates themselves are loaded.
  059-FILE-RATE-HISTORY.
  open i-o exch-hist-file
  if xhist-fs not = "00"
      open output exch-hist-file
      close exch-hist-file
      open i-o exch-hist-file
  end-if
  if xhist-fs not = "00"
      display "*** rate history not written, exchhist.dat status "
          xhist-fs
  else
      perform 059-FILE-ONE-RATE
        varying rx from 1 by 1
        until rx > xrate-count
      close exch-hist-file
  end-if.

  059-FILE-ONE-RATE.
  move spaces        to xh-rec
  move xrt-code (rx) to xh-currency
  move xrate-date    to xh-rate-date
  move xrt-rate (rx) to xh-rate
  move run-id-date   to xh-filed-date
  write xh-rec
      invalid key
          rewrite xh-rec
              invalid key
                  display "*** rate history not accepted for "
                      xh-currency ", status " xhist-fs
          end-rewrite
  end-write.

* Converts the transaction's sales-value into home currency using the
* daily rate for its currency code; blank or home-code transactions
* pass through unchanged. A code with no rate on file is reported to
          " PERIOD " report-start-date " TO " report-end-date
          delimited by size into statement-record
      write statement-record
      perform 187-STATEMENT-ADDRESSEE
      move 'Y' to sq-started (sqx)
  else
      open extend statement-file
  close statement-file
  move 'Y' to stmt-line-written-flag.

* The addressee block under the statement header, from the vendor's
* linked contact; a vendor without one says so on the page.
  187-STATEMENT-ADDRESSEE.
  call "vendaddr" using sales-vendor-name stmt-addressee
      stmt-addr-result
  move spaces to statement-record
  if stmt-addr-result = 'Y'
      string "TO: " stmt-addr-contact
          delimited by size into statement-record
      write statement-record
      move spaces to statement-record
      string "    " stmt-addr-street
          delimited by size into statement-record
      write statement-record
      move spaces to statement-record
      string "    " stmt-addr-city
          delimited by size into statement-record
      write statement-record
      move spaces to statement-record
      string "    " stmt-addr-email
          delimited by size into statement-record
  else
      move "NO MAILING ADDRESS ON FILE" to statement-record
  end-if
  write statement-record.

* Folds the vendor name into a filesystem-safe statement filename:
* stmt_<name>.txt with embedded spaces turned into underscores.
  188-BUILD-STATEMENT-NAME.
      end-if
  end-if.

* The suspense file is created on first use; only a vendor check
* can fill it, so with no vendor master it is not opened at all.
  055A-OPEN-SUSPENSE.
  if vendmast-active
      open i-o sales-suspense-file
      if susp-fs not = "00"
          open output sales-suspense-file
          close sales-suspense-file
          open i-o sales-suspense-file
      end-if
      if susp-fs = "00"
          move 'Y' to susp-active-flag
      else
          display "*** salessusp.dat not usable (status " susp-fs
              "): vendor rejects go to salesvendexc.txt only"
      end-if
  end-if.

* Standardizes the transaction's region and city through the variant
* table before they are compared, sorted or accumulated; a value the
* table knows as neither a variant nor a canonical form is reported
* Looks the transaction's vendor up on the vendor master. An unknown
* vendor rejects the transaction outright (it reaches neither the
* report nor the accumulators); a known vendor whose region or city
* disagree with the territory in force on the sales-date (the
* master's, when the history has nothing older) is flagged and
* carried under that canonical region/city instead, so a typo can't
* split or misplace a subtotal group. Both cases land in
* salesvendexc.txt for review.
  150-VALIDATE-VENDOR.
  move 'Y' to vendor-ok-flag
  perform 154-MAP-RENAMED-VENDOR
  if vendmast-active
      move sales-vendor-name to vm-vendor-name
      read vendor-master-file
                  add 1 to vendor-held-count
                  perform 157-LOG-HELD-VENDOR
              else
                  perform 158-FIND-TERRITORY
                  if sales-vendor-region not = terr-region
                      or sales-vendor-city not = terr-city
                      add 1 to vendor-mismatch-count
                      perform 156-LOG-VENDOR-MISMATCH
                      move terr-region to sales-vendor-region
                      move terr-city   to sales-vendor-city
                  end-if
              end-if
      end-read
  end-if.

* A name vendmerge has retired is carried under the vendor that
* survives it before anything else looks at the row.
  154-MAP-RENAMED-VENDOR.
  call "vendalias" using sales-vendor-name vendor-survivor
      vendor-renamed-flag
  if vendor-renamed-flag = "Y"
      move spaces to vendor-exc-record
      string "RENAMED VENDOR  " sales-vendor-name "  " sales-number
          "  now " vendor-survivor
          delimited by size into vendor-exc-record
      write vendor-exc-record
      move vendor-survivor to sales-vendor-name
      add 1 to vendor-renamed-count
  end-if.

  155-LOG-UNKNOWN-VENDOR.
  move spaces to vendor-exc-record
  string "UNKNOWN VENDOR  " sales-vendor-name "  " sales-number
      "  " sales-vendor-region "  " sales-vendor-city
      delimited by size into vendor-exc-record
  write vendor-exc-record
  move "UNKNOWN" to susp-reason
  perform 157A-SUSPEND-TRANSACTION.

  157-LOG-HELD-VENDOR.
  move spaces to vendor-exc-record
  string "VENDOR ON HOLD  " sales-vendor-name "  " sales-number
      delimited by size into vendor-exc-record
  write vendor-exc-record
  move "HOLD" to susp-reason
  perform 157A-SUSPEND-TRANSACTION.

* Files the rejected row whole in the suspense file under its
* source file and row, the run and company it came through, until
* the vendor is sorted out. A row already on file (a resumed run
* re-reading its inputs) is left as it is.
  157A-SUSPEND-TRANSACTION.
  if susp-active
      move sales-filename      to susp-source-file
      move file-record-count   to susp-row
      move sales-vendor-name   to susp-vendor-name
      move sales-number        to susp-sales-number
      move run-identifier      to susp-run-id
      move run-company-code    to susp-company
      move run-id-date         to susp-held-date
      move "HELD"              to susp-status
      move zeros               to susp-released-date
      move spaces              to susp-release-file
      move sales-record        to susp-sales-image
      write susp-rec
          invalid key continue
          not invalid key add 1 to suspended-count
      end-write
  end-if.

  156-LOG-VENDOR-MISMATCH.
  move spaces to vendor-exc-record
  string "REGION/CITY     " sales-vendor-name "  " sales-number
      "  got " sales-vendor-region "/" sales-vendor-city
      " master " terr-region "/" terr-city
      delimited by size into vendor-exc-record
  write vendor-exc-record.

* The territory in force on the sales-date: the last assignment for
* the vendor effective on or before it. The table is in effective
* date order per vendor, so a later match simply overrides an
* earlier one; no match leaves the master's region/city.
  158-FIND-TERRITORY.
  move vm-vendor-region to terr-region
  move vm-vendor-city   to terr-city
  perform 159-CHECK-ONE-TERRITORY
    varying tx from 1 by 1
    until tx > territory-count.

  159-CHECK-ONE-TERRITORY.
  if tt-vendor-name (tx) = sales-vendor-name
      and tt-effective-date (tx) not > sales-date
      move tt-region (tx) to terr-region
      move tt-city (tx)   to terr-city
  end-if.

* Keeps a running total per distinct sales-vendor-name in the keyed
* vendor work file, so the top-10 vendor ranking below can be built
* from real per-vendor figures instead of the whole-run
* Writes the tax register: one line per region/sales-type bucket
* that accrued tax this run, showing the taxable amount, the rate
* applied and the tax, with the run's total tax at the bottom --
* the figure the liability posting in glposting.dat carries. The
* amounts exemption certificates kept out of tax are shown in their
* own column, after the tax, with their own total.
  932-TAX-REGISTER.
  open output tax-reg-file
  move spaces to tax-reg-record
  string "REGION            T      TAXABLE     RATE          TAX"
      "       EXEMPT" delimited by size into tax-reg-record
  write tax-reg-record
  move zeros to tax-total-work tax-exempt-total
  perform 933-REGISTER-ONE-TAX-BUCKET
    varying tax from 1 by 1
    until tax > tax-accum-count
  string "TOTAL TAX THIS RUN " tax-total-dsp
      delimited by size into tax-reg-record
  write tax-reg-record
  move tax-exempt-total to tax-exempt-dsp
  move spaces to tax-reg-record
  string "TOTAL EXEMPT UNDER CERTIFICATE " tax-exempt-dsp
      delimited by size into tax-reg-record
  write tax-reg-record
  close tax-reg-file.

  933-REGISTER-ONE-TAX-BUCKET.
  perform 938-FIND-TAX-RATE
  move txa-taxable (tax) to tax-taxable-dsp
  move txa-amount (tax)  to tax-amount-dsp
  move txa-exempt (tax)  to tax-exempt-dsp
  add txa-amount (tax)   to tax-total-work
  add txa-exempt (tax)   to tax-exempt-total
  move spaces to tax-reg-record
  string txa-region (tax) " " txa-sales-type (tax)
      " " tax-taxable-dsp " " tax-rate-dsp " " tax-amount-dsp
      " " tax-exempt-dsp
      delimited by size into tax-reg-record
  write tax-reg-record.

      if arch-open-year not = zeros
          close sales-archive-file
      end-if
      move "C" to daysum-action
      call "daysumupd" using daysum-action arch-company
          arch-sales-date arch-region arch-city arch-vendor-name
          arch-sales-type arch-home-value daysum-posted
      display "Archive load: " archived-count " row(s) added, "
          archive-dup-count " already archived"
      if daysum-miss-count > zeros
          display "*** daily summary not posted for "
              daysum-miss-count " row(s) -- run daysum CHECK"
      end-if
  end-if.

  971-OPEN-YEAR-ARCHIVE.
  move hold-source-file  to arch-source-file
  move run-identifier    to arch-run-id
  move run-company-code  to arch-company
  move hold-vendor-name  to arch-vk-vendor
  move hold-sales-date   to arch-vk-date
  write arch-rec
      invalid key add 1 to archive-dup-count
      not invalid key
          add 1 to archived-count
          perform 977-POST-DAILY-SUMMARY
  end-write.

* Each row that lands in the archive is folded into the daily
* summary the reporting programs read, in the same step, so the
* two never part company.
  977-POST-DAILY-SUMMARY.
  move "A" to daysum-action
  call "daysumupd" using daysum-action arch-company
      arch-sales-date arch-region arch-city arch-vendor-name
      arch-sales-type arch-home-value daysum-posted
  if daysum-posted not = "Y"
      add 1 to daysum-miss-count
  end-if.

* Keeps this run's outputs as a dated generation: each one is copied
* to a name carrying the run identifier and the set is registered in
* the catalog, so Friday discovering a bad report no longer means
* Thursday's is already gone. Retention is gencat's job.
  985-CATALOG-OUTPUTS.
  move spaces to gen-pdf-name gen-csv-name gen-exc-name
      gen-prt-name
  string "repoutput." run-identifier ".pdf"
      delimited by size into gen-pdf-name
  string "repoutput." run-identifier ".prt"
      delimited by size into gen-prt-name
  string "salesexceptions." run-identifier ".txt"
      delimited by size into gen-exc-name
  perform 986-COPY-ONE-GENERATION
  move gen-pdf-name     to rc-pdf-name
  move gen-csv-name     to rc-csv-name
  move gen-exc-name     to rc-exc-name
  move gen-prt-name     to rc-prt-name
  write run-catalog-record
  close run-catalog-file.

      gen-exc-name delimited by "  "
      into generation-command
  call "SYSTEM" using generation-command
  move spaces to generation-command
  string "cp " delimited by size
      prt-filename delimited by "  "
      " " delimited by size
      gen-prt-name delimited by "  "
      into generation-command
  call "SYSTEM" using generation-command
  if csv-active-flag = 'Y'
      string "salesreport." run-identifier ".csv"
          delimited by size into gen-csv-name
          gen-csv-name delimited by "  "
          into generation-command
      call "SYSTEM" using generation-command
  end-if
  move spaces to gen-adj-name
  if adjustment-count > 0
      string "salesadjreg." run-identifier ".txt"
          delimited by size into gen-adj-name
      move spaces to generation-command
      string "cp salesadjreg.txt " delimited by size
          gen-adj-name delimited by "  "
          into generation-command
      call "SYSTEM" using generation-command
  end-if.

* Files this run's summary record into the keyed run-history file so
  move txa-sales-type (tax)  to ckpt-tax-sales-type
  move txa-taxable (tax)     to ckpt-tax-taxable
  move txa-amount (tax)      to ckpt-tax-amount
  move txa-exempt (tax)      to ckpt-tax-exempt
  write checkpoint-record.

  818-SAVE-BUCKET-ENTRY.
  open output checkpoint-file
  close checkpoint-file.

* Every statement this run wrote goes on the mail spool for its
* vendor; mailq copies the file as it stands, so the next run's
* stmt_<vendor>.txt cannot change what this one sends.
  988-QUEUE-STATEMENTS.
  perform 989-QUEUE-ONE-STATEMENT
    varying sqx from 1 by 1
    until sqx > stmt-request-count.

  989-QUEUE-ONE-STATEMENT.
  if sq-started (sqx) = 'Y'
      perform 188-BUILD-STATEMENT-NAME
      move "STMT" to mail-kind
      move "report" to mail-source
      move sq-name (sqx) to mail-vendor
      move spaces to mail-contact
      move spaces to mail-subject
      string "Sales statement, run " run-identifier
          delimited by size into mail-subject
      move stmt-filename to mail-attachment
      call "mailq" using mail-kind mail-source mail-vendor
          mail-contact mail-subject mail-attachment mail-spool-id
          mail-result
      evaluate mail-result
          when "Q" continue
          when "N" display "* statement for " sq-name (sqx)
                       " not mailed: no e-mail address on file"
          when "R" display "* statement for " sq-name (sqx)
                       " not mailed: contact refuses e-mail"
          when "A" display "* statement for " sq-name (sqx)
                       " not mailed: " stmt-filename (1:40)
                       " not readable"
          when other display "* statement for " sq-name (sqx)
                       " not mailed: mail spool not writable"
      end-evaluate
  end-if.

* A held run's statements go into quarantine/ under the run
* identifier, as its other outputs do, and are listed for qrelease;
* they are mailed only if the run is released.
  987-HOLD-ONE-STATEMENT.
  if sq-started (sqx) = 'Y'
      perform 188-BUILD-STATEMENT-NAME
      move spaces to generation-command
      string "mv " delimited by size
          stmt-filename delimited by space
          " quarantine/" delimited by size
          run-identifier delimited by size
          "." delimited by size
          stmt-filename delimited by space
          " 2>/dev/null" delimited by size
          into generation-command
      call "SYSTEM" using generation-command
      move spaces to held-stmt-record
      move sq-name (sqx)  to hs-vendor
      move stmt-filename  to hs-stmt-name
      write held-stmt-record
  end-if.

* A run that failed any check has its outputs pulled off the
* current names and into the quarantine area before anything can
* distribute them; the hold is registered for the qrelease utility
      move "mkdir -p quarantine" to generation-command
      call "SYSTEM" using generation-command
      perform 991-QUARANTINE-ONE-NAME
      move spaces to held-stmt-listname
      string "quarantine/stmt." run-identifier ".lst"
          delimited by size into held-stmt-listname
      open output held-stmt-file
      perform 987-HOLD-ONE-STATEMENT
        varying sqx from 1 by 1
        until sqx > stmt-request-count
      close held-stmt-file
      open extend quarantine-reg-file
      if quar-fs not = "00"
          open output quarantine-reg-file
* cataloged generation copies are left alone, so gencat can still
* retrieve the (MISMATCH-marked) generation. The GL posting file
* has no generation copy, so its quarantine name is derived from
* the run identifier the same way qrelease derives it back; the
* print file is held under its generation name, which qrelease
* derives from the run identifier likewise.
  991-QUARANTINE-ONE-NAME.
  move spaces to generation-command
  string "mv " delimited by size
      ".dat 2>/dev/null" delimited by size
      into generation-command
  call "SYSTEM" using generation-command
  move spaces to generation-command
  string "mv " delimited by size
      prt-filename delimited by "  "
      " quarantine/" delimited by size
      gen-prt-name delimited by "  "
      " 2>/dev/null" delimited by size
      into generation-command
  call "SYSTEM" using generation-command
  if csv-active-flag = 'Y'
      move spaces to generation-command
      string "mv " delimited by size
      move grand-total         to mh-grand-total
      move run-quarantined-flag to mh-quarantined
      move run-company-code    to mh-company
      perform 994-LOAD-PARTIAL-NIGHT
      if partial-count > zeros
          move 'Y'             to mh-partial-night
      else
          move 'N'             to mh-partial-night
      end-if
      perform 996-WRITE-MANIFEST-RECORD
      perform 997-MANIFEST-ONE-INPUT
        varying input-file-index from 1 by 1
        until input-file-index > input-file-count
      perform 993-MANIFEST-ONE-MISSING
        varying ptx from 1 by 1
        until ptx > partial-count
      move gen-pdf-name to manif-output-work
      perform 998-MANIFEST-ONE-OUTPUT
      if csv-active-flag = 'Y'
      end-if
      move gen-exc-name to manif-output-work
      perform 998-MANIFEST-ONE-OUTPUT
      move gen-prt-name to manif-output-work
      perform 998-MANIFEST-ONE-OUTPUT
      move "glposting.dat" to manif-output-work
      perform 998-MANIFEST-ONE-OUTPUT
      if gen-adj-name not = spaces
          move gen-adj-name to manif-output-work
          perform 998-MANIFEST-ONE-OUTPUT
      end-if
      perform 999-MANIFEST-RATE-DATE
      move "commregister.txt" to manif-output-work
      perform 998-MANIFEST-ONE-OUTPUT
      move "salesnetting.txt" to manif-output-work
      close run-manifest-file
  end-if.

* The extracts the check found not in on the date this run
* started (the run identifier's date); an older check's verdict is
* not this night's.
  994-LOAD-PARTIAL-NIGHT.
  move zeros to partial-count
  open input partial-night-file
  if partial-fs = "00"
      move 'N' to partial-end-flag
      perform 992-READ-ONE-PARTIAL until partial-end-flag = 'Y'
      close partial-night-file
  end-if
  if partial-count > zeros
      display "*** partial night: " partial-count
          " mandatory extract(s) were not in, see the manifest"
  end-if.

  992-READ-ONE-PARTIAL.
  read partial-night-file
      at end move 'Y' to partial-end-flag
      not at end
          if pn-date = run-identifier (1:8) and partial-count < 20
              add 1 to partial-count
              move pn-site   to pt-site (partial-count)
              move pn-prefix to pt-prefix (partial-count)
              move pn-cutoff to pt-cutoff (partial-count)
          end-if
  end-read.

  993-MANIFEST-ONE-MISSING.
  add 1 to manif-seq-work
  move spaces to manif-rec
  move run-identifier   to manif-run-id
  move manif-seq-work   to manif-seq
  move "MIS"            to manif-rec-type
  move pt-site (ptx)    to mm-site
  move pt-prefix (ptx)  to mm-prefix
  move pt-cutoff (ptx)  to mm-cutoff
  perform 996-WRITE-MANIFEST-RECORD.

  996-WRITE-MANIFEST-RECORD.
  write manif-rec
      invalid key
  end-if
  perform 996-WRITE-MANIFEST-RECORD.

* Which day's rates the run applied, as filed in exchhist.dat.
  999-MANIFEST-RATE-DATE.
  add 1 to manif-seq-work
  move spaces to manif-rec
  move run-identifier     to manif-run-id
  move manif-seq-work     to manif-seq
  move "XRT"              to manif-rec-type
  move xrate-date         to mx-rate-date
  move xrate-count        to mx-rate-count
  perform 996-WRITE-MANIFEST-RECORD.

  200-CONV-DISPLAY.
  move sales-vendor-name   to vendor-name-dsp
  move sales-home-value    to value-dsp
