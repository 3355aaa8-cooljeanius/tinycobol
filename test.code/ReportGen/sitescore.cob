 IDENTIFICATION DIVISION.
 PROGRAM-ID.    sitescore.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Monthly data-quality scorecard per sending site.
*
*    The sites never hear how their extracts fared, and nobody here
*    could say which of them makes the most cleanup work. For the
*    month asked for and the month before it, this program gathers
*    per sending site (known by the extract name starts in
*    extsched.dat, as extcheck knows them; a name no schedule line
*    starts is scored under OTHER):
*
*      - intakereg.dat: the files registered, on time or late
*        against the site's cutoff (suspense releases are ours, not
*        the site's, and are passed over);
*      - salesintake.log: the files refused at intake (bad header,
*        run date already registered);
*      - the ackout/ receipts of those files: the rows received and
*        every header/trailer MISMATCH;
*      - the exception repository (excrepo.dat): bad values (zero
*        or negative amounts, unauthorized returns), bad dates,
*        unknown vendors, duplicates and unmapped or misplaced
*        region/city names. A finding names an invoice, not a file,
*        so each run's findings are traced back through the run's
*        manifest: the input files it lists are staged by invoice
*        number in a keyed work file (scorewrk.dat, removed at
*        end), and an unmapped name goes to every file of the run
*        that carries it. A finding whose file is no longer on hand
*        is counted as untraced. Rate and hold findings (no rate
*        for a currency, vendor on hold) and anomaly scores are our
*        own business and are not charged to the sites;
*      - salesresub.dat: the resubmitted files and the invoices
*        they had to bring in.
*
*    Each site gets one page, sitescore_<site>_<YYYYMM>.txt, for
*    sending to its manager: the month beside the month before,
*    every finding also as a rate per thousand rows received, and
*    the trend of the overall rate. sitescore.rpt ranks the sites
*    by that rate, worst first, for us.
*
*    Usage: sitescore <YYYYMM>
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "excsel.cpy".
    COPY "manifsel.cpy".
    SELECT schedule-file
         ASSIGN TO "extsched.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS schedule-fs.
    SELECT registry-file
         ASSIGN TO "intakereg.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS registry-fs.
    SELECT intake-log-file
         ASSIGN TO "salesintake.log"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS intake-log-fs.
    SELECT ack-file
         ASSIGN TO ack-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS ack-fs.
    SELECT resub-log-file
         ASSIGN TO "salesresub.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS resublog-fs.
    SELECT sales-file
         ASSIGN TO sales-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS sales-fs.
    SELECT score-work-file
         ASSIGN TO "scorewrk.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS sw-number
         FILE STATUS  IS scorew-fs.
    SELECT scorecard-file
         ASSIGN TO scorecard-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    SELECT summary-file
         ASSIGN TO "sitescore.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "excfd.cpy".
 COPY "maniffd.cpy".

 FD  schedule-file.
 01  schedule-record.
     05 es-site              pic X(8).
     05 filler               pic X(1).
     05 es-prefix            pic X(20).
     05 filler               pic X(1).
     05 es-days              pic X(7).
     05 filler               pic X(1).
     05 es-cutoff            pic X(4).
     05 es-cutoff-num redefines es-cutoff pic 9(4).
     05 filler               pic X(1).
     05 es-mandatory         pic X(1).

 FD  registry-file.
 01  registry-record.
     05 reg-run-date         pic 9(8).
     05 filler               pic X(2).
     05 reg-filename         pic X(80).
     05 reg-stamp            pic X(17).

 FD  intake-log-file.
 01  intake-log-record.
     05 il-stamp             pic X(17).
     05 filler               pic X(1).
     05 il-message           pic X(142).

 FD  ack-file.
 01  ack-record              pic X(120).

* one invoice a resubmission brought in that the original lacked.
 FD  resub-log-file.
 01  resub-log-record.
     05 rl-sales-number      pic X(13).
     05 rl-vendor-name       pic X(20).
     05 rl-sales-date        pic 9(8).
     05 rl-resub-file        pic X(80).
     05 rl-logged-date       pic 9(8).

 FD  sales-file.
 01  sales-input-record      pic X(151).

* one staged row of the run being traced: the invoice, the run
* input file it came in, and its region/city as the site sent them.
 FD  score-work-file.
 01  sw-rec.
     05 sw-number            pic X(13).
     05 sw-file-index        pic 9(3).
     05 sw-region            pic X(17).
     05 sw-city              pic X(20).

 FD  scorecard-file.
 01  scorecard-record        pic X(80).

 FD  summary-file.
 01  summary-record          pic X(100).

 WORKING-STORAGE SECTION.
  77      excr-fs             pic XX.
  77      manif-fs            pic XX.
  77      schedule-fs         pic XX.
  77      registry-fs         pic XX.
  77      intake-log-fs       pic XX.
  77      ack-fs              pic XX.
  77      resublog-fs         pic XX.
  77      sales-fs            pic XX.
  77      scorew-fs           pic XX.
  77      ack-filename        pic X(100).
  77      sales-filename      pic X(80).
  77      scorecard-filename  pic X(40).
  77      score-cmdline       pic X(80).
  77      score-month         pic X(6).
  77      score-month-num redefines score-month pic 9(6).
  01      prior-month         pic 9(6).
  01      filler redefines prior-month.
     05     pm-year            pic 9(4).
     05     pm-month           pic 9(2).
  77      today-date          pic 9(8).
  77      month-slot          pic 9(1) comp.
  77      item-month          pic X(6).
  77      schedule-end-flag   pic X value 'N'.
  77      registry-end-flag   pic X value 'N'.
  77      intake-log-end-flag pic X value 'N'.
  77      ack-end-flag        pic X.
  77      resub-end-flag      pic X value 'N'.
  77      repo-end-flag       pic X value 'N'.
  77      manif-end-flag      pic X.
  77      sales-end-flag      pic X.
  77      work-end-flag       pic X.
  77      staged-run-id       pic X(14) value spaces.
  77      site-name-work      pic X(80).
  77      base-name-work      pic X(80).
  77      slash-pos           pic 9(2) comp.
  77      scan-sub            pic 9(2) comp.
  77      site-sub            pic 9(2) comp.
  77      site-cutoff         pic 9(4).
  77      best-length         pic 9(2) comp.
  77      reg-hhmm            pic 9(4).
  77      log-word-1          pic X(20).
  77      log-word-2          pic X(30).
  77      log-word-3          pic X(80).
  77      log-word-4          pic X(80).
  77      rows-edit           pic Z(7)9.
  77      rows-text redefines rows-edit pic X(8).
  77      rows-work           pic 9(8).
  77      last-resub-file     pic X(80) value spaces.
  77      finding-number      pic X(13).
  77      finding-kind        pic X(1).
  77      unmapped-kind       pic X(1).
  77      unmapped-value      pic X(20).
  77      dup-head-work       pic X(80).
  77      dup-file-work       pic X(80).
  77      untraced-count      pic 9(6) comp value zeros.
  77      findings-count      pic 9(6) comp value zeros.
  77      count-dsp           pic Z(5)9.
  77      rate-dsp            pic Z(4)9.99.
  77      rate-work           pic 9(5)v99 comp-3.
  77      rank-best           pic S9(5)v99 comp-3.
  77      rank-sub            pic 9(2) comp.
  77      rank-count          pic 9(2) comp value zeros.
  77      trend-word          pic X(14).
  77      line-label          pic X(30).
  77      line-count-1        pic 9(9) comp.
  77      line-count-2        pic 9(9) comp.
  77      rows-base-1         pic 9(9) comp.
  77      rows-base-2         pic 9(9) comp.
  77      count-dsp-1         pic Z(8)9.
  77      count-dsp-2         pic Z(8)9.
  77      rate-dsp-1          pic X(8).
  77      rate-dsp-2          pic X(8).
  77      system-command      pic X(40).

* the extract schedule's name starts, each pointing at its site.
  01      prefix-table.
     05     prefix-entry        occurs 100 times indexed by px.
        10     pf-prefix          pic X(20).
        10     pf-length          pic 9(2) comp.
        10     pf-site-sub        pic 9(2) comp.
        10     pf-cutoff          pic 9(4).
  77      prefix-count        pic 9(3) comp value zeros.

* per site, the figures for the month (1) and the month before (2).
  01      site-table.
     05     site-entry          occurs 60 times indexed by stx.
        10     st-site            pic X(8).
        10     st-ranked          pic X(1).
        10     st-month           occurs 2 times.
           15     sm-registered     pic 9(6) comp.
           15     sm-on-time        pic 9(6) comp.
           15     sm-late           pic 9(6) comp.
           15     sm-rejected       pic 9(6) comp.
           15     sm-mismatch       pic 9(6) comp.
           15     sm-unacked        pic 9(6) comp.
           15     sm-rows           pic 9(9) comp.
           15     sm-bad-value      pic 9(6) comp.
           15     sm-bad-date       pic 9(6) comp.
           15     sm-unknown        pic 9(6) comp.
           15     sm-duplicate      pic 9(6) comp.
           15     sm-unmapped       pic 9(6) comp.
           15     sm-findings       pic 9(6) comp.
           15     sm-resub-files    pic 9(6) comp.
           15     sm-resub-rows     pic 9(6) comp.
           15     sm-rate           pic S9(5)v99 comp-3.
  77      site-count          pic 9(2) comp value zeros.

* the input files of the run being traced, off its manifest.
  01      run-file-table.
     05     run-file-entry      occurs 100 times.
        10     rf-name            pic X(80).
        10     rf-hit             pic X(1).
  77      run-file-count      pic 9(3) comp value zeros.
  77      rf-sub              pic 9(3) comp.

* the extract transaction in the fixed shape.
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

 PROCEDURE DIVISION.
 000-MAIN.
  accept score-cmdline from command-line
  move score-cmdline (1:6) to score-month
  if score-month not numeric
      or score-month (5:2) < "01" or score-month (5:2) > "12"
      display "sitescore: usage: sitescore <YYYYMM>"
      move 8 to return-code
      stop run
  end-if
  accept today-date from date yyyymmdd
  move score-month-num to prior-month
  if pm-month = 1
      subtract 1 from pm-year
      move 12 to pm-month
  else
      subtract 1 from pm-month
  end-if
  move spaces to site-table
  perform 100-LOAD-SCHEDULE
  perform 200-SCORE-REGISTRATIONS
  perform 300-SCORE-REJECTIONS
  perform 400-SCORE-FINDINGS
  perform 500-SCORE-RESUBMISSIONS
  perform 600-WRITE-SCORECARDS
  perform 700-WRITE-RANKING
  move site-count to count-dsp
  display "sitescore: " count-dsp " site(s) scored for "
      score-month "; see sitescore.rpt"
  stop run.

* Every schedule line names one extract; a site sending several
* extracts has as many lines, all pointing at its one entry.
 100-LOAD-SCHEDULE.
  open input schedule-file
  if schedule-fs not = "00"
      display "sitescore: no extsched.dat, every file scored "
          "under OTHER"
  else
      perform 110-TAKE-ONE-SCHEDULED until schedule-end-flag = 'Y'
      close schedule-file
  end-if.

 110-TAKE-ONE-SCHEDULED.
  read schedule-file
      at end move 'Y' to schedule-end-flag
      not at end
          if es-site not = spaces and es-prefix not = spaces
              and prefix-count < 100
              move es-site to site-name-work
              perform 870-FIND-OR-ADD-SITE
              add 1 to prefix-count
              set px to prefix-count
              move es-prefix to pf-prefix (px)
              move zeros to pf-length (px)
              inspect es-prefix tallying pf-length (px)
                  for characters before initial space
              move site-sub to pf-site-sub (px)
              if es-cutoff numeric
                  move es-cutoff-num to pf-cutoff (px)
              else
                  move 2400 to pf-cutoff (px)
              end-if
          end-if
  end-read.

* Suspense releases are ours and are passed over; a site file is
* on time when registered by its extract's cutoff. Its receipt
* says how many rows it carried and whether it added up.
 200-SCORE-REGISTRATIONS.
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
          move reg-stamp (1:6) to item-month
          perform 880-SET-MONTH-SLOT
          if month-slot > 0
              and reg-filename not = spaces
              and reg-filename (1:8) not = "susprel."
              perform 220-SCORE-ONE-REGISTRATION
          end-if
  end-read.

 220-SCORE-ONE-REGISTRATION.
  move reg-filename to site-name-work
  perform 850-FIND-SITE-OF-FILE
  add 1 to sm-registered (site-sub month-slot)
  if site-cutoff not = zeros
      move zeros to reg-hhmm
      if reg-stamp (10:4) numeric
          move reg-stamp (10:4) to reg-hhmm
      end-if
      if reg-hhmm > site-cutoff
          add 1 to sm-late (site-sub month-slot)
      else
          add 1 to sm-on-time (site-sub month-slot)
      end-if
  end-if
  move spaces to ack-filename
  string "ackout/" delimited by size
      reg-run-date delimited by size
      "." delimited by size
      reg-filename delimited by "  "
      ".ack" delimited by size
      into ack-filename
  open input ack-file
  if ack-fs not = "00"
      add 1 to sm-unacked (site-sub month-slot)
  else
      move 'N' to ack-end-flag
      perform 230-TAKE-ONE-ACK-LINE until ack-end-flag = 'Y'
      close ack-file
  end-if.

 230-TAKE-ONE-ACK-LINE.
  read ack-file
      at end move 'Y' to ack-end-flag
      not at end
          if ack-record (1:5) = "ROWS="
              move ack-record (6:8) to rows-text
              move rows-edit to rows-work
              add rows-work to sm-rows (site-sub month-slot)
          end-if
          if ack-record (1:15) = "STATUS=MISMATCH"
              add 1 to sm-mismatch (site-sub month-slot)
          end-if
  end-read.

* "REJECT bad-header <name>" or "REJECT duplicate-run-date <date>
* <name>", after the stamp, are the two ways intake refuses a file.
 300-SCORE-REJECTIONS.
  open input intake-log-file
  if intake-log-fs = "00"
      perform 310-TAKE-ONE-LOG-LINE until intake-log-end-flag = 'Y'
      close intake-log-file
  end-if.

 310-TAKE-ONE-LOG-LINE.
  read intake-log-file
      at end move 'Y' to intake-log-end-flag
      not at end
          if il-message (1:7) = "REJECT "
              move il-stamp (1:6) to item-month
              perform 880-SET-MONTH-SLOT
              if month-slot > 0
                  perform 320-SCORE-ONE-REJECTION
              end-if
          end-if
  end-read.

 320-SCORE-ONE-REJECTION.
  move spaces to log-word-1 log-word-2 log-word-3 log-word-4
  unstring il-message delimited by all space
      into log-word-1 log-word-2 log-word-3 log-word-4
  if log-word-2 = "bad-header"
      move log-word-3 to site-name-work
  else
      move log-word-4 to site-name-work
  end-if
  perform 850-FIND-SITE-OF-FILE
  add 1 to sm-rejected (site-sub month-slot).

* The repository is keyed run by run, so starting at the month
* before and reading on to the end of the month takes both months
* in run order; a run's input files are staged once, on its first
* finding.
 400-SCORE-FINDINGS.
  open input exc-repo-file
  if excr-fs not = "00"
      display "sitescore: no exception repository, findings not "
          "scored (excrepo.dat status " excr-fs ")"
  else
      open input run-manifest-file
      move spaces to excr-rec
      string prior-month "00000000" delimited by size
          into excr-run-id
      move zeros to excr-seq
      start exc-repo-file key not < excr-key
          invalid key move 'Y' to repo-end-flag
      end-start
      perform 410-TAKE-ONE-FINDING until repo-end-flag = 'Y'
      close exc-repo-file
      close run-manifest-file
      if staged-run-id not = spaces
          close score-work-file
          move "rm -f scorewrk.dat" to system-command
          call "SYSTEM" using system-command
      end-if
  end-if.

 410-TAKE-ONE-FINDING.
  read exc-repo-file next
      at end move 'Y' to repo-end-flag
      not at end
          move excr-run-id (1:6) to item-month
          perform 880-SET-MONTH-SLOT
          if excr-run-id (1:6) > score-month
              move 'Y' to repo-end-flag
          else
              if month-slot > 0
                  perform 420-CLASSIFY-FINDING
              end-if
          end-if
  end-read.

* V bad value, D bad date, K unknown vendor, N unmapped or
* misplaced name -- each traced by its invoice; a duplicate names
* the file it came in, an unmapped value is looked for in the run.
 420-CLASSIFY-FINDING.
  move spaces to finding-kind finding-number
  evaluate true
  when excr-source = "EXCEPTION"
      evaluate true
      when excr-text (1:12) = "NO RATE FOR "
          continue
      when excr-text (1:14) = "UNAUTH RETURN "
          move "V" to finding-kind
          move excr-text (15:13) to finding-number
      when excr-text (1:9) = "BAD DATE "
          move "D" to finding-kind
          move excr-text (19:13) to finding-number
      when other
          move "V" to finding-kind
          move excr-text (1:13) to finding-number
      end-evaluate
  when excr-source = "VENDEXC"
      evaluate true
      when excr-text (1:16) = "UNKNOWN VENDOR  "
          move "K" to finding-kind
          move excr-text (39:13) to finding-number
      when excr-text (1:16) = "REGION/CITY     "
          move "N" to finding-kind
          move excr-text (39:13) to finding-number
      when other
          continue
      end-evaluate
  when excr-source = "DUPLICATE"
      perform 460-SCORE-DUPLICATE
  when excr-source = "UNMAPPED"
      if excr-run-id not = staged-run-id
          perform 430-STAGE-RUN
      end-if
      perform 470-SCORE-UNMAPPED
  when other
      continue
  end-evaluate
  if finding-kind not = spaces
      if excr-run-id not = staged-run-id
          perform 430-STAGE-RUN
      end-if
      perform 450-TRACE-FINDING
  end-if.

* The run's input files, off its INP manifest records, each staged
* row by row under its invoice number.
 430-STAGE-RUN.
  if staged-run-id not = spaces
      close score-work-file
  end-if
  open output score-work-file
  close score-work-file
  open i-o score-work-file
  move excr-run-id to staged-run-id
  move zeros to run-file-count
  if manif-fs = "00"
      move staged-run-id to manif-run-id
      move zeros to manif-seq
      move 'N' to manif-end-flag
      start run-manifest-file key not < manif-key
          invalid key move 'Y' to manif-end-flag
      end-start
      perform 435-TAKE-ONE-MANIFEST-RECORD
        until manif-end-flag = 'Y'
  end-if
  perform 440-STAGE-ONE-FILE
    varying rf-sub from 1 by 1
    until rf-sub > run-file-count.

 435-TAKE-ONE-MANIFEST-RECORD.
  read run-manifest-file next
      at end move 'Y' to manif-end-flag
      not at end
          if manif-run-id not = staged-run-id
              move 'Y' to manif-end-flag
          else
              if manif-rec-type = "INP" and run-file-count < 100
                  add 1 to run-file-count
                  move mi-filename to rf-name (run-file-count)
              end-if
          end-if
  end-read.

 440-STAGE-ONE-FILE.
  move rf-name (rf-sub) to sales-filename
  open input sales-file
  if sales-fs = "00"
      move 'N' to sales-end-flag
      perform 445-STAGE-ONE-ROW until sales-end-flag = 'Y'
      close sales-file
  end-if.

 445-STAGE-ONE-ROW.
  read sales-file into sales-record
      at end move 'Y' to sales-end-flag
      not at end
          if (sales-control-tag = "HDR" or sales-control-tag = "TRL")
              and sales-control-run-date numeric
              and sales-control-count numeric
              continue
          else
              move sales-number        to sw-number
              move rf-sub              to sw-file-index
              move sales-vendor-region to sw-region
              move sales-vendor-city   to sw-city
              write sw-rec
                  invalid key continue
              end-write
          end-if
  end-read.

 450-TRACE-FINDING.
  move finding-number to sw-number
  read score-work-file
      invalid key
          add 1 to untraced-count
      not invalid key
          move rf-name (sw-file-index) to site-name-work
          perform 850-FIND-SITE-OF-FILE
          perform 455-CHARGE-FINDING
  end-read.

 455-CHARGE-FINDING.
  evaluate finding-kind
  when "V"   add 1 to sm-bad-value (site-sub month-slot)
  when "D"   add 1 to sm-bad-date (site-sub month-slot)
  when "K"   add 1 to sm-unknown (site-sub month-slot)
  when "U"   add 1 to sm-duplicate (site-sub month-slot)
  when other add 1 to sm-unmapped (site-sub month-slot)
  end-evaluate
  add 1 to sm-findings (site-sub month-slot).

* The copy is the site's doing, not the first sighting: the file
* named after "duplicated in" is the one charged.
 460-SCORE-DUPLICATE.
  move spaces to dup-head-work dup-file-work
  unstring excr-text delimited by "  duplicated in "
      into dup-head-work dup-file-work
  if dup-file-work = spaces
      add 1 to untraced-count
  else
      move dup-file-work to site-name-work
      perform 850-FIND-SITE-OF-FILE
      move "U" to finding-kind
      perform 455-CHARGE-FINDING
      move spaces to finding-kind
  end-if.

* The unmapped listing names a value once per run; every file of
* the run that sent it is charged once.
 470-SCORE-UNMAPPED.
  move excr-text (1:1)  to unmapped-kind
  move excr-text (3:20) to unmapped-value
  perform 475-CLEAR-ONE-HIT
    varying rf-sub from 1 by 1
    until rf-sub > run-file-count
  move 'N' to work-end-flag
  move low-values to sw-number
  start score-work-file key not < sw-number
      invalid key move 'Y' to work-end-flag
  end-start
  perform 480-TEST-ONE-STAGED-ROW until work-end-flag = 'Y'
  move "N" to finding-kind
  move zeros to findings-count
  perform 485-CHARGE-ONE-HIT
    varying rf-sub from 1 by 1
    until rf-sub > run-file-count
  if findings-count = zeros
      add 1 to untraced-count
  end-if
  move spaces to finding-kind.

 475-CLEAR-ONE-HIT.
  move 'N' to rf-hit (rf-sub).

 480-TEST-ONE-STAGED-ROW.
  read score-work-file next
      at end move 'Y' to work-end-flag
      not at end
          if (unmapped-kind = "R" and sw-region = unmapped-value)
              or (unmapped-kind = "C" and sw-city = unmapped-value)
              move 'Y' to rf-hit (sw-file-index)
          end-if
  end-read.

 485-CHARGE-ONE-HIT.
  if rf-hit (rf-sub) = 'Y'
      add 1 to findings-count
      move rf-name (rf-sub) to site-name-work
      perform 850-FIND-SITE-OF-FILE
      perform 455-CHARGE-FINDING
  end-if.

* Each line is one invoice a resubmission had to bring in; a run
* of lines under one file name is one resubmitted file.
 500-SCORE-RESUBMISSIONS.
  open input resub-log-file
  if resublog-fs = "00"
      perform 510-TAKE-ONE-RESUBMISSION until resub-end-flag = 'Y'
      close resub-log-file
  end-if.

 510-TAKE-ONE-RESUBMISSION.
  read resub-log-file
      at end move 'Y' to resub-end-flag
      not at end
          move rl-logged-date (1:6) to item-month
          perform 880-SET-MONTH-SLOT
          if month-slot > 0
              move rl-resub-file to site-name-work
              perform 850-FIND-SITE-OF-FILE
              add 1 to sm-resub-rows (site-sub month-slot)
              if rl-resub-file not = last-resub-file
                  add 1 to sm-resub-files (site-sub month-slot)
              end-if
          end-if
          move rl-resub-file to last-resub-file
  end-read.

 600-WRITE-SCORECARDS.
  perform 610-WRITE-ONE-SCORECARD
    varying stx from 1 by 1
    until stx > site-count.

* A site with nothing in either month gets no page and no place
* in the ranking.
 610-WRITE-ONE-SCORECARD.
  move 'Y' to st-ranked (stx)
  perform 690-SET-RATES
  if sm-registered (stx 1) > zeros or sm-rejected (stx 1) > zeros
      or sm-registered (stx 2) > zeros
      or sm-rejected (stx 2) > zeros
      or sm-findings (stx 1) > zeros
      or sm-findings (stx 2) > zeros
      or sm-resub-rows (stx 1) > zeros
      or sm-resub-rows (stx 2) > zeros
      move 'N' to st-ranked (stx)
      add 1 to rank-count
      perform 620-WRITE-SITE-PAGE
  end-if.

 620-WRITE-SITE-PAGE.
  move spaces to scorecard-filename
  string "sitescore_" delimited by size
      st-site (stx) delimited by space
      "_" score-month ".txt" delimited by size
      into scorecard-filename
  open output scorecard-file
  move spaces to scorecard-record
  string "DATA-QUALITY SCORECARD   SITE " st-site (stx)
      "   MONTH " score-month
      delimited by size into scorecard-record
  write scorecard-record
  move spaces to scorecard-record
  string "PREPARED " today-date
      "   THE MONTH BESIDE THE MONTH BEFORE"
      delimited by size into scorecard-record
  write scorecard-record
  move spaces to scorecard-record
  write scorecard-record
  move spaces to scorecard-record
  string "                                 " score-month
      "             " prior-month
      delimited by size into scorecard-record
  write scorecard-record
  move zeros to rows-base-1 rows-base-2
  move "FILES REGISTERED" to line-label
  move sm-registered (stx 1) to line-count-1
  move sm-registered (stx 2) to line-count-2
  perform 640-WRITE-COUNT-LINE
  move "  ON TIME" to line-label
  move sm-on-time (stx 1) to line-count-1
  move sm-on-time (stx 2) to line-count-2
  perform 640-WRITE-COUNT-LINE
  move "  LATE" to line-label
  move sm-late (stx 1) to line-count-1
  move sm-late (stx 2) to line-count-2
  perform 640-WRITE-COUNT-LINE
  move "FILES REFUSED AT INTAKE" to line-label
  move sm-rejected (stx 1) to line-count-1
  move sm-rejected (stx 2) to line-count-2
  perform 640-WRITE-COUNT-LINE
  move "HEADER/TRAILER MISMATCHES" to line-label
  move sm-mismatch (stx 1) to line-count-1
  move sm-mismatch (stx 2) to line-count-2
  perform 640-WRITE-COUNT-LINE
  move "FILES NOT YET PROCESSED" to line-label
  move sm-unacked (stx 1) to line-count-1
  move sm-unacked (stx 2) to line-count-2
  perform 640-WRITE-COUNT-LINE
  move "ROWS RECEIVED" to line-label
  move sm-rows (stx 1) to line-count-1
  move sm-rows (stx 2) to line-count-2
  perform 640-WRITE-COUNT-LINE
  move "FILES RESUBMITTED" to line-label
  move sm-resub-files (stx 1) to line-count-1
  move sm-resub-files (stx 2) to line-count-2
  perform 640-WRITE-COUNT-LINE
  move "INVOICES RESUBMITTED" to line-label
  move sm-resub-rows (stx 1) to line-count-1
  move sm-resub-rows (stx 2) to line-count-2
  perform 640-WRITE-COUNT-LINE
  move spaces to scorecard-record
  write scorecard-record
  move spaces to scorecard-record
  string "FINDINGS                          COUNT PER 1000"
      "     COUNT PER 1000"
      delimited by size into scorecard-record
  write scorecard-record
  move sm-rows (stx 1) to rows-base-1
  move sm-rows (stx 2) to rows-base-2
  move "BAD VALUES" to line-label
  move sm-bad-value (stx 1) to line-count-1
  move sm-bad-value (stx 2) to line-count-2
  perform 640-WRITE-COUNT-LINE
  move "BAD DATES" to line-label
  move sm-bad-date (stx 1) to line-count-1
  move sm-bad-date (stx 2) to line-count-2
  perform 640-WRITE-COUNT-LINE
  move "UNKNOWN VENDORS" to line-label
  move sm-unknown (stx 1) to line-count-1
  move sm-unknown (stx 2) to line-count-2
  perform 640-WRITE-COUNT-LINE
  move "DUPLICATES" to line-label
  move sm-duplicate (stx 1) to line-count-1
  move sm-duplicate (stx 2) to line-count-2
  perform 640-WRITE-COUNT-LINE
  move "UNMAPPED OR MISPLACED NAMES" to line-label
  move sm-unmapped (stx 1) to line-count-1
  move sm-unmapped (stx 2) to line-count-2
  perform 640-WRITE-COUNT-LINE
  move "ALL FINDINGS" to line-label
  move sm-findings (stx 1) to line-count-1
  move sm-findings (stx 2) to line-count-2
  perform 640-WRITE-COUNT-LINE
  move spaces to scorecard-record
  write scorecard-record
  perform 680-SET-TREND
  move spaces to scorecard-record
  string "TREND IN FINDINGS PER 1000 ROWS: " trend-word
      delimited by size into scorecard-record
  write scorecard-record
  close scorecard-file.

* One label, the month's count and the month before's; with a row
* base set, each count also as a rate per thousand rows received.
 640-WRITE-COUNT-LINE.
  move line-count-1 to count-dsp-1
  move line-count-2 to count-dsp-2
  move spaces to rate-dsp-1 rate-dsp-2
  if rows-base-1 > zeros
      compute rate-work rounded = line-count-1 * 1000 / rows-base-1
      move rate-work to rate-dsp
      move rate-dsp to rate-dsp-1
  end-if
  if rows-base-2 > zeros
      compute rate-work rounded = line-count-2 * 1000 / rows-base-2
      move rate-work to rate-dsp
      move rate-dsp to rate-dsp-2
  end-if
  if rows-base-1 = zeros and rows-base-2 = zeros
      move spaces to scorecard-record
      string line-label count-dsp-1 "          " count-dsp-2
          delimited by size into scorecard-record
  else
      move spaces to scorecard-record
      string line-label count-dsp-1 " " rate-dsp-1 " " count-dsp-2
          " " rate-dsp-2 delimited by size into scorecard-record
  end-if
  write scorecard-record.

 680-SET-TREND.
  evaluate true
  when sm-rows (stx 1) = zeros
      move "NO ROWS" to trend-word
  when sm-rows (stx 2) = zeros
      move "NO COMPARISON" to trend-word
  when sm-rate (stx 1) < sm-rate (stx 2)
      move "BETTER" to trend-word
  when sm-rate (stx 1) > sm-rate (stx 2)
      move "WORSE" to trend-word
  when other
      move "UNCHANGED" to trend-word
  end-evaluate.

* The overall rate per month; a month without rows has none (-1,
* so it ranks below every site that sent anything).
 690-SET-RATES.
  move -1 to sm-rate (stx 1) sm-rate (stx 2)
  if sm-rows (stx 1) > zeros
      compute sm-rate (stx 1) rounded =
          sm-findings (stx 1) * 1000 / sm-rows (stx 1)
  end-if
  if sm-rows (stx 2) > zeros
      compute sm-rate (stx 2) rounded =
          sm-findings (stx 2) * 1000 / sm-rows (stx 2)
  end-if.

* Worst overall rate first, by taking the worst not yet listed
* until every scored site is out.
 700-WRITE-RANKING.
  open output summary-file
  move spaces to summary-record
  string "SENDING-SITE DATA QUALITY   MONTH " score-month
      "   WORST FIRST" delimited by size into summary-record
  write summary-record
  move spaces to summary-record
  write summary-record
  move spaces to summary-record
  string "SITE          ROWS  FINDINGS PER 1000 LAST MONTH  TREND"
      delimited by size into summary-record
  write summary-record
  perform 710-LIST-WORST-SITE rank-count times
  move spaces to summary-record
  write summary-record
  move untraced-count to count-dsp
  move spaces to summary-record
  string "FINDINGS NOT TRACED TO A FILE " count-dsp
      delimited by size into summary-record
  write summary-record
  close summary-file.

 710-LIST-WORST-SITE.
  move zeros to rank-sub
  move -2 to rank-best
  perform 720-TEST-ONE-SITE
    varying stx from 1 by 1
    until stx > site-count
  if rank-sub > zeros
      set stx to rank-sub
      move 'Y' to st-ranked (stx)
      perform 680-SET-TREND
      move sm-rows (stx 1) to count-dsp-1
      move sm-findings (stx 1) to count-dsp-2
      move spaces to rate-dsp-1 rate-dsp-2
      if sm-rows (stx 1) > zeros
          move sm-rate (stx 1) to rate-dsp
          move rate-dsp to rate-dsp-1
      end-if
      if sm-rows (stx 2) > zeros
          move sm-rate (stx 2) to rate-dsp
          move rate-dsp to rate-dsp-2
      end-if
      move spaces to summary-record
      string st-site (stx) " " count-dsp-1 " " count-dsp-2
          " " rate-dsp-1 "   " rate-dsp-2 "  " trend-word
          delimited by size into summary-record
      write summary-record
  end-if.

 720-TEST-ONE-SITE.
  if st-ranked (stx) = 'N' and sm-rate (stx 1) > rank-best
      move sm-rate (stx 1) to rank-best
      set rank-sub to stx
  end-if.

* The site of a file: its name with any directory and any
* salesproc/ run-date stamp taken off, matched against the
* schedule's name starts -- the longest start that fits wins. No
* fit is OTHER, with no cutoff to be late against.
 850-FIND-SITE-OF-FILE.
  move zeros to slash-pos
  perform 855-FIND-LAST-SLASH
    varying scan-sub from 1 by 1
    until scan-sub > 80
  if slash-pos = zeros
      move site-name-work to base-name-work
  else
      move spaces to base-name-work
      move site-name-work (slash-pos + 1:80 - slash-pos)
          to base-name-work
  end-if
  if base-name-work (1:8) numeric and base-name-work (9:1) = "."
      move base-name-work (10:71) to site-name-work
      move site-name-work to base-name-work
  end-if
  move zeros to best-length site-cutoff
  move zeros to site-sub
  perform 860-TEST-ONE-PREFIX
    varying px from 1 by 1
    until px > prefix-count
  if site-sub = zeros
      move "OTHER" to site-name-work
      perform 870-FIND-OR-ADD-SITE
  end-if.

 855-FIND-LAST-SLASH.
  if site-name-work (scan-sub:1) = "/"
      move scan-sub to slash-pos
  end-if.

 860-TEST-ONE-PREFIX.
  if pf-length (px) > best-length
      and base-name-work (1:pf-length (px)) =
          pf-prefix (px) (1:pf-length (px))
      move pf-length (px)   to best-length
      move pf-site-sub (px) to site-sub
      move pf-cutoff (px)   to site-cutoff
  end-if.

* A site seen for the first time takes the next entry; past 60
* sites the last entry takes the overflow.
 870-FIND-OR-ADD-SITE.
  move zeros to site-sub
  perform 875-TEST-ONE-SITE-NAME
    varying stx from 1 by 1
    until stx > site-count or site-sub > zeros
  if site-sub = zeros
      if site-count < 60
          add 1 to site-count
          move site-count to site-sub
          move site-name-work to st-site (site-sub)
          move 'N' to st-ranked (site-sub)
          initialize st-month (site-sub 1) st-month (site-sub 2)
      else
          move site-count to site-sub
      end-if
  end-if.

 875-TEST-ONE-SITE-NAME.
  if st-site (stx) = site-name-work
      set site-sub to stx
  end-if.

* item-month is the YYYYMM of the item in hand: 1 for the month
* scored, 2 for the month before, 0 for any other month.
 880-SET-MONTH-SLOT.
  move zeros to month-slot
  if item-month = score-month
      move 1 to month-slot
  else
      if item-month = prior-month
          move 2 to month-slot
      end-if
  end-if.
