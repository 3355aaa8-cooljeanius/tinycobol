 IDENTIFICATION DIVISION.
 PROGRAM-ID.    invtrace.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Invoice lifecycle trace: everything the shop knows about one
*    sales-number, in date order, in one place.
*
*    When a vendor disputes an invoice the answer used to take
*    salesinq, salesintake.log, the run manifest, the adjustments
*    registers, aropen.dat, arapply.log, commaccr.dat and a GL
*    batch, each looked at by hand. This program gathers the
*    story from all of them and sorts it by when it happened:
*
*      SALE       the archived row itself (sales date, vendor,
*                 value, type, region, company);
*      INTAKE     the file it arrived in and when salesintake
*                 registered it (intakereg.dat);
*      RUN        the report run that took it, with the run's
*                 figures and the source file's own row count and
*                 amount from the manifest;
*      ADJUST     every line of that run's adjustments register
*                 (salesadjreg.<run-id>.txt) naming the invoice;
*      CONTROL    the run's control outcome -- clean, or
*                 quarantined and why -- and any supervisor
*                 release or discard from quarantine.log;
*      FINDING    every excrepo.dat finding (duplicate, exception,
*                 unmapped ...) whose listing line names it, with
*                 its disposition;
*      ARCHIVE    the archive year file and run that hold the row;
*      AR         the open item on aropen.dat and where it stands;
*      PAYMENT    every arapply.log line applied against it;
*      COMMISSION the commaccr.dat accrual the run fed for the
*                 vendor, and when that was settled;
*      GL         the posting batch and accounts it went to, and
*                 the ledger's acknowledgment from glresponse.dat.
*
*    The trace goes to invtrace.rpt. A number archived under more
*    than one company (or year) is traced once per archived row;
*    findings, the AR item and payments are keyed on the number
*    alone and appear once. The GL accounts shown are those the
*    current glaccounts mapping gives the row's region and type.
*
*    Usage: invtrace <sales-number>
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "archsel.cpy".
    COPY "manifsel.cpy".
    COPY "excsel.cpy".
    COPY "arsel.cpy".
    COPY "commsel.cpy".
    SELECT arch-years-file
         ASSIGN TO "archyears.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS archyr-fs.
    SELECT registry-file
         ASSIGN TO "intakereg.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS registry-fs.
    SELECT adj-register-file
         ASSIGN TO adjreg-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS adjreg-fs.
    SELECT quarantine-reg-file
         ASSIGN TO "quarantine.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS quar-fs.
    SELECT decision-log-file
         ASSIGN TO "quarantine.log"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS decision-fs.
    SELECT apply-log-file
         ASSIGN TO "arapply.log"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS apply-log-fs.
    SELECT gl-account-file
         ASSIGN TO glacct-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS glacct-fs.
    SELECT response-file
         ASSIGN TO "glresponse.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS response-fs.
    SELECT trace-report-file
         ASSIGN TO "invtrace.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    SELECT sort-work-file ASSIGN TO "invtrace.wrk".

 DATA DIVISION.
 FILE SECTION.
 COPY "archfd.cpy".
 COPY "maniffd.cpy".
 COPY "excfd.cpy".
 COPY "arfd.cpy".
 COPY "commfd.cpy".

 FD  arch-years-file.
 01  arch-year-record        pic X(4).

* the intake register exactly as salesintake keeps it.
 FD  registry-file.
 01  registry-record.
     05 reg-run-date         pic 9(8).
     05 filler               pic X(2).
     05 reg-filename         pic X(80).
     05 reg-stamp            pic X(17).

* a run's adjustments register exactly as the report run writes it.
 FD  adj-register-file.
 01  adj-register-record     pic X(100).

* the quarantine register exactly as qrelease keeps it.
 FD  quarantine-reg-file.
 01  quarantine-reg-record.
     05 q-run-id             pic X(14).
     05 filler               pic X(1).
     05 q-reason             pic X(10).
     05 filler               pic X(124).

* qrelease's decision log: stamp, RELEASE or DISCARD, the run id.
 FD  decision-log-file.
 01  decision-log-record.
     05 dl-stamp             pic X(17).
     05 filler               pic X(1).
     05 dl-decision          pic X(8).
     05 filler               pic X(5).
     05 dl-run-id            pic X(14).
     05 filler               pic X(75).

* one application per line: stamp, sales-number, then the detail.
 FD  apply-log-file.
 01  apply-log-record.
     05 al-stamp             pic X(17).
     05 filler               pic X(1).
     05 al-sales-number      pic X(13).
     05 filler               pic X(1).
     05 al-detail            pic X(88).

* the report run's region/sales-type to account mapping.
 FD  gl-account-file.
 01  gl-account-record.
     05 ga-region            pic X(17).
     05 ga-sales-type        pic X(1).
     05 ga-debit-acct        pic X(8).
     05 ga-credit-acct       pic X(8).

* one acknowledgment per line as the ledger side returns them.
 FD  response-file.
 01  response-record.
     05 rsp-run-id           pic X(14).
     05 filler               pic X(1).
     05 rsp-verdict          pic X(8).
     05 filler               pic X(1).
     05 rsp-reason           pic X(60).

 FD  trace-report-file.
 01  trace-report-record     pic X(150).

* when it happened, then the order it was gathered in, so events
* sharing a stamp keep their natural sequence.
    SD sort-work-file.
    01 sort-rec.
     05     sort-stamp             pic X(17).
     05     sort-seq               pic 9(4).
     05     sort-stage             pic X(10).
     05     sort-text              pic X(120).

 WORKING-STORAGE SECTION.
  77      arch-fs             pic XX.
  77      arch-filename       pic X(40).
  77      archyr-fs           pic XX.
  77      manif-fs            pic XX.
  77      excr-fs             pic XX.
  77      ar-fs               pic XX.
  77      comm-fs             pic XX.
  77      registry-fs         pic XX.
  77      adjreg-fs           pic XX.
  77      adjreg-filename     pic X(40).
  77      quar-fs             pic XX.
  77      decision-fs         pic XX.
  77      apply-log-fs        pic XX.
  77      glacct-fs           pic XX.
  77      glacct-filename     pic X(40).
  77      glpost-filename     pic X(40).
  77      response-fs         pic XX.
  77      trace-parm          pic X(20).
  77      trace-number        pic X(13).
  77      number-length       pic 9(2) comp value zeros.
  77      scan-sub            pic 9(3) comp.
  77      scan-last           pic 9(3) comp.
  77      file-end-flag       pic X.
  77      years-end-flag      pic X value 'N'.
    88     years-at-end             value 'Y'.
  77      sort-end-flag       pic X value 'N'.
    88     sort-at-end              value 'Y'.
  77      manif-active-flag   pic X value 'N'.
    88     manif-active             value 'Y'.
  77      hdr-found-flag      pic X.
  77      found-flag          pic X.
  77      held-flag           pic X.
  77      ar-found-flag       pic X value 'N'.
  77      text-found-flag     pic X.
  77      hit-overflow-flag   pic X value 'N'.
  77      event-seq           pic 9(4) comp value zeros.
  77      event-count         pic 9(5) comp value zeros.
  77      event-stamp         pic X(17).
  77      event-stage         pic X(10).
  77      event-text          pic X(120).
  77      when-text           pic X(17).
  77      row-company         pic X(2).
  77      intake-path         pic X(80).
  77      adj-lines-found     pic 9(4) comp.
  77      current-end-stamp   pic X(17).
  77      current-quarantined pic X.
  77      debit-acct          pic X(8).
  77      credit-acct         pic X(8).
  77      ar-balance          pic S9(12).
  77      value-edit          pic -(9)9.
  77      home-edit           pic -(12)9.
  77      amount-edit         pic -(12)9.
  77      paid-edit           pic -(12)9.
  77      balance-edit        pic -(12)9.
  77      base-edit           pic -(12)9.
  77      rate-edit           pic Z9.9999.
  77      rows-edit           pic Z(7)9.
  77      exc-edit            pic Z(5)9.
  77      count-dsp           pic Z(4)9.
  77      hits-dsp            pic Z9.
* the archived rows carrying the number, one per year and company.
  01      hit-table.
     05     hit-entry         occurs 10 times indexed by htx.
      10      ht-year         pic X(4).
      10      ht-sales-date   pic 9(8).
      10      ht-vendor       pic X(20).
      10      ht-value        pic S9(9).
      10      ht-currency     pic X(3).
      10      ht-home-value   pic S9(12).
      10      ht-type         pic X(1).
      10      ht-region       pic X(17).
      10      ht-city         pic X(20).
      10      ht-source       pic X(80).
      10      ht-run-id       pic X(14).
      10      ht-company      pic X(2).
      10      ht-end-stamp    pic X(17).
  77      hit-count           pic 9(2) comp value zeros.

 PROCEDURE DIVISION.
 000-MAIN.
  accept trace-parm from command-line
  move trace-parm (1:13) to trace-number
  if trace-number = spaces
      display "invtrace: give the sales-number to trace"
      display "Usage: invtrace <sales-number>"
      move 8 to return-code
      stop run
  end-if
  perform 050-SIZE-NUMBER
    varying scan-sub from 13 by -1
    until scan-sub < 1 or number-length > 0
  perform 100-FIND-ARCHIVE-ROWS
  sort sort-work-file
    ascending key sort-stamp sort-seq
    input procedure is 200-GATHER-EVENTS
        thru 200-GATHER-EVENTS-EXIT
    output procedure is 500-WRITE-TRACE
        thru 500-WRITE-TRACE-EXIT
  move event-count to count-dsp
  move hit-count to hits-dsp
  if event-count = zeros
      display "invtrace: nothing on file anywhere for "
          trace-number (1:number-length)
  else
      display "invtrace: " count-dsp " event(s) for "
          trace-number (1:number-length) " over " hits-dsp
          " archived row(s); see invtrace.rpt"
  end-if
  stop run.

 050-SIZE-NUMBER.
  if trace-number (scan-sub:1) not = space
      move scan-sub to number-length
  end-if.

* Every year on file is searched through the alternate key; only
* an exact match on the whole number is traced.
 100-FIND-ARCHIVE-ROWS.
  open input arch-years-file
  if archyr-fs not = "00"
      display "invtrace: no archive years on file (archyears.dat "
          "status " archyr-fs "), tracing without the archive"
  else
      perform 110-SEARCH-NEXT-YEAR until years-at-end
      close arch-years-file
  end-if.

 110-SEARCH-NEXT-YEAR.
  read arch-years-file
      at end move 'Y' to years-end-flag
      not at end
          if arch-year-record not = spaces
              perform 120-SEARCH-ONE-YEAR
          end-if
  end-read.

 120-SEARCH-ONE-YEAR.
  move spaces to arch-filename
  string "salesarch." arch-year-record ".dat"
      delimited by size into arch-filename
  open input sales-archive-file
  if arch-fs not = "00"
      display "invtrace: year " arch-year-record " listed but "
          "not readable (status " arch-fs "), skipped"
  else
      move 'N' to file-end-flag
      move trace-number to arch-sales-number
      start sales-archive-file key = arch-sales-number
          invalid key
              move 'Y' to file-end-flag
      end-start
      perform 130-TAKE-ONE-ROW until file-end-flag = 'Y'
      close sales-archive-file
  end-if.

 130-TAKE-ONE-ROW.
  read sales-archive-file next
      at end move 'Y' to file-end-flag
      not at end
          if arch-sales-number not = trace-number
              move 'Y' to file-end-flag
          else
              perform 140-KEEP-ONE-ROW
          end-if
  end-read.

 140-KEEP-ONE-ROW.
  if hit-count not < 10
      move 'Y' to hit-overflow-flag
  else
      add 1 to hit-count
      set htx to hit-count
      move arch-year-record  to ht-year (htx)
      move arch-sales-date   to ht-sales-date (htx)
      move arch-vendor-name  to ht-vendor (htx)
      move arch-value        to ht-value (htx)
      move arch-currency     to ht-currency (htx)
      move arch-home-value   to ht-home-value (htx)
      move arch-sales-type   to ht-type (htx)
      move arch-region       to ht-region (htx)
      move arch-city         to ht-city (htx)
      move arch-source-file  to ht-source (htx)
      move arch-run-id       to ht-run-id (htx)
      move arch-company      to ht-company (htx)
      if ht-company (htx) = spaces
          move "01" to ht-company (htx)
      end-if
      move spaces            to ht-end-stamp (htx)
  end-if.

* Input procedure: every source is asked in turn and each thing it
* knows becomes one event on the sort.
 200-GATHER-EVENTS.
  open input run-manifest-file
  if manif-fs = "00"
      move 'Y' to manif-active-flag
  end-if
  perform 210-TRACE-ONE-ROW
    varying htx from 1 by 1
    until htx > hit-count
  if manif-active
      close run-manifest-file
  end-if
  perform 400-GATHER-FINDINGS
  perform 430-GATHER-AR-ITEM
  perform 450-GATHER-PAYMENTS.
 200-GATHER-EVENTS-EXIT.
  exit.

 210-TRACE-ONE-ROW.
  move ht-home-value (htx) to home-edit
  move ht-value (htx)      to value-edit
  move ht-sales-date (htx) to event-stamp
  move "-00000000"         to event-stamp (9:9)
  move "SALE"              to event-stage
  move spaces to event-text
  string trace-number " " ht-vendor (htx) " " value-edit " "
      ht-currency (htx) " home " home-edit " type " ht-type (htx)
      " " ht-region (htx) " " ht-city (htx) " co "
      ht-company (htx)
      delimited by size into event-text
  perform 900-RELEASE-EVENT
  perform 220-READ-RUN-HEADER
  perform 230-GATHER-INTAKE
  perform 240-GATHER-RUN
  perform 260-GATHER-ADJUSTMENTS
  perform 270-GATHER-CONTROL
  move current-end-stamp to event-stamp
  move "ARCHIVE" to event-stage
  move spaces to event-text
  string "archived in salesarch." ht-year (htx) ".dat by run "
      ht-run-id (htx)
      delimited by size into event-text
  perform 900-RELEASE-EVENT
  perform 300-GATHER-COMMISSION
  perform 350-GATHER-GL.

* The run's HDR record (sequence 000) gives its stamps and control
* outcome; without it the run id itself stands in for both stamps.
 220-READ-RUN-HEADER.
  move 'N' to hdr-found-flag
  move 'N' to current-quarantined
  if manif-active
      move ht-run-id (htx) to manif-run-id
      move zeros           to manif-seq
      move 'Y' to hdr-found-flag
      read run-manifest-file
          invalid key move 'N' to hdr-found-flag
      end-read
  end-if
  if hdr-found-flag = 'Y'
      move mh-end-stamp   to current-end-stamp
      move mh-quarantined to current-quarantined
  else
      move ht-run-id (htx) to event-stamp
      perform 910-STAMP-FROM-RUN-ID
      move event-stamp to current-end-stamp
  end-if
  move current-end-stamp to ht-end-stamp (htx).

* salesintake moved the file to salesproc/<run-date>.<name>; the
* register line whose name builds that path is the arrival.
 230-GATHER-INTAKE.
  move 'N' to found-flag
  open input registry-file
  if registry-fs = "00"
      move 'N' to file-end-flag
      perform 235-CHECK-ONE-REGISTRATION until file-end-flag = 'Y'
      close registry-file
  end-if
  if found-flag = 'N'
      perform 245-SET-RUN-START
      move "INTAKE" to event-stage
      move spaces to event-text
      string "source " delimited by size
          ht-source (htx) delimited by "  "
          " not on the intake register" delimited by size
          into event-text
      perform 900-RELEASE-EVENT
  end-if.

 235-CHECK-ONE-REGISTRATION.
  read registry-file
      at end move 'Y' to file-end-flag
      not at end
          move spaces to intake-path
          string "salesproc/" delimited by size
              reg-run-date delimited by size
              "." delimited by size
              reg-filename delimited by "  "
              into intake-path
          if intake-path = ht-source (htx)
              move 'Y' to found-flag
              move reg-stamp to event-stamp
              move "INTAKE" to event-stage
              move spaces to event-text
              string "registered " delimited by size
                  reg-filename delimited by "  "
                  " for run-date " reg-run-date delimited by size
                  into event-text
              perform 900-RELEASE-EVENT
          end-if
  end-read.

 240-GATHER-RUN.
  perform 245-SET-RUN-START
  move "RUN" to event-stage
  move spaces to event-text
  if hdr-found-flag = 'N'
      string "run " ht-run-id (htx) " not on the manifest"
          delimited by size into event-text
      perform 900-RELEASE-EVENT
  else
      move mh-records-read to rows-edit
      move mh-grand-total  to amount-edit
      string "run " ht-run-id (htx) " co " ht-company (htx)
          " read " rows-edit " row(s), grand total " amount-edit
          ", controls " mh-controls
          delimited by size into event-text
      perform 900-RELEASE-EVENT
      move 'N' to found-flag
      move 'N' to file-end-flag
      perform 250-CHECK-ONE-INPUT until file-end-flag = 'Y'
      if found-flag = 'N'
          move spaces to event-text
          string "source file not manifested for run "
              ht-run-id (htx)
              delimited by size into event-text
          perform 900-RELEASE-EVENT
      end-if
  end-if.

 245-SET-RUN-START.
  if hdr-found-flag = 'Y'
      move ht-run-id (htx) to manif-run-id
      move zeros           to manif-seq
      read run-manifest-file
          invalid key continue
      end-read
      move mh-start-stamp to event-stamp
  else
      move ht-run-id (htx) to event-stamp
      perform 910-STAMP-FROM-RUN-ID
  end-if.

 250-CHECK-ONE-INPUT.
  read run-manifest-file next record
      at end move 'Y' to file-end-flag
      not at end
          if manif-run-id not = ht-run-id (htx)
              move 'Y' to file-end-flag
          else
              if manif-rec-type = "INP"
                  and mi-filename = ht-source (htx)
                  move 'Y' to found-flag
                  move mi-rows   to rows-edit
                  move mi-amount to amount-edit
                  move spaces to event-text
                  string "took " ht-source (htx) (1:60) " "
                      rows-edit " row(s) amount " amount-edit
                      delimited by size into event-text
                  perform 900-RELEASE-EVENT
              end-if
          end-if
  end-read.

 260-GATHER-ADJUSTMENTS.
  move zeros to adj-lines-found
  move spaces to adjreg-filename
  string "salesadjreg." ht-run-id (htx) ".txt"
      delimited by size into adjreg-filename
  open input adj-register-file
  if adjreg-fs = "00"
      perform 245-SET-RUN-START
      move 'N' to file-end-flag
      perform 265-CHECK-ONE-ADJUSTMENT until file-end-flag = 'Y'
      close adj-register-file
  end-if.

 265-CHECK-ONE-ADJUSTMENT.
  read adj-register-file
      at end move 'Y' to file-end-flag
      not at end
          if adj-register-record (1:13) = trace-number
              add 1 to adj-lines-found
              move "ADJUST" to event-stage
              move adj-register-record to event-text
              perform 900-RELEASE-EVENT
          end-if
  end-read.

* Clean, or quarantined: still held (with the reason) or since
* decided, the supervisor's RELEASE or DISCARD dated as logged.
 270-GATHER-CONTROL.
  move current-end-stamp to event-stamp
  move "CONTROL" to event-stage
  move spaces to event-text
  if hdr-found-flag = 'N'
      string "control outcome unknown, run not manifested"
          delimited by size into event-text
      perform 900-RELEASE-EVENT
  else
      if current-quarantined not = 'Y'
          move mh-exception-count to exc-edit
          string "run closed clean, controls " mh-controls
              ", " exc-edit " exception(s)"
              delimited by size into event-text
          perform 900-RELEASE-EVENT
      else
          perform 275-CHECK-QUARANTINE
          move current-end-stamp to event-stamp
          move "CONTROL" to event-stage
          move spaces to event-text
          if held-flag = 'Y'
              string "run QUARANTINED (" q-reason
                  "), outputs still held"
                  delimited by size into event-text
          else
              string "run QUARANTINED at run time, no longer held"
                  delimited by size into event-text
          end-if
          perform 900-RELEASE-EVENT
          perform 280-GATHER-DECISIONS
      end-if
  end-if.

 275-CHECK-QUARANTINE.
  move 'N' to held-flag
  open input quarantine-reg-file
  if quar-fs = "00"
      move 'N' to file-end-flag
      perform 276-CHECK-ONE-HOLD until file-end-flag = 'Y'
      close quarantine-reg-file
  end-if.

 276-CHECK-ONE-HOLD.
  read quarantine-reg-file
      at end move 'Y' to file-end-flag
      not at end
          if q-run-id = ht-run-id (htx)
              move 'Y' to held-flag
              move 'Y' to file-end-flag
          end-if
  end-read.

 280-GATHER-DECISIONS.
  open input decision-log-file
  if decision-fs = "00"
      move 'N' to file-end-flag
      perform 285-CHECK-ONE-DECISION until file-end-flag = 'Y'
      close decision-log-file
  end-if.

 285-CHECK-ONE-DECISION.
  read decision-log-file
      at end move 'Y' to file-end-flag
      not at end
          if dl-run-id = ht-run-id (htx)
              move dl-stamp to event-stamp
              move "CONTROL" to event-stage
              move spaces to event-text
              string "supervisor " decision-log-record (19:100)
                  delimited by size into event-text
              perform 900-RELEASE-EVENT
          end-if
  end-read.

* The run's accrual item for the vendor, and its settlement month
* when paid; the rate shown is the one frozen onto the item.
 300-GATHER-COMMISSION.
  move current-end-stamp to event-stamp
  move "COMMISSION" to event-stage
  move spaces to event-text
  move 'N' to found-flag
  open input comm-accrual-file
  if comm-fs = "00"
      move ht-run-id (htx) to ca-run-id
      move ht-vendor (htx) to ca-vendor-name
      move 'Y' to found-flag
      read comm-accrual-file
          invalid key move 'N' to found-flag
      end-read
      close comm-accrual-file
  end-if
  if found-flag = 'N'
      string "no accrual for " ht-vendor (htx) " on run "
          ht-run-id (htx)
          delimited by size into event-text
      perform 900-RELEASE-EVENT
  else
      move ca-comm-amount to amount-edit
      move ca-base-amount to base-edit
      move ca-rate        to rate-edit
      string "accrued " amount-edit " at " rate-edit
          " on the vendor's run base " base-edit ", " ca-status
          delimited by size into event-text
      perform 900-RELEASE-EVENT
      if ca-item-paid
          move ca-paid-month to event-stamp
          move "99-00000000" to event-stamp (7:11)
          move spaces to event-text
          string "settled under month " ca-paid-month
              ", commpay_" ca-paid-month ".dat"
              delimited by size into event-text
          perform 900-RELEASE-EVENT
      end-if
  end-if.

* The run posted the row's bucket in the company's posting file
* on the accounts its region and type map to; a run still held in
* quarantine sent nothing, so there is nothing to acknowledge.
 350-GATHER-GL.
  move spaces to glacct-filename glpost-filename
  if ht-company (htx) = "01"
      move "glaccounts.dat" to glacct-filename
      move "glposting.dat"  to glpost-filename
  else
      string "glaccounts." ht-company (htx) ".dat"
          delimited by size into glacct-filename
      string "glposting." ht-company (htx) ".dat"
          delimited by size into glpost-filename
  end-if
  if current-quarantined = 'Y'
      perform 275-CHECK-QUARANTINE
  else
      move 'N' to held-flag
  end-if
  move current-end-stamp to event-stamp
  move "GL" to event-stage
  move spaces to event-text
  if held-flag = 'Y'
      string "batch " ht-run-id (htx) " held in quarantine with "
          "the run, not sent to the ledger"
          delimited by size into event-text
      perform 900-RELEASE-EVENT
  else
      perform 360-FIND-ACCOUNTS
      string "batch " ht-run-id (htx) " in " delimited by size
          glpost-filename delimited by space
          " DR " debit-acct " CR " credit-acct delimited by size
          into event-text
      perform 900-RELEASE-EVENT
      perform 370-FIND-ACKNOWLEDGMENT
  end-if.

 360-FIND-ACCOUNTS.
  move "99999999" to debit-acct credit-acct
  open input gl-account-file
  if glacct-fs = "00"
      move 'N' to file-end-flag
      perform 365-CHECK-ONE-ACCOUNT until file-end-flag = 'Y'
      close gl-account-file
  end-if.

 365-CHECK-ONE-ACCOUNT.
  read gl-account-file
      at end move 'Y' to file-end-flag
      not at end
          if ga-region = ht-region (htx)
              and ga-sales-type = ht-type (htx)
              move ga-debit-acct  to debit-acct
              move ga-credit-acct to credit-acct
              move 'Y' to file-end-flag
          end-if
  end-read.

 370-FIND-ACKNOWLEDGMENT.
  move 'N' to found-flag
  open input response-file
  if response-fs = "00"
      move 'N' to file-end-flag
      perform 375-CHECK-ONE-RESPONSE until file-end-flag = 'Y'
      close response-file
  end-if
  move spaces to event-text
  if found-flag = 'N'
      string "no ledger acknowledgment yet for batch "
          ht-run-id (htx)
          delimited by size into event-text
  else
      string "ledger " rsp-verdict " batch " ht-run-id (htx) " "
          rsp-reason
          delimited by size into event-text
  end-if
  perform 900-RELEASE-EVENT.

 375-CHECK-ONE-RESPONSE.
  read response-file
      at end move 'Y' to file-end-flag
      not at end
          if rsp-run-id = ht-run-id (htx)
              move 'Y' to found-flag
              move 'Y' to file-end-flag
          end-if
  end-read.

* Findings are filed under the run that raised them, whatever the
* invoice; the listing line is searched for the number as a word.
 400-GATHER-FINDINGS.
  open input exc-repo-file
  if excr-fs = "00"
      compute scan-last = 121 - number-length
      move 'N' to file-end-flag
      perform 410-CHECK-ONE-FINDING until file-end-flag = 'Y'
      close exc-repo-file
  end-if.

 410-CHECK-ONE-FINDING.
  read exc-repo-file next record
      at end move 'Y' to file-end-flag
      not at end
          move 'N' to text-found-flag
          perform 420-CHECK-ONE-POSITION
            varying scan-sub from 1 by 1
            until scan-sub > scan-last or text-found-flag = 'Y'
          if text-found-flag = 'Y'
              move excr-run-id to event-stamp
              perform 910-STAMP-FROM-RUN-ID
              move "FINDING" to event-stage
              move spaces to event-text
              string excr-source " " excr-status " "
                  excr-text (1:98)
                  delimited by size into event-text
              perform 900-RELEASE-EVENT
              if not excr-new
                  move spaces to event-text
                  string "  " excr-status " to " excr-assigned-to
                      " " excr-disposition
                      delimited by size into event-text
                  perform 900-RELEASE-EVENT
              end-if
          end-if
  end-read.

 420-CHECK-ONE-POSITION.
  if excr-text (scan-sub:number-length)
      = trace-number (1:number-length)
      move 'Y' to text-found-flag
      if scan-sub > 1
          if excr-text (scan-sub - 1:1) not = space
              move 'N' to text-found-flag
          end-if
      end-if
      if scan-sub < scan-last
          if excr-text (scan-sub + number-length:1) not = space
              move 'N' to text-found-flag
          end-if
      end-if
  end-if.

* The open item, placed just after the run that archived it.
 430-GATHER-AR-ITEM.
  open input ar-open-file
  if ar-fs = "00"
      move trace-number to ar-sales-number
      move 'Y' to ar-found-flag
      read ar-open-file
          invalid key move 'N' to ar-found-flag
      end-read
      close ar-open-file
  end-if
  if ar-found-flag = 'Y'
      move ar-run-id to event-stamp
      perform 910-STAMP-FROM-RUN-ID
      perform 435-MATCH-AR-RUN
        varying htx from 1 by 1
        until htx > hit-count
      move ar-open-amount to amount-edit
      move ar-paid-amount to paid-edit
      compute ar-balance = ar-open-amount - ar-paid-amount
      move ar-balance to balance-edit
      move "AR" to event-stage
      move spaces to event-text
      string "item opened for " amount-edit ", applied "
          paid-edit ", still open " balance-edit ", now "
          ar-status
          delimited by size into event-text
      perform 900-RELEASE-EVENT
  end-if.

 435-MATCH-AR-RUN.
  if ht-run-id (htx) = ar-run-id
      move ht-end-stamp (htx) to event-stamp
  end-if.

 450-GATHER-PAYMENTS.
  open input apply-log-file
  if apply-log-fs = "00"
      move 'N' to file-end-flag
      perform 455-CHECK-ONE-APPLICATION until file-end-flag = 'Y'
      close apply-log-file
  end-if.

 455-CHECK-ONE-APPLICATION.
  read apply-log-file
      at end move 'Y' to file-end-flag
      not at end
          if al-sales-number = trace-number
              move al-stamp to event-stamp
              move "PAYMENT" to event-stage
              move al-detail to event-text
              perform 900-RELEASE-EVENT
          end-if
  end-read.

* Output procedure: the events come back in date order, one line
* each, when / stage / what.
 500-WRITE-TRACE.
  open output trace-report-file
  move spaces to trace-report-record
  string "INVOICE TRACE " trace-number
      delimited by size into trace-report-record
  write trace-report-record
  move spaces to trace-report-record
  write trace-report-record
  perform 510-RETURN-ONE-EVENT until sort-at-end
  move spaces to trace-report-record
  write trace-report-record
  if hit-count = zeros
      move "NOT IN THE ARCHIVE" to trace-report-record
      write trace-report-record
  end-if
  if hit-overflow-flag = 'Y'
      move "MORE THAN 10 ARCHIVED ROWS, THE FIRST 10 TRACED"
          to trace-report-record
      write trace-report-record
  end-if
  if ar-found-flag = 'N'
      move "NO OPEN ITEM ON aropen.dat" to trace-report-record
      write trace-report-record
  end-if
  move event-count to count-dsp
  move spaces to trace-report-record
  string "END OF TRACE: " count-dsp " event(s)"
      delimited by size into trace-report-record
  write trace-report-record
  close trace-report-file.
 500-WRITE-TRACE-EXIT.
  exit.

 510-RETURN-ONE-EVENT.
  return sort-work-file
      at end move 'Y' to sort-end-flag
      not at end perform 520-WRITE-ONE-EVENT
  end-return.

 520-WRITE-ONE-EVENT.
  add 1 to event-count
  move spaces to when-text
  evaluate true
  when sort-stamp (7:2) = "99"
      string sort-stamp (1:6) " (month)"
          delimited by size into when-text
  when sort-stamp (10:8) = "00000000"
      move sort-stamp (1:8) to when-text
  when other
      string sort-stamp (1:8) " " sort-stamp (10:2) ":"
          sort-stamp (12:2) ":" sort-stamp (14:2)
          delimited by size into when-text
  end-evaluate
  move spaces to trace-report-record
  string when-text " " sort-stage " " sort-text
      delimited by size into trace-report-record
  write trace-report-record.

 900-RELEASE-EVENT.
  add 1 to event-seq
  move event-stamp to sort-stamp
  move event-seq   to sort-seq
  move event-stage to sort-stage
  move event-text  to sort-text
  release sort-rec.

* Run ids are YYYYMMDDHHMMSS; as a stamp they read YYYYMMDD-HHMMSS
* with zero hundredths, the moment the run started.
 910-STAMP-FROM-RUN-ID.
  move event-stamp (9:6) to when-text
  move "-"               to event-stamp (9:1)
  move when-text (1:6)   to event-stamp (10:6)
  move "00"              to event-stamp (16:2).
