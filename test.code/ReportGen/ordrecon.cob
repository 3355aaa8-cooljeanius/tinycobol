 IDENTIFICATION DIVISION.
 PROGRAM-ID.    ordrecon.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Orders-to-revenue reconciliation: billing, export, archive.
*
*    An order's revenue passes through three hands: tdbbill bills
*    it (billreg.txt, one line per invoice, the invoice document
*    bill_<invoice>.txt naming each order and its lines) and marks
*    it B, tdbexport writes its ORD<ordnum> row into an orders_
*    extract and marks it X, and the report run archives it. This
*    program proves the three agree for a billing period:
*
*      ordrecon <from-YYYYMMDD> <to-YYYYMMDD> [<billing-dir>]
*
*    Every order on an invoice registered in the period is taken
*    (its billed amount summed over every invoice that ever billed
*    it, so a partly shipped order billed twice counts whole),
*    looked for in every orders_ extract still on hand --
*    salesinbox/ (here and in the billing directory, not yet taken
*    in), salesproc/ (registered) and salesreject/ (refused at
*    intake) -- and in the archive under ORD<ordnum>. The billing
*    directory is where tdbbill runs, ../tdb02 when not given.
*    ordrecon.rpt lists each order with its billed, exported and
*    archived amounts and one of:
*
*      OK                  all three agree;
*      NOT EXPORTED        billed, but in no extract;
*      EXPORTED nX         in more than one extract;
*      NOT ARCHIVED        exported but not in the archive, with
*                          why where the shop's files say: the
*                          extract refused or not yet taken in at
*                          intake, registered but not yet run, the
*                          run quarantined, the row rejected for
*                          its vendor (held in salessusp.dat) or
*                          dropped as a duplicate (excrepo.dat);
*      ARCHIVED nX         archived more than once;
*      AMOUNT CHANGED      billed (to whole units, the way tdbexport
*                          rounds) not equal to exported, or
*                          exported not equal to archived.
*
*    Any break ends with RETURN-CODE 12, so the chain raises it;
*    a clean period ends with 0.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "archsel.cpy".
    COPY "manifsel.cpy".
    COPY "excsel.cpy".
    COPY "suspsel.cpy".
    SELECT arch-years-file
         ASSIGN TO "archyears.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS archyr-fs.
    SELECT bill-register-file
         ASSIGN TO billreg-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS billreg-fs.
    SELECT invoice-doc-file
         ASSIGN TO invoice-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS invoice-fs.
    SELECT extract-list-file
         ASSIGN TO "ordrecon.lst"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS extlist-fs.
    SELECT extract-file
         ASSIGN TO extract-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS extract-fs.
    SELECT recon-report-file
         ASSIGN TO "ordrecon.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "archfd.cpy".
 COPY "maniffd.cpy".
 COPY "excfd.cpy".
 COPY "suspfd.cpy".

 FD  arch-years-file.
 01  arch-year-record        pic X(4).

* the billing register exactly as tdbbill appends it.
 FD  bill-register-file.
 01  bill-register-record.
     05 br-stamp             pic X(17).
     05 filler               pic X(9).
     05 br-invoice           pic X(6).
     05 filler               pic X(1).
     05 br-contact           pic X(40).
     05 filler               pic X(47).

* the invoice document: "  ORDER <ordnum> ..." heads each order,
* "    <lineno> <descr> <qty> x <price> <amount>" is each line.
 FD  invoice-doc-file.
 01  invoice-doc-record.
     05 id-order-tag         pic X(8).
     05 id-ordnum            pic X(10).
     05 filler               pic X(82).
 01  invoice-line-record redefines invoice-doc-record.
     05 il-indent            pic X(4).
     05 il-lineno            pic X(3).
     05 filler               pic X(69).
     05 il-amount-text       pic X(13).
     05 filler               pic X(11).

 FD  extract-list-file.
 01  extract-list-record     pic X(100).

* an orders_ extract in the sales.dat layout, HDR/TRL included.
 FD  extract-file.
 01  extract-record.
     05 ex-vendor-name       pic X(20).
     05 ex-sales-date        pic 9(8).
     05 ex-sales-value       pic S9(9).
     05 ex-sales-number      pic X(13).
     05 filler               pic X(101).
 01  extract-control redefines extract-record.
     05 ec-tag               pic X(3).
     05 ec-run-date          pic 9(8).
     05 ec-count             pic 9(8).
     05 filler               pic X(132).

 FD  recon-report-file.
 01  recon-report-record     pic X(150).

 WORKING-STORAGE SECTION.
  77      arch-fs             pic XX.
  77      arch-filename       pic X(40).
  77      archyr-fs           pic XX.
  77      manif-fs            pic XX.
  77      excr-fs             pic XX.
  77      susp-fs             pic XX.
  77      billreg-fs          pic XX.
  77      invoice-fs          pic XX.
  77      extlist-fs          pic XX.
  77      extract-fs          pic XX.
  77      billreg-filename    pic X(80).
  77      invoice-filename    pic X(80).
  77      extract-filename    pic X(100).
  77      billing-dir         pic X(60).
  77      system-command      pic X(250).
  77      recon-cmdline       pic X(100).
  77      recon-from-x        pic X(10).
  77      recon-to-x          pic X(10).
  77      from-date           pic 9(8).
  77      to-date             pic 9(8).
  77      file-end-flag       pic X.
  77      inner-end-flag      pic X.
  77      years-end-flag      pic X value 'N'.
    88     years-at-end             value 'Y'.
  77      pass-flag           pic X.
    88     collecting-pass          value 'C'.
    88     summing-pass             value 'S'.
  77      order-found-flag    pic X.
  77      current-order-ix    pic 9(4) comp.
  77      current-file-ix     pic 9(3) comp.
  77      current-hdr-quar    pic X.
  77      current-where       pic X(8).
  77      search-number       pic X(13).
  77      line-amount-edit    pic -(9)9.99.
  77      line-amount-text    redefines line-amount-edit pic X(13).
  77      line-amount         pic S9(10)v99.
  77      billed-units        pic S9(10).
  77      break-count         pic 9(5) comp value zeros.
  77      ok-count            pic 9(5) comp value zeros.
  77      order-overflow-flag pic X value 'N'.
  77      recon-status        pic X(40).
  77      billed-dsp          pic -(9)9.99.
  77      exported-dsp        pic -(9)9.
  77      archived-dsp        pic -(9)9.
  77      count-dsp           pic Z(4)9.
  77      times-dsp           pic 9.
* one entry per order billed in the period.
  01      order-table.
     05     order-entry       occurs 1000 times indexed by orx.
      10      or-ordnum       pic X(10).
      10      or-contact      pic X(40).
      10      or-invoice      pic X(6).
      10      or-billed       pic S9(10)v99 comp.
      10      or-export-count pic 9(2) comp.
      10      or-export-value pic S9(9) comp.
      10      or-export-file  pic 9(3) comp.
      10      or-arch-count   pic 9(2) comp.
      10      or-arch-value   pic S9(9) comp.
      10      or-arch-run     pic X(14).
      10      or-duplicate    pic X.
      10      or-suspended    pic X.
  77      order-count         pic 9(4) comp value zeros.
* every orders_ extract on hand, where it sits and the run that
* took it in.
  01      extract-table.
     05     extract-entry     occurs 200 times indexed by efx.
      10      ef-path         pic X(100).
      10      ef-where        pic X(8).
      10      ef-run-id       pic X(14).
      10      ef-quarantined  pic X.
  77      extract-count       pic 9(3) comp value zeros.

 PROCEDURE DIVISION.
 000-MAIN.
  accept recon-cmdline from command-line
  unstring recon-cmdline delimited by all ' '
      into recon-from-x recon-to-x billing-dir
  if recon-from-x (1:8) not numeric or recon-to-x (1:8) not numeric
      display "Usage: ordrecon <from-YYYYMMDD> <to-YYYYMMDD> "
          "[<billing-dir>]"
      move 8 to return-code
      stop run
  end-if
  move recon-from-x (1:8) to from-date
  move recon-to-x (1:8)   to to-date
  if billing-dir = spaces
      move "../tdb02" to billing-dir
  end-if
  move spaces to billreg-filename
  string billing-dir delimited by space
      "/billreg.txt" delimited by size
      into billreg-filename
  move 'C' to pass-flag
  perform 100-READ-BILL-REGISTER
  if order-count = zeros
      display "ordrecon: nothing billed from " from-date " to "
          to-date " (" billreg-filename (1:40) " status "
          billreg-fs ")"
      stop run
  end-if
  move 'S' to pass-flag
  perform 100-READ-BILL-REGISTER
  perform 200-SCAN-EXTRACTS
  perform 300-MATCH-EXTRACT-RUNS
  perform 400-SEARCH-ARCHIVE
  perform 450-CHECK-REJECTS
  perform 500-WRITE-RECON-REPORT
  move break-count to count-dsp
  if break-count > zeros
      display "ordrecon: *** " count-dsp " order(s) break between "
          "billing, export and the archive -- see ordrecon.rpt"
      move 12 to return-code
  else
      move ok-count to count-dsp
      display "ordrecon: " count-dsp " order(s) billed from "
          from-date " to " to-date " agree end to end"
  end-if
  stop run.

* Collecting pass: the orders on the period's invoices. Summing
* pass: every invoice ever registered adds its lines to those
* orders, so the billed figure is the order's whole billing.
 100-READ-BILL-REGISTER.
  open input bill-register-file
  if billreg-fs = "00"
      move 'N' to file-end-flag
      perform 110-TAKE-ONE-INVOICE until file-end-flag = 'Y'
      close bill-register-file
  end-if.

 110-TAKE-ONE-INVOICE.
  read bill-register-file
      at end move 'Y' to file-end-flag
      not at end
          if br-invoice is numeric and br-stamp (1:8) is numeric
              if summing-pass
                  perform 120-READ-INVOICE-DOCUMENT
              else
                  if br-stamp (1:8) not < from-date
                      and br-stamp (1:8) not > to-date
                      perform 120-READ-INVOICE-DOCUMENT
                  end-if
              end-if
          end-if
  end-read.

 120-READ-INVOICE-DOCUMENT.
  move spaces to invoice-filename
  string billing-dir delimited by space
      "/bill_" br-invoice ".txt" delimited by size
      into invoice-filename
  open input invoice-doc-file
  if invoice-fs not = "00"
      if collecting-pass
          display "ordrecon: invoice " br-invoice " registered but "
              "its document is gone (" invoice-filename (1:40)
              "), its orders not reconciled"
      end-if
  else
      move zeros to current-order-ix
      move 'N' to inner-end-flag
      perform 130-TAKE-ONE-INVOICE-LINE until inner-end-flag = 'Y'
      close invoice-doc-file
  end-if.

 130-TAKE-ONE-INVOICE-LINE.
  read invoice-doc-file
      at end move 'Y' to inner-end-flag
      not at end
          if id-order-tag = "  ORDER "
              perform 140-FIND-ORDER
          else
              if il-indent = spaces and il-lineno is numeric
                  and summing-pass and current-order-ix > zeros
                  move il-amount-text to line-amount-text
                  move line-amount-edit to line-amount
                  set orx to current-order-ix
                  add line-amount to or-billed (orx)
              end-if
          end-if
  end-read.

 140-FIND-ORDER.
  move 'N' to order-found-flag
  move zeros to current-order-ix
  perform 145-MATCH-ONE-ORDER
    varying orx from 1 by 1
    until orx > order-count or order-found-flag = 'Y'
  if order-found-flag = 'N' and collecting-pass
      if order-count < 1000
          add 1 to order-count
          set orx to order-count
          move id-ordnum  to or-ordnum (orx)
          move br-contact to or-contact (orx)
          move br-invoice to or-invoice (orx)
          move zeros to or-billed (orx) or-export-count (orx)
              or-export-value (orx) or-export-file (orx)
              or-arch-count (orx) or-arch-value (orx)
          move spaces to or-arch-run (orx)
          move 'N' to or-duplicate (orx) or-suspended (orx)
      else
          move 'Y' to order-overflow-flag
      end-if
  end-if.

 145-MATCH-ONE-ORDER.
  if or-ordnum (orx) = id-ordnum
      move 'Y' to order-found-flag
      set current-order-ix to orx
  end-if.

* Every orders_ extract still on hand, wherever intake left it.
 200-SCAN-EXTRACTS.
  move spaces to system-command
  string "ls -1 salesinbox/orders_*.dat salesproc/*.orders_*.dat"
      " salesreject/orders_*.dat " delimited by size
      billing-dir delimited by space
      "/salesinbox/orders_*.dat > ordrecon.lst 2>/dev/null"
      delimited by size
      into system-command
  call "SYSTEM" using system-command
  open input extract-list-file
  if extlist-fs = "00"
      move 'N' to file-end-flag
      perform 210-TAKE-ONE-EXTRACT until file-end-flag = 'Y'
      close extract-list-file
  end-if.

 210-TAKE-ONE-EXTRACT.
  read extract-list-file
      at end move 'Y' to file-end-flag
      not at end
          if extract-list-record not = spaces
              perform 220-READ-ONE-EXTRACT
          end-if
  end-read.

 220-READ-ONE-EXTRACT.
  if extract-count not < 200
      display "ordrecon: extract table full (200), "
          extract-list-record (1:60) " not read"
  else
      add 1 to extract-count
      set efx to extract-count
      move extract-list-record to ef-path (efx)
      move spaces to ef-run-id (efx)
      move 'N' to ef-quarantined (efx)
      evaluate true
      when extract-list-record (1:10) = "salesproc/"
          move "PROC"   to ef-where (efx)
      when extract-list-record (1:12) = "salesreject/"
          move "REJECT" to ef-where (efx)
      when other
          move "INBOX"  to ef-where (efx)
      end-evaluate
      move extract-list-record to extract-filename
      open input extract-file
      if extract-fs = "00"
          move 'N' to inner-end-flag
          perform 230-TAKE-ONE-EXPORT-ROW until inner-end-flag = 'Y'
          close extract-file
      end-if
  end-if.

 230-TAKE-ONE-EXPORT-ROW.
  read extract-file
      at end move 'Y' to inner-end-flag
      not at end
          if (ec-tag = "HDR" or ec-tag = "TRL")
              and ec-run-date is numeric and ec-count is numeric
              continue
          else
              if ex-sales-number (1:3) = "ORD"
                  move ex-sales-number (4:10) to id-ordnum
                  perform 140-FIND-ORDER
                  if order-found-flag = 'Y'
                      set orx to current-order-ix
                      add 1 to or-export-count (orx)
                      move ex-sales-value to or-export-value (orx)
                      set or-export-file (orx) to efx
                  end-if
              end-if
          end-if
  end-read.

* The run that took each registered extract in, and whether the
* run was quarantined: its HDR comes first in key order.
 300-MATCH-EXTRACT-RUNS.
  open input run-manifest-file
  if manif-fs = "00"
      move 'N' to file-end-flag
      perform 310-TAKE-ONE-MANIFEST-REC until file-end-flag = 'Y'
      close run-manifest-file
  end-if.

 310-TAKE-ONE-MANIFEST-REC.
  read run-manifest-file next record
      at end move 'Y' to file-end-flag
      not at end
          if manif-rec-type = "HDR"
              move mh-quarantined to current-hdr-quar
          end-if
          if manif-rec-type = "INP"
              perform 320-MATCH-ONE-EXTRACT
                varying efx from 1 by 1
                until efx > extract-count
          end-if
  end-read.

 320-MATCH-ONE-EXTRACT.
  if ef-path (efx) (1:80) = mi-filename
      move manif-run-id     to ef-run-id (efx)
      move current-hdr-quar to ef-quarantined (efx)
  end-if.

* Each exported order looked up under ORD<ordnum> in every year.
 400-SEARCH-ARCHIVE.
  open input arch-years-file
  if archyr-fs = "00"
      perform 410-SEARCH-NEXT-YEAR until years-at-end
      close arch-years-file
  end-if.

 410-SEARCH-NEXT-YEAR.
  read arch-years-file
      at end move 'Y' to years-end-flag
      not at end
          if arch-year-record not = spaces
              perform 420-SEARCH-ONE-YEAR
          end-if
  end-read.

 420-SEARCH-ONE-YEAR.
  move spaces to arch-filename
  string "salesarch." arch-year-record ".dat"
      delimited by size into arch-filename
  open input sales-archive-file
  if arch-fs = "00"
      perform 430-SEARCH-ONE-ORDER
        varying orx from 1 by 1
        until orx > order-count
      close sales-archive-file
  end-if.

 430-SEARCH-ONE-ORDER.
  if or-export-count (orx) > zeros
      move spaces to search-number
      string "ORD" or-ordnum (orx) delimited by size
          into search-number
      move search-number to arch-sales-number
      move 'N' to inner-end-flag
      start sales-archive-file key = arch-sales-number
          invalid key move 'Y' to inner-end-flag
      end-start
      perform 440-TAKE-ONE-ARCHIVED until inner-end-flag = 'Y'
  end-if.

 440-TAKE-ONE-ARCHIVED.
  read sales-archive-file next
      at end move 'Y' to inner-end-flag
      not at end
          if arch-sales-number not = search-number
              move 'Y' to inner-end-flag
          else
              add 1 to or-arch-count (orx)
              move arch-value  to or-arch-value (orx)
              move arch-run-id to or-arch-run (orx)
          end-if
  end-read.

* Why an exported row never reached the archive, where the run's
* own files say: turned away for its vendor, or a duplicate.
 450-CHECK-REJECTS.
  open input sales-suspense-file
  if susp-fs = "00"
      move 'N' to file-end-flag
      perform 460-CHECK-ONE-SUSPENDED until file-end-flag = 'Y'
      close sales-suspense-file
  end-if
  open input exc-repo-file
  if excr-fs = "00"
      move 'N' to file-end-flag
      perform 470-CHECK-ONE-FINDING until file-end-flag = 'Y'
      close exc-repo-file
  end-if.

 460-CHECK-ONE-SUSPENDED.
  read sales-suspense-file next record
      at end move 'Y' to file-end-flag
      not at end
          if susp-sales-number (1:3) = "ORD" and susp-item-held
              move susp-sales-number (4:10) to id-ordnum
              perform 140-FIND-ORDER
              if order-found-flag = 'Y'
                  set orx to current-order-ix
                  move 'Y' to or-suspended (orx)
              end-if
          end-if
  end-read.

 470-CHECK-ONE-FINDING.
  read exc-repo-file next record
      at end move 'Y' to file-end-flag
      not at end
          if excr-source = "DUPLICATE"
              and excr-text (1:3) = "ORD"
              move excr-text (4:10) to id-ordnum
              perform 140-FIND-ORDER
              if order-found-flag = 'Y'
                  set orx to current-order-ix
                  move 'Y' to or-duplicate (orx)
              end-if
          end-if
  end-read.

 500-WRITE-RECON-REPORT.
  open output recon-report-file
  move spaces to recon-report-record
  string "ORDERS-TO-REVENUE RECONCILIATION, INVOICES REGISTERED "
      from-date " TO " to-date
      delimited by size into recon-report-record
  write recon-report-record
  move spaces to recon-report-record
  write recon-report-record
  move spaces to recon-report-record
  string "ORDER      INVOICE CONTACT                    "
      "      BILLED   EXPORTED   ARCHIVED STATUS"
      delimited by size into recon-report-record
  write recon-report-record
  perform 510-REPORT-ONE-ORDER
    varying orx from 1 by 1
    until orx > order-count
  move spaces to recon-report-record
  write recon-report-record
  if order-overflow-flag = 'Y'
      move "MORE THAN 1000 ORDERS BILLED, THE FIRST 1000 RECONCILED"
          to recon-report-record
      write recon-report-record
  end-if
  move ok-count to count-dsp
  move spaces to recon-report-record
  string "ORDERS AGREEING: " count-dsp
      delimited by size into recon-report-record
  write recon-report-record
  move break-count to count-dsp
  move spaces to recon-report-record
  string "ORDERS BREAKING: " count-dsp
      delimited by size into recon-report-record
  write recon-report-record
  close recon-report-file.

 510-REPORT-ONE-ORDER.
  perform 520-DECIDE-STATUS
  if recon-status = "OK"
      add 1 to ok-count
  else
      add 1 to break-count
  end-if
  move or-billed (orx)       to billed-dsp
  move or-export-value (orx) to exported-dsp
  move or-arch-value (orx)   to archived-dsp
  move spaces to recon-report-record
  string or-ordnum (orx) " " or-invoice (orx) "  "
      or-contact (orx) (1:25) " " billed-dsp " " exported-dsp
      " " archived-dsp " " recon-status
      delimited by size into recon-report-record
  write recon-report-record.

* The first break found stands for the order; the amounts are only
* compared once the row has been through every stage once.
 520-DECIDE-STATUS.
  move spaces to recon-status
  compute billed-units rounded = or-billed (orx)
  evaluate true
  when or-export-count (orx) = zeros
      move "NOT EXPORTED" to recon-status
  when or-export-count (orx) > 1
      move or-export-count (orx) to times-dsp
      string "EXPORTED " times-dsp "X" delimited by size
          into recon-status
  when or-arch-count (orx) = zeros
      perform 530-WHY-NOT-ARCHIVED
  when or-arch-count (orx) > 1
      move or-arch-count (orx) to times-dsp
      string "ARCHIVED " times-dsp "X" delimited by size
          into recon-status
  when billed-units not = or-export-value (orx)
      move "AMOUNT CHANGED, BILLED TO EXPORTED" to recon-status
  when or-export-value (orx) not = or-arch-value (orx)
      move "AMOUNT CHANGED, EXPORTED TO ARCHIVED" to recon-status
  when other
      move "OK" to recon-status
  end-evaluate.

 530-WHY-NOT-ARCHIVED.
  set efx to or-export-file (orx)
  evaluate true
  when ef-where (efx) = "REJECT"
      move "NOT ARCHIVED, EXTRACT REFUSED AT INTAKE"
          to recon-status
  when ef-where (efx) = "INBOX"
      move "NOT ARCHIVED, EXTRACT NOT YET TAKEN IN"
          to recon-status
  when ef-run-id (efx) = spaces
      move "NOT ARCHIVED, REGISTERED, NOT YET RUN"
          to recon-status
  when ef-quarantined (efx) = 'Y'
      string "NOT ARCHIVED, RUN " ef-run-id (efx) " QUARANTINED"
          delimited by size into recon-status
  when or-suspended (orx) = 'Y'
      move "NOT ARCHIVED, VENDOR REJECT IN SUSPENSE"
          to recon-status
  when or-duplicate (orx) = 'Y'
      move "NOT ARCHIVED, DROPPED AS DUPLICATE" to recon-status
  when other
      string "NOT ARCHIVED, RUN " ef-run-id (efx)
          delimited by size into recon-status
  end-evaluate.
