 IDENTIFICATION DIVISION.
 PROGRAM-ID.    invgaps.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Invoice-number sequence gap analysis per vendor.
*
*    The duplicate check catches a number seen twice; this program
*    catches the numbers that never arrived. Upstream numbers its
*    invoices in sequence per vendor, so a hole in a vendor's
*    sequence usually means a transaction that never reached the
*    extract. The archive years the period touches are read in
*    invoice-number order through the arch-sales-number alternate
*    key, and each vendor's numbers in the period are staged in a
*    keyed work file (gapwrk.dat, removed at end) under vendor,
*    prefix and sequence. The sequence is the trailing run of digits
*    in the sales-number, the prefix whatever precedes it; a number
*    with no trailing digits cannot be sequenced and is only
*    counted.
*
*    The report, invgaps.rpt, lists per vendor:
*
*      GAP           every hole in the sequence, first and last
*                    missing number and how many, NEW the first time
*                    it is seen and OPEN on every run after;
*      OUT OF ORDER  a number dated earlier than a lower number of
*                    the same vendor;
*      CLOSED        a gap found on an earlier run that is no longer
*                    missing -- RESUBMITTED when salesdelta logged
*                    the number as added by a resubmission
*                    (salesresub.dat), ARRIVED when it simply came in
*                    on a later extract.
*
*    Every missing number is remembered in the keyed gap register
*    invgaps.dat (vendor + number; the first 100 of a wider hole),
*    with the date it was found and, once filled, the date and the
*    reason it closed, so the completeness control with the sending
*    sites carries from one run to the next.
*
*    Usage: invgaps [from-YYYYMM [to-YYYYMM]]
*    Without arguments the twelve months ending with the last
*    complete month are analyzed; a single month runs from that
*    month through the last complete month.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "archsel.cpy".
    SELECT arch-years-file
         ASSIGN TO "archyears.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS archyr-fs.
    SELECT gap-work-file
         ASSIGN TO "gapwrk.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS gw-key
         FILE STATUS  IS gapw-fs.
    SELECT gap-register-file
         ASSIGN TO "invgaps.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS ig-key
         FILE STATUS  IS gapreg-fs.
    SELECT resub-log-file
         ASSIGN TO "salesresub.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS resublog-fs.
    SELECT gap-report-file
         ASSIGN TO "invgaps.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "archfd.cpy".

 FD  arch-years-file.
 01  arch-year-record        pic X(4).

* one archived invoice of the period, in sequence order per vendor.
 FD  gap-work-file.
 01 gw-rec.
    05  gw-key.
      10  gw-vendor-name       pic X(20).
      10  gw-prefix            pic X(13).
      10  gw-sequence          pic 9(13).
    05  gw-prefix-length       pic 9(02).
    05  gw-width               pic 9(02).
    05  gw-sales-number        pic X(13).
    05  gw-sales-date          pic 9(08).
    05  gw-source-file         pic X(80).

* one missing invoice number, open until it turns up.
 FD  gap-register-file.
 01 ig-rec.
    05  ig-key.
      10  ig-vendor-name       pic X(20).
      10  ig-sales-number      pic X(13).
    05  ig-prefix              pic X(13).
    05  ig-sequence            pic 9(13).
    05  ig-status              pic X(06).
      88  ig-open                    value "OPEN".
      88  ig-closed                  value "CLOSED".
    05  ig-after-date          pic 9(08).
    05  ig-found-date          pic 9(08).
    05  ig-closed-date         pic 9(08).
    05  ig-closed-reason       pic X(11).
    05  ig-closed-by           pic X(80).

* one invoice a resubmission brought in, as salesdelta logs it.
 FD  resub-log-file.
 01  resub-log-record.
     05 rl-sales-number      pic X(13).
     05 rl-vendor-name       pic X(20).
     05 rl-sales-date        pic 9(8).
     05 rl-resub-file        pic X(80).
     05 rl-logged-date       pic 9(8).

 FD  gap-report-file.
 01  gap-report-record       pic X(132).

 WORKING-STORAGE SECTION.
  77      arch-fs             pic XX.
  77      arch-filename       pic X(40).
  77      archyr-fs           pic XX.
  77      gapw-fs             pic XX.
  77      gapreg-fs           pic XX.
  77      resublog-fs         pic XX.
  77      years-end-flag      pic X value 'N'.
    88     years-at-end             value 'Y'.
  77      archive-end-flag    pic X.
    88     archive-at-end           value 'Y'.
  77      work-end-flag       pic X.
    88     work-at-end              value 'Y'.
  77      register-end-flag   pic X.
    88     register-at-end          value 'Y'.
  77      resub-end-flag      pic X value 'N'.
    88     resub-at-end             value 'Y'.
  77      gap-cmdline         pic X(80).
  77      gap-arg-1           pic X(10).
  77      gap-arg-2           pic X(10).
  77      today-date          pic 9(8).
  01      from-month          pic 9(6).
  01      filler redefines from-month.
     05     from-year          pic 9(4).
     05     from-mm            pic 9(2).
  01      to-month            pic 9(6).
  01      filler redefines to-month.
     05     to-year            pic 9(4).
     05     to-mm              pic 9(2).
  77      row-month           pic 9(6).
* the invoices salesdelta logged as brought in by a resubmission.
  01      resub-table.
     05     resub-entry       occurs 2000 times indexed by rsx.
        10     rs-sales-number   pic X(13).
        10     rs-vendor-name    pic X(20).
        10     rs-resub-file     pic X(80).
  77      resub-count         pic 9(4) comp value zeros.
* splitting a sales-number into prefix and trailing sequence.
  77      parse-number        pic X(13).
  77      parse-prefix        pic X(13).
  77      parse-sequence      pic 9(13).
  77      parse-prefix-length pic 9(2) comp.
  77      parse-width         pic 9(2) comp.
  77      parse-last          pic 9(2) comp.
  77      parse-first         pic 9(2) comp.
  77      parse-ok-flag       pic X.
    88     parse-ok                 value 'Y'.
  77      parse-scan-flag     pic X.
    88     parse-scan-done          value 'Y'.
* rebuilding a missing number in the shape of its neighbours.
  77      build-sequence      pic 9(13).
  77      build-digits redefines build-sequence pic X(13).
  77      build-number        pic X(13).
  77      build-start         pic 9(2) comp.
* the sequence walk.
  77      prev-vendor-name    pic X(20).
  77      prev-prefix         pic X(13).
  77      prev-sequence       pic 9(13).
  77      prev-sales-number   pic X(13).
  77      prev-sales-date     pic 9(8).
  77      high-sales-date     pic 9(8).
  77      high-sales-number   pic X(13).
  77      missing-first       pic 9(13).
  77      missing-last        pic 9(13).
  77      missing-sequence    pic 9(13).
  77      missing-count       pic 9(13).
  77      register-limit      pic 9(13).
  77      gap-new-flag        pic X.
    88     gap-is-new               value 'Y'.
  77      first-missing-number pic X(13).
  77      last-missing-number pic X(13).
  77      staged-count        pic 9(8) comp value zeros.
  77      unparsed-count      pic 9(8) comp value zeros.
  77      gap-count           pic 9(6) comp value zeros.
  77      new-gap-count       pic 9(6) comp value zeros.
  77      missing-total       pic 9(8) comp value zeros.
  77      order-count         pic 9(6) comp value zeros.
  77      closed-count        pic 9(6) comp value zeros.
  77      missing-dsp         pic Z(12)9.
  77      count-dsp           pic Z(5)9.
  77      staged-dsp          pic Z(7)9.
  77      work-cmdline        pic X(40).

 PROCEDURE DIVISION.
 000-MAIN.
  accept gap-cmdline from command-line
  unstring gap-cmdline delimited by ' '
      into gap-arg-1 gap-arg-2
  perform 050-TAKE-ARGUMENTS
  perform 080-LOAD-RESUBMISSIONS
  open output gap-work-file
  close gap-work-file
  open i-o gap-work-file
  perform 100-STAGE-ARCHIVED-NUMBERS
  if staged-count = zeros
      display "invgaps: nothing archived from " from-month
          " to " to-month ", no analysis"
      close gap-work-file
      move 8 to return-code
      stop run
  end-if
  open i-o gap-register-file
  if gapreg-fs not = "00"
      open output gap-register-file
      close gap-register-file
      open i-o gap-register-file
  end-if
  if gapreg-fs not = "00"
      display "invgaps: invgaps.dat not usable, status " gapreg-fs
      close gap-work-file
      move 8 to return-code
      stop run
  end-if
  open output gap-report-file
  move spaces to gap-report-record
  string "INVOICE SEQUENCE GAPS PER VENDOR " from-month " TO "
      to-month delimited by size into gap-report-record
  write gap-report-record
  move spaces to gap-report-record
  write gap-report-record
  perform 300-CLOSE-FILLED-GAPS
  perform 400-WALK-SEQUENCES
  perform 600-WRITE-TOTALS
  close gap-report-file
  close gap-register-file
  close gap-work-file
  move "rm -f gapwrk.dat" to work-cmdline
  call "SYSTEM" using work-cmdline
  move staged-count to staged-dsp
  move gap-count to count-dsp
  display "invgaps: " staged-dsp " invoice(s) checked, " count-dsp
      " gap(s); see invgaps.rpt"
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
  if gap-arg-1 (1:6) is numeric
      move gap-arg-1 (1:6) to from-month
  end-if
  if gap-arg-2 (1:6) is numeric
      move gap-arg-2 (1:6) to to-month
  end-if
  if from-mm < 1 or from-mm > 12 or to-mm < 1 or to-mm > 12
      display "invgaps: " from-month " to " to-month
          " is not a range of months"
      move 8 to return-code
      stop run
  end-if
  if from-month > to-month
      display "invgaps: " from-month " is after " to-month
      move 8 to return-code
      stop run
  end-if.

* With no resubmission log every closed gap simply ARRIVED.
 080-LOAD-RESUBMISSIONS.
  open input resub-log-file
  if resublog-fs = "00"
      perform 085-READ-ONE-RESUBMISSION until resub-at-end
      close resub-log-file
  end-if.

 085-READ-ONE-RESUBMISSION.
  read resub-log-file
      at end move 'Y' to resub-end-flag
      not at end
          if resub-count < 2000
              add 1 to resub-count
              move rl-sales-number to rs-sales-number (resub-count)
              move rl-vendor-name  to rs-vendor-name (resub-count)
              move rl-resub-file   to rs-resub-file (resub-count)
          else
              display "invgaps: resubmission table full (2000), "
                  rl-sales-number " not loaded"
          end-if
  end-read.

* Only the years the period touches are opened, each read in
* invoice-number order on the alternate key.
 100-STAGE-ARCHIVED-NUMBERS.
  open input arch-years-file
  if archyr-fs not = "00"
      display "invgaps: no archive years on file "
          "(archyears.dat status " archyr-fs ")"
      move 8 to return-code
      stop run
  end-if
  perform 110-STAGE-ONE-YEAR until years-at-end
  close arch-years-file.

 110-STAGE-ONE-YEAR.
  read arch-years-file
      at end move 'Y' to years-end-flag
      not at end
          if arch-year-record not = spaces
              and arch-year-record >= from-year
              and arch-year-record <= to-year
              perform 120-STAGE-YEAR-FILE
          end-if
  end-read.

 120-STAGE-YEAR-FILE.
  move spaces to arch-filename
  string "salesarch." arch-year-record ".dat"
      delimited by size into arch-filename
  open input sales-archive-file
  if arch-fs not = "00"
      display "invgaps: year " arch-year-record " listed but "
          "not readable (status " arch-fs "), skipped"
  else
      move 'N' to archive-end-flag
      move low-values to arch-sales-number
      start sales-archive-file key >= arch-sales-number
          invalid key move 'Y' to archive-end-flag
      end-start
      perform 130-STAGE-ONE-ROW until archive-at-end
      close sales-archive-file
  end-if.

 130-STAGE-ONE-ROW.
  read sales-archive-file next
      at end move 'Y' to archive-end-flag
      not at end
          move arch-sales-date (1:6) to row-month
          if row-month not < from-month
              and row-month not > to-month
              perform 140-STAGE-ONE-NUMBER
          end-if
  end-read.

* A number seen twice is the duplicate check's business; here the
* first copy staged is all the sequence needs.
 140-STAGE-ONE-NUMBER.
  move arch-sales-number to parse-number
  perform 700-PARSE-NUMBER thru 700-PARSE-EXIT
  if not parse-ok
      add 1 to unparsed-count
  else
      move spaces to gw-rec
      move arch-vendor-name    to gw-vendor-name
      move parse-prefix        to gw-prefix
      move parse-sequence      to gw-sequence
      move parse-prefix-length to gw-prefix-length
      move parse-width         to gw-width
      move arch-sales-number   to gw-sales-number
      move arch-sales-date     to gw-sales-date
      move arch-source-file    to gw-source-file
      write gw-rec
          invalid key continue
          not invalid key add 1 to staged-count
      end-write
  end-if.

* Every gap still open on the register whose number is now in the
* period's archive, or was logged as brought in by a resubmission,
* is closed before the sequences are walked again.
 300-CLOSE-FILLED-GAPS.
  move 'N' to register-end-flag
  move low-values to ig-key
  start gap-register-file key >= ig-key
      invalid key move 'Y' to register-end-flag
  end-start
  perform 310-CHECK-ONE-GAP until register-at-end.

 310-CHECK-ONE-GAP.
  read gap-register-file next
      at end move 'Y' to register-end-flag
      not at end
          if ig-open
              perform 320-JUDGE-OPEN-GAP
          end-if
  end-read.

 320-JUDGE-OPEN-GAP.
  set rsx to 1
  search resub-entry
      at end continue
      when rsx > resub-count
          continue
      when rs-sales-number (rsx) = ig-sales-number
          and rs-vendor-name (rsx) = ig-vendor-name
          move "RESUBMITTED" to ig-closed-reason
          move rs-resub-file (rsx) to ig-closed-by
          perform 340-MARK-GAP-CLOSED
  end-search
  if ig-open
      move ig-vendor-name to gw-vendor-name
      move ig-prefix      to gw-prefix
      move ig-sequence    to gw-sequence
      read gap-work-file
          invalid key continue
          not invalid key
              move "ARRIVED" to ig-closed-reason
              move gw-source-file to ig-closed-by
              perform 340-MARK-GAP-CLOSED
      end-read
  end-if.

 340-MARK-GAP-CLOSED.
  move "CLOSED" to ig-status
  move today-date to ig-closed-date
  rewrite ig-rec
      invalid key continue
  end-rewrite
  add 1 to closed-count
  move spaces to gap-report-record
  string "CLOSED        " ig-vendor-name " " ig-sales-number
      " " ig-closed-reason " " ig-closed-by (1:50)
      delimited by size into gap-report-record
  write gap-report-record.

* The work file comes back in vendor, prefix, sequence order; a
* step of more than one between neighbours is a gap, and a number
* dated before a lower number of the same sequence is out of order.
 400-WALK-SEQUENCES.
  move spaces to prev-vendor-name prev-prefix
  move 'N' to work-end-flag
  move low-values to gw-key
  start gap-work-file key >= gw-key
      invalid key move 'Y' to work-end-flag
  end-start
  perform 410-WALK-ONE-NUMBER until work-at-end.

 410-WALK-ONE-NUMBER.
  read gap-work-file next
      at end move 'Y' to work-end-flag
      not at end
          if gw-vendor-name = prev-vendor-name
              and gw-prefix = prev-prefix
              perform 420-CHECK-STEP
          else
              move gw-sales-date   to high-sales-date
              move gw-sales-number to high-sales-number
          end-if
          move gw-vendor-name  to prev-vendor-name
          move gw-prefix       to prev-prefix
          move gw-sequence     to prev-sequence
          move gw-sales-number to prev-sales-number
          move gw-sales-date   to prev-sales-date
  end-read.

 420-CHECK-STEP.
  if gw-sequence > prev-sequence + 1
      perform 430-REPORT-GAP
  end-if
  if gw-sales-date < high-sales-date
      add 1 to order-count
      move spaces to gap-report-record
      string "OUT OF ORDER  " gw-vendor-name " " gw-sales-number
          " dated " gw-sales-date " after " high-sales-number
          " dated " high-sales-date
          delimited by size into gap-report-record
      write gap-report-record
  else
      move gw-sales-date   to high-sales-date
      move gw-sales-number to high-sales-number
  end-if.

 430-REPORT-GAP.
  add 1 to gap-count
  compute missing-first = prev-sequence + 1
  compute missing-last  = gw-sequence - 1
  compute missing-count = missing-last - missing-first + 1
  add missing-count to missing-total
  move missing-first to build-sequence
  perform 750-BUILD-NUMBER
  move build-number to first-missing-number
  move missing-last to build-sequence
  perform 750-BUILD-NUMBER
  move build-number to last-missing-number
  move 'N' to gap-new-flag
  compute register-limit = missing-first + 99
  if register-limit > missing-last
      move missing-last to register-limit
  end-if
  perform 440-REGISTER-ONE-MISSING
    varying missing-sequence from missing-first by 1
    until missing-sequence > register-limit
  move missing-count to missing-dsp
  move spaces to gap-report-record
  if gap-is-new
      add 1 to new-gap-count
      string "GAP NEW       " gw-vendor-name " "
          first-missing-number " thru " last-missing-number
          missing-dsp " missing after " prev-sales-number
          " dated " prev-sales-date
          delimited by size into gap-report-record
  else
      string "GAP OPEN      " gw-vendor-name " "
          first-missing-number " thru " last-missing-number
          missing-dsp " missing after " prev-sales-number
          " dated " prev-sales-date
          delimited by size into gap-report-record
  end-if
  write gap-report-record.

* A number already on the register keeps the date it was first
* found; any number not seen before makes the whole gap NEW.
 440-REGISTER-ONE-MISSING.
  move missing-sequence to build-sequence
  perform 750-BUILD-NUMBER
  move spaces to ig-rec
  move gw-vendor-name  to ig-vendor-name
  move build-number    to ig-sales-number
  move gw-prefix       to ig-prefix
  move missing-sequence to ig-sequence
  move "OPEN"          to ig-status
  move prev-sales-date to ig-after-date
  move today-date      to ig-found-date
  move zeros           to ig-closed-date
  write ig-rec
      invalid key continue
      not invalid key move 'Y' to gap-new-flag
  end-write.

 600-WRITE-TOTALS.
  move spaces to gap-report-record
  write gap-report-record
  move gap-count to count-dsp
  move missing-total to missing-dsp
  move spaces to gap-report-record
  string "GAPS          " count-dsp "  NUMBERS MISSING " missing-dsp
      delimited by size into gap-report-record
  write gap-report-record
  move new-gap-count to count-dsp
  move spaces to gap-report-record
  string "NEW GAPS      " count-dsp
      delimited by size into gap-report-record
  write gap-report-record
  move order-count to count-dsp
  move spaces to gap-report-record
  string "OUT OF ORDER  " count-dsp
      delimited by size into gap-report-record
  write gap-report-record
  move closed-count to count-dsp
  move spaces to gap-report-record
  string "CLOSED        " count-dsp
      delimited by size into gap-report-record
  write gap-report-record
  if unparsed-count > zeros
      move unparsed-count to count-dsp
      move spaces to gap-report-record
      string "UNSEQUENCED   " count-dsp
          " number(s) with no trailing digits, not checked"
          delimited by size into gap-report-record
      write gap-report-record
  end-if.

* Splits parse-number into the prefix and the trailing run of
* digits: back over trailing spaces to the last character, then
* back over digits to the first of the run.
 700-PARSE-NUMBER.
  move 'N' to parse-ok-flag
  move spaces to parse-prefix
  move zeros to parse-sequence parse-prefix-length parse-width
  move 13 to parse-last
  move 'N' to parse-scan-flag
  perform 710-BACK-OVER-SPACE until parse-scan-done
  if parse-last = zeros
      go to 700-PARSE-EXIT
  end-if
  if parse-number (parse-last:1) not numeric
      go to 700-PARSE-EXIT
  end-if
  move parse-last to parse-first
  move 'N' to parse-scan-flag
  perform 720-BACK-OVER-DIGIT until parse-scan-done
  compute parse-width = parse-last - parse-first + 1
  compute parse-prefix-length = parse-first - 1
  if parse-prefix-length > zeros
      move parse-number (1:parse-prefix-length) to parse-prefix
  end-if
  move parse-number (parse-first:parse-width) to parse-sequence
  move 'Y' to parse-ok-flag.
 700-PARSE-EXIT.
  exit.

 710-BACK-OVER-SPACE.
  if parse-last = zeros
      move 'Y' to parse-scan-flag
  else
      if parse-number (parse-last:1) = space
          subtract 1 from parse-last
      else
          move 'Y' to parse-scan-flag
      end-if
  end-if.

 720-BACK-OVER-DIGIT.
  if parse-first = 1
      move 'Y' to parse-scan-flag
  else
      if parse-number (parse-first - 1:1) numeric
          subtract 1 from parse-first
      else
          move 'Y' to parse-scan-flag
      end-if
  end-if.

* The missing number in the shape of the number that follows the
* gap: the same prefix and the same digit width.
 750-BUILD-NUMBER.
  move spaces to build-number
  compute build-start = 14 - gw-width
  if gw-prefix-length > zeros
      string gw-prefix (1:gw-prefix-length)
          build-digits (build-start:gw-width)
          delimited by size into build-number
  else
      move build-digits (build-start:gw-width) to build-number
  end-if.
