 IDENTIFICATION DIVISION.
 PROGRAM-ID.    taxexempt.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Tax exemption certificates per vendor: upkeep, listing and
*    the renewal chase.
*
*    A vendor holding a valid exemption certificate is not to be
*    taxed on the sales it covers. The certificates live in the
*    keyed taxexempt.dat, one record per vendor and certificate
*    number with the regions it covers (up to five) and its
*    valid-from and expiry dates; the report run and taxreturn both
*    ask the shared exemptchk routine about every transaction they
*    price, and a covered one accrues no tax.
*
*      taxexempt LIST
*          every certificate on file, VALID, EXPIRED or NOT YET
*          VALID as of today, to taxexempt.rpt.
*      taxexempt ADD <supervisor>
*          file a certificate: prompts for the vendor (which must
*          be on vendmast.dat when there is a master), the
*          certificate number, valid-from and expiry dates and the
*          regions covered, a blank region ending the list. A
*          renewal is filed under its new number; a number already
*          on file for the vendor is refused.
*      taxexempt REMOVE <supervisor>
*          take a certificate off file, prompting for the vendor
*          and certificate number.
*      taxexempt EXPIRING [<days>]
*          the certificates expiring from today through the next
*          <days> days (60 when not given) to taxexexp.rpt, so the
*          renewals are chased before an exemption silently
*          lapses; RETURN-CODE 4 when there is any, 0 when none.
*          Run it monthly.
*
*    Adding and removing change the tax the shop posts, so both
*    take a level-3 operators.dat sign-on through the shared
*    opersign routine (the legalhold rule) and are recorded with
*    the supervisor and a timestamp in taxexempt.log.
*
*    Usage: taxexempt LIST | ADD <supervisor> | REMOVE <supervisor>
*                     | EXPIRING [<days>]
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "exemsel.cpy".
    SELECT vendor-master-file
         ASSIGN TO "vendmast.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS RANDOM
         RECORD KEY   IS vm-vendor-name
         FILE STATUS  IS vendmast-fs.
    SELECT exempt-log-file
         ASSIGN TO "taxexempt.log"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS exlog-fs.
    SELECT exempt-report-file
         ASSIGN TO report-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "exemfd.cpy".

 FD  vendor-master-file.
 01  vendor-master-record.
     05 vm-vendor-name       pic X(20).
     05 vm-vendor-region     pic X(17).
     05 vm-vendor-city       pic X(20).
     05 vm-status            pic X(1).

 FD  exempt-log-file.
 01  exempt-log-record       pic X(132).

 FD  exempt-report-file.
 01  exempt-report-record    pic X(150).

 WORKING-STORAGE SECTION.
  77      txe-fs              pic XX.
  77      vendmast-fs         pic XX.
  77      exlog-fs            pic XX.
  77      report-filename     pic X(20).
  77      exempt-cmdline      pic X(60).
  77      exempt-mode         pic X(8).
  77      exempt-arg          pic X(8).
  77      supervisor-id       pic X(8).
  77      file-end-flag       pic X.
  77      new-vendor          pic X(20).
  77      new-cert-number     pic X(20).
  77      new-from-x          pic X(8).
  77      new-expiry-x        pic X(8).
  77      check-date-x        pic X(8).
  77      check-date          pic 9(8).
  77      date-valid-flag     pic X.
  77      new-region          pic X(17).
  77      region-sub          pic 9(2) comp.
  77      region-stop-flag    pic X.
  77      cert-status         pic X(14).
  77      cert-count          pic 9(5) comp value zeros.
  77      count-dsp           pic Z(4)9.
  77      days-dsp            pic Z(3)9.
  77      signon-password     pic X(8).
  77      signon-req-level    pic 9(1) value 3.
  77      signon-level        pic 9(1).
  77      signon-result       pic X(1).
  77      signon-ok-flag      pic X value 'N'.
    88     signon-ok                value 'Y'.
  77      stamp-date          pic 9(8).
  77      stamp-time          pic 9(8).
  77      log-stamp           pic X(17).
  01      region-list-work.
     05     rl-region          pic X(17) occurs 5 times.
  01      cert-line-work.
     05     cl-vendor          pic X(20).
     05     filler             pic X(1).
     05     cl-cert-number     pic X(20).
     05     filler             pic X(1).
     05     cl-valid-from      pic 9(8).
     05     filler             pic X(1).
     05     cl-expiry          pic 9(8).
     05     filler             pic X(1).
     05     cl-status          pic X(14).
     05     filler             pic X(1).
     05     cl-regions         pic X(75).
* calendar work fields for the renewal horizon, the same shape
* archpurge's retention cutoff and salessusp's ageing use, run
* forward instead of back.
  77      today-date          pic 9(8).
  01      today-date-split.
     05     tod-year           pic 9(4).
     05     tod-month          pic 9(2).
     05     tod-day            pic 9(2).
  01      horizon-date-split.
     05     hor-year           pic 9(4).
     05     hor-month          pic 9(2).
     05     hor-day            pic 9(2).
  01      horizon-date        redefines horizon-date-split
                               pic 9(8).
  77      horizon-days        pic 9(4) comp value 60.
  77      work-year           pic 9(4) comp.
  77      work-doy            pic 9(5) comp.
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
  accept exempt-cmdline from command-line
  unstring exempt-cmdline delimited by all ' '
      into exempt-mode exempt-arg
  accept today-date from date yyyymmdd
  evaluate exempt-mode
  when "LIST"
      perform 100-LIST-CERTIFICATES
  when "ADD"
      perform 200-ADD-CERTIFICATE
  when "REMOVE"
      perform 300-REMOVE-CERTIFICATE
  when "EXPIRING"
      perform 500-LIST-EXPIRING
  when other
      display "Usage: taxexempt LIST | ADD <supervisor> | "
          "REMOVE <supervisor> | EXPIRING [<days>]"
      move 8 to return-code
  end-evaluate
  stop run.

 100-LIST-CERTIFICATES.
  open input tax-exempt-file
  if txe-fs not = "00"
      display "taxexempt: no certificates on file (taxexempt.dat "
          "status " txe-fs ")"
      stop run
  end-if
  move "taxexempt.rpt" to report-filename
  open output exempt-report-file
  move spaces to exempt-report-record
  string "TAX EXEMPTION CERTIFICATES ON FILE AS OF " today-date
      delimited by size into exempt-report-record
  write exempt-report-record
  perform 700-WRITE-COLUMN-HEADS
  move 'N' to file-end-flag
  perform 110-LIST-ONE-CERTIFICATE until file-end-flag = 'Y'
  perform 720-WRITE-TOTAL
  close exempt-report-file tax-exempt-file
  move cert-count to count-dsp
  display "taxexempt: " count-dsp " certificate(s) on file; see "
      "taxexempt.rpt".

 110-LIST-ONE-CERTIFICATE.
  read tax-exempt-file next record
      at end move 'Y' to file-end-flag
      not at end
          evaluate true
          when today-date < txe-valid-from
              move "NOT YET VALID" to cert-status
          when today-date > txe-expiry
              move "EXPIRED" to cert-status
          when other
              move "VALID" to cert-status
          end-evaluate
          perform 710-WRITE-ONE-CERTIFICATE
  end-read.

* The certificate is described first and validated whole, then
* the supervisor signs on, and only then is it written: a refused
* sign-on leaves nothing behind.
 200-ADD-CERTIFICATE.
  move exempt-arg to supervisor-id
  if supervisor-id = spaces
      display "taxexempt: ADD needs the supervisor id"
      move 8 to return-code
      stop run
  end-if
  display "Vendor: " with no advancing
  accept new-vendor
  display "Certificate number: " with no advancing
  accept new-cert-number
  if new-vendor = spaces or new-cert-number = spaces
      display "taxexempt: a certificate needs its vendor and "
          "number"
      move 8 to return-code
      stop run
  end-if
  perform 210-CHECK-VENDOR
  display "Valid from (YYYYMMDD): " with no advancing
  accept new-from-x
  move new-from-x to check-date-x
  perform 220-CHECK-DATE
  display "Expiry (YYYYMMDD): " with no advancing
  accept new-expiry-x
  move new-expiry-x to check-date-x
  perform 220-CHECK-DATE
  if new-from-x > new-expiry-x
      display "taxexempt: valid-from " new-from-x
          " is after the expiry " new-expiry-x
      move 8 to return-code
      stop run
  end-if
  move spaces to region-list-work
  move 'N' to region-stop-flag
  perform 230-TAKE-ONE-REGION
    varying region-sub from 1 by 1
    until region-sub > 5 or region-stop-flag = 'Y'
  if rl-region (1) = spaces
      display "taxexempt: a certificate must cover a region"
      move 8 to return-code
      stop run
  end-if
  perform 400-SIGN-ON-SUPERVISOR
  open i-o tax-exempt-file
  if txe-fs not = "00"
      open output tax-exempt-file
      close tax-exempt-file
      open i-o tax-exempt-file
  end-if
  if txe-fs not = "00"
      display "taxexempt: taxexempt.dat not available (status "
          txe-fs ")"
      move 8 to return-code
      stop run
  end-if
  move spaces to txe-rec
  move new-vendor      to txe-vendor-name
  move new-cert-number to txe-cert-number
  move new-from-x      to txe-valid-from
  move new-expiry-x    to txe-expiry
  perform 240-MOVE-ONE-REGION
    varying region-sub from 1 by 1
    until region-sub > 5
  move today-date      to txe-recorded-date
  write txe-rec
      invalid key
          display "taxexempt: certificate " new-cert-number
              " is already on file for " new-vendor
          close tax-exempt-file
          move 8 to return-code
          stop run
  end-write
  close tax-exempt-file
  perform 800-STAMP-TIME
  move spaces to exempt-log-record
  string log-stamp " ADD " new-vendor " CERT " new-cert-number
      " " new-from-x "-" new-expiry-x " " rl-region (1) " by "
      supervisor-id
      delimited by size into exempt-log-record
  perform 810-WRITE-LOG
  display "taxexempt: certificate " new-cert-number " filed for "
      new-vendor.

* With a vendor master on hand the certificate must name a vendor
* on it; without one the name is taken as given.
 210-CHECK-VENDOR.
  open input vendor-master-file
  if vendmast-fs = "00"
      move new-vendor to vm-vendor-name
      read vendor-master-file
          invalid key
              display "taxexempt: " new-vendor " is not on the "
                  "vendor master"
              close vendor-master-file
              move 8 to return-code
              stop run
      end-read
      close vendor-master-file
  end-if.

 220-CHECK-DATE.
  if check-date-x not numeric
      display "taxexempt: " check-date-x " is not a date"
      move 8 to return-code
      stop run
  end-if
  move check-date-x to check-date
  call "datevalid" using check-date date-valid-flag
  if date-valid-flag not = 'Y'
      display "taxexempt: " check-date-x " is not a date"
      move 8 to return-code
      stop run
  end-if.

 230-TAKE-ONE-REGION.
  display "Region " region-sub " (blank to end): "
      with no advancing
  accept new-region
  if new-region = spaces
      move 'Y' to region-stop-flag
  else
      move new-region to rl-region (region-sub)
  end-if.

 240-MOVE-ONE-REGION.
  move rl-region (region-sub) to txe-region (region-sub).

 300-REMOVE-CERTIFICATE.
  move exempt-arg to supervisor-id
  if supervisor-id = spaces
      display "taxexempt: REMOVE needs the supervisor id"
      move 8 to return-code
      stop run
  end-if
  display "Vendor: " with no advancing
  accept new-vendor
  display "Certificate number: " with no advancing
  accept new-cert-number
  open i-o tax-exempt-file
  if txe-fs not = "00"
      display "taxexempt: no certificates on file (taxexempt.dat "
          "status " txe-fs ")"
      move 8 to return-code
      stop run
  end-if
  move new-vendor      to txe-vendor-name
  move new-cert-number to txe-cert-number
  read tax-exempt-file
      invalid key
          display "taxexempt: no certificate " new-cert-number
              " on file for " new-vendor
          close tax-exempt-file
          move 8 to return-code
          stop run
  end-read
  perform 400-SIGN-ON-SUPERVISOR
  delete tax-exempt-file record
      invalid key
          display "taxexempt: certificate " new-cert-number
              " could not be removed (status " txe-fs ")"
          close tax-exempt-file
          move 8 to return-code
          stop run
  end-delete
  close tax-exempt-file
  perform 800-STAMP-TIME
  move spaces to exempt-log-record
  string log-stamp " REMOVE " new-vendor " CERT "
      new-cert-number " " txe-valid-from "-" txe-expiry " by "
      supervisor-id
      delimited by size into exempt-log-record
  perform 810-WRITE-LOG
  display "taxexempt: certificate " new-cert-number
      " removed for " new-vendor.

* Level 3 on operators.dat, through the shared opersign routine;
* with no operator file at all the change is refused outright.
 400-SIGN-ON-SUPERVISOR.
  display "Password for " supervisor-id ": " with no advancing
  accept signon-password
  move 'N' to signon-ok-flag
  move 'N' to signon-result
  call "opersign" using supervisor-id signon-password
      signon-req-level signon-level signon-result
      on exception
          display "taxexempt: opersign not available, "
              "certificate changes refused"
          move 8 to return-code
          stop run
  end-call
  if signon-result = "M"
      display "taxexempt: no operators.dat on file, certificate "
          "changes refused"
      move 8 to return-code
      stop run
  end-if
  if signon-result = "Y"
      move 'Y' to signon-ok-flag
  end-if
  if not signon-ok
      display "taxexempt: supervisor sign-on failed for "
          supervisor-id
      move 8 to return-code
      stop run
  end-if.

* Certificates whose expiry falls from today to the horizon (today
* plus the days given) lapse within that many days.
 500-LIST-EXPIRING.
  if exempt-arg not = spaces
      move zeros to horizon-days
      move 'N' to days-parm-stop
      perform 510-FOLD-ONE-DIGIT
        varying days-parm-sub from 1 by 1
        until days-parm-sub > 4 or days-parm-stop = 'Y'
  end-if
  perform 650-COMPUTE-HORIZON
  open input tax-exempt-file
  if txe-fs not = "00"
      display "taxexempt: no certificates on file (taxexempt.dat "
          "status " txe-fs ")"
      stop run
  end-if
  move horizon-days to days-dsp
  move "taxexexp.rpt" to report-filename
  open output exempt-report-file
  move spaces to exempt-report-record
  string "TAX EXEMPTION CERTIFICATES EXPIRING IN THE NEXT "
      days-dsp " DAYS (" today-date " TO " horizon-date ")"
      delimited by size into exempt-report-record
  write exempt-report-record
  perform 700-WRITE-COLUMN-HEADS
  move 'N' to file-end-flag
  perform 520-CHECK-ONE-EXPIRY until file-end-flag = 'Y'
  perform 720-WRITE-TOTAL
  close exempt-report-file tax-exempt-file
  move cert-count to count-dsp
  display "taxexempt: " count-dsp " certificate(s) expire within "
      days-dsp " day(s); see taxexexp.rpt"
  if cert-count > zeros
      move 4 to return-code
  end-if.

 510-FOLD-ONE-DIGIT.
  move exempt-arg (days-parm-sub:1) to days-parm-digit
  if days-parm-digit is numeric
      compute horizon-days = (horizon-days * 10)
          + days-parm-num
  else
      move 'Y' to days-parm-stop
  end-if.

 520-CHECK-ONE-EXPIRY.
  read tax-exempt-file next record
      at end move 'Y' to file-end-flag
      not at end
          if txe-expiry not < today-date
              and txe-expiry not > horizon-date
              move "EXPIRING" to cert-status
              perform 710-WRITE-ONE-CERTIFICATE
          end-if
  end-read.

* Walks today forward horizon-days days through day-of-year space,
* carrying into whole calendar years as needed.
 650-COMPUTE-HORIZON.
  move today-date to today-date-split
  move tod-year to work-year
  perform 660-SET-LEAP-FLAG
  move zeros to work-doy
  perform 670-ADD-MONTH-DAYS
    varying month-sub from 1 by 1
    until month-sub >= tod-month
  add tod-day to work-doy
  add horizon-days to work-doy
  perform 680-CARRY-YEARS until work-doy not > days-in-year
  move work-year to hor-year
  move 1 to month-sub
  perform 690-WALK-MONTHS
  move work-doy to hor-day.

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
  end-if
  if is-leap-year
      move 366 to days-in-year
  else
      move 365 to days-in-year
  end-if.

 670-ADD-MONTH-DAYS.
  move month-length (month-sub) to month-days-work
  if month-sub = 2 and is-leap-year
      add 1 to month-days-work
  end-if
  add month-days-work to work-doy.

 680-CARRY-YEARS.
  subtract days-in-year from work-doy
  add 1 to work-year
  perform 660-SET-LEAP-FLAG.

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
  move month-sub to hor-month.

 700-WRITE-COLUMN-HEADS.
  move spaces to exempt-report-record
  write exempt-report-record
  move spaces to exempt-report-record
  string "VENDOR               CERTIFICATE          VALID-FR "
      "EXPIRY   STATUS         REGIONS"
      delimited by size into exempt-report-record
  write exempt-report-record.

 710-WRITE-ONE-CERTIFICATE.
  add 1 to cert-count
  move spaces to cert-line-work
  move txe-vendor-name to cl-vendor
  move txe-cert-number to cl-cert-number
  move txe-valid-from  to cl-valid-from
  move txe-expiry      to cl-expiry
  move cert-status     to cl-status
  string txe-region (1) delimited by "  "
      " " txe-region (2) delimited by "  "
      " " txe-region (3) delimited by "  "
      " " txe-region (4) delimited by "  "
      " " txe-region (5) delimited by "  "
      into cl-regions
  move cert-line-work to exempt-report-record
  write exempt-report-record.

 720-WRITE-TOTAL.
  move cert-count to count-dsp
  move spaces to exempt-report-record
  write exempt-report-record
  move spaces to exempt-report-record
  string "CERTIFICATES LISTED: " count-dsp
      delimited by size into exempt-report-record
  write exempt-report-record.

 800-STAMP-TIME.
  accept stamp-date from date yyyymmdd
  accept stamp-time from time
  move spaces to log-stamp
  string stamp-date "-" stamp-time delimited by size into log-stamp.

 810-WRITE-LOG.
  open extend exempt-log-file
  if exlog-fs not = "00"
      open output exempt-log-file
  end-if
  write exempt-log-record
  close exempt-log-file.
