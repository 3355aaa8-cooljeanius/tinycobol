 IDENTIFICATION DIVISION.
 PROGRAM-ID.    extcheck.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Expected-extract check, run ahead of the report step.
*
*    salesintake only reacts to what arrives; a sending site that
*    forgets to send used to cost a night of partial figures that
*    nobody noticed until a region total looked low. The schedule
*    of what should arrive is kept in extsched.dat, one extract per
*    line:
*
*      cols  1-8    sending site
*      cols 10-29   the start of the extract's file name as it
*                   lands in salesinbox/ (how the site is known)
*      cols 31-37   the days it is sent, Monday first: Y = sent
*                   that day (YYYYY.. for weekdays)
*      cols 39-42   cutoff, HHMM, by which it must be registered
*      cols 44      Y = mandatory
*
*    Each extract due today is looked for in intakereg.dat among
*    the registrations salesintake stamped today; the earliest
*    counts. extcheck.rpt lists every extract due today as ON TIME,
*    LATE (registered after its cutoff), AWAITED (not in yet, cutoff
*    still ahead) or MISSING (not in, cutoff passed). A mandatory
*    extract raises a batalert: C when MISSING, W when LATE or
*    AWAITED.
*
*    A mandatory extract not in (MISSING or AWAITED) makes the night
*    partial. Run as
*
*      extcheck HOLD
*
*    the check then ends with RETURN-CODE 8, which holds a report
*    step that depends on it in batchctl.jobs. Run without HOLD it
*    ends with 0 and the report runs; the extracts not in are filed
*    in partialnight.dat (date, site, file name start, cutoff) and
*    the report run flags its manifest a partial night, naming
*    them. partialnight.dat is rewritten on every check, so only
*    the latest check's verdict stands.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
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
    SELECT partial-night-file
         ASSIGN TO "partialnight.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS partial-fs.
    SELECT check-report-file
         ASSIGN TO "extcheck.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
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

 FD  partial-night-file.
 01  partial-night-record.
     05 pn-date              pic 9(8).
     05 filler               pic X(1).
     05 pn-site              pic X(8).
     05 filler               pic X(1).
     05 pn-prefix            pic X(20).
     05 filler               pic X(1).
     05 pn-cutoff            pic 9(4).

 FD  check-report-file.
 01  check-report-record     pic X(100).

 WORKING-STORAGE SECTION.
  77      schedule-fs         pic XX.
  77      registry-fs         pic XX.
  77      partial-fs          pic XX.
  77      check-cmdline       pic X(20).
  77      hold-mode-flag      pic X value 'N'.
    88     hold-mode                value 'Y'.
  77      schedule-end-flag   pic X value 'N'.
    88     schedule-at-end          value 'Y'.
  77      registry-end-flag   pic X.
  77      today-date          pic 9(8).
  77      now-time            pic 9(8).
  77      now-hhmm            pic 9(4).
  77      today-slot          pic 9(1) comp.
  77      prefix-length       pic 9(2) comp.
  77      arrival-flag        pic X.
  77      arrival-hhmm        pic 9(4).
  77      reg-hhmm            pic 9(4).
  77      extract-state       pic X(8).
  77      due-count           pic 9(4) comp value zeros.
  77      not-in-count        pic 9(4) comp value zeros.
  77      late-count          pic 9(4) comp value zeros.
  77      count-dsp           pic ZZZ9.
  77      alert-severity      pic X(1).
  77      alert-source        pic X(8) value "extcheck".
  77      alert-message       pic X(80).
  77      alert-ptr           pic 9(3) comp.
  77      alert-attended      pic X(1) value "N".
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
  accept check-cmdline from command-line
  if check-cmdline (1:4) = "HOLD"
      move 'Y' to hold-mode-flag
  end-if
  accept today-date from date yyyymmdd
  accept now-time from time
  move now-time (1:4) to now-hhmm
  move today-date to zeller-date
  perform 430-DAY-OF-WEEK
* Zeller gives 0 for Saturday, 1 for Sunday, 2 for Monday; the
* schedule's days run Monday first.
  evaluate zl-weekday
      when 0     move 6 to today-slot
      when 1     move 7 to today-slot
      when other compute today-slot = zl-weekday - 1
  end-evaluate
  open input schedule-file
  if schedule-fs not = "00"
      display "extcheck: no extsched.dat, no extracts expected"
      stop run
  end-if
  open output partial-night-file
  open output check-report-file
  move spaces to check-report-record
  string "EXPECTED EXTRACTS  " today-date "  CHECKED AT " now-hhmm
      delimited by size into check-report-record
  write check-report-record
  move spaces to check-report-record
  write check-report-record
  perform 100-TAKE-ONE-EXTRACT until schedule-at-end
  close schedule-file partial-night-file
  move spaces to check-report-record
  write check-report-record
  move due-count to count-dsp
  move spaces to check-report-record
  string "EXTRACTS DUE TODAY        " count-dsp
      delimited by size into check-report-record
  write check-report-record
  move late-count to count-dsp
  move spaces to check-report-record
  string "MANDATORY, ARRIVED LATE   " count-dsp
      delimited by size into check-report-record
  write check-report-record
  move not-in-count to count-dsp
  move spaces to check-report-record
  string "MANDATORY, NOT IN         " count-dsp
      delimited by size into check-report-record
  write check-report-record
  move spaces to check-report-record
  evaluate true
      when not-in-count = zeros
          move "NIGHT COMPLETE, the report may run"
              to check-report-record
      when hold-mode
          move "NIGHT INCOMPLETE, the report step is held"
              to check-report-record
          move 8 to return-code
      when other
          move "PARTIAL NIGHT, the report runs flagged partial"
              to check-report-record
  end-evaluate
  write check-report-record
  close check-report-file
  display "extcheck: " count-dsp " mandatory extract(s) not in; "
      check-report-record
  stop run.

 100-TAKE-ONE-EXTRACT.
  read schedule-file
      at end move 'Y' to schedule-end-flag
      not at end
          if es-site not = spaces
              and es-days (today-slot:1) = "Y"
              perform 200-CHECK-ONE-EXTRACT
          end-if
  end-read.

* The earliest registration stamped today whose file name starts
* with the extract's is its arrival.
 200-CHECK-ONE-EXTRACT.
  add 1 to due-count
  if es-cutoff not numeric
      move zeros to es-cutoff-num
  end-if
  move zeros to prefix-length
  inspect es-prefix tallying prefix-length
      for characters before initial space
  move 'N' to arrival-flag
  move 9999 to arrival-hhmm
  if prefix-length > 0
      move 'N' to registry-end-flag
      open input registry-file
      if registry-fs = "00"
          perform 210-SCAN-ONE-REGISTRATION
            until registry-end-flag = 'Y'
          close registry-file
      end-if
  end-if
  evaluate true
      when arrival-flag = 'Y' and arrival-hhmm not > es-cutoff-num
          move "ON TIME" to extract-state
      when arrival-flag = 'Y'
          move "LATE" to extract-state
      when now-hhmm < es-cutoff-num
          move "AWAITED" to extract-state
      when other
          move "MISSING" to extract-state
  end-evaluate
  move spaces to check-report-record
  if arrival-flag = 'Y'
      string extract-state " " es-site " " es-prefix " cutoff "
          es-cutoff " mandatory " es-mandatory " arrived "
          arrival-hhmm delimited by size into check-report-record
  else
      string extract-state " " es-site " " es-prefix " cutoff "
          es-cutoff " mandatory " es-mandatory
          delimited by size into check-report-record
  end-if
  write check-report-record
  if es-mandatory = "Y"
      perform 300-ACT-ON-MANDATORY
  end-if.

 210-SCAN-ONE-REGISTRATION.
  read registry-file
      at end move 'Y' to registry-end-flag
      not at end
          if reg-stamp (1:8) = today-date
              and reg-stamp (10:4) is numeric
              and reg-filename (1:prefix-length) =
                  es-prefix (1:prefix-length)
              move reg-stamp (10:4) to reg-hhmm
              move 'Y' to arrival-flag
              if reg-hhmm < arrival-hhmm
                  move reg-hhmm to arrival-hhmm
              end-if
          end-if
  end-read.

 300-ACT-ON-MANDATORY.
  move spaces to alert-message
  move 1 to alert-ptr
  string "extract " delimited by size
      es-site delimited by space
      " (" delimited by size
      es-prefix delimited by space
      ") " delimited by size
      into alert-message with pointer alert-ptr
  evaluate extract-state
      when "MISSING"
          move "C" to alert-severity
          string "missing, cutoff " es-cutoff " passed"
              delimited by size
              into alert-message with pointer alert-ptr
      when "AWAITED"
          move "W" to alert-severity
          string "not in yet, cutoff " es-cutoff
              delimited by size
              into alert-message with pointer alert-ptr
      when "LATE"
          move "W" to alert-severity
          add 1 to late-count
          string "arrived " arrival-hhmm " after cutoff " es-cutoff
              delimited by size
              into alert-message with pointer alert-ptr
      when other
          move spaces to alert-message
  end-evaluate
  if alert-message not = spaces
      call "batalert" using alert-severity alert-source
          alert-message alert-attended
          on exception
              display "extcheck: batalert not available, "
                  "alert not raised: " alert-message
      end-call
  end-if
  if extract-state = "MISSING" or extract-state = "AWAITED"
      add 1 to not-in-count
      move spaces to partial-night-record
      move today-date    to pn-date
      move es-site       to pn-site
      move es-prefix     to pn-prefix
      move es-cutoff-num to pn-cutoff
      write partial-night-record
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
