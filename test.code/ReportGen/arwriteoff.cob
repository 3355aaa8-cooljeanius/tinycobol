 IDENTIFICATION DIVISION.
 PROGRAM-ID.    arwriteoff.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Bad-debt write-off of aged receivables.
*
*      arwriteoff LIST [days]
*          propose the candidates: every OPEN or PART item on
*          aropen.dat whose sale date is more than <days> old and
*          still carries a balance. <days> comes from the command
*          line, or from arwoage.dat when none is given, and
*          defaults to 120 -- araging's over-120 column.
*      arwriteoff APPROVE <supervisor> [days]
*          the same candidates, one at a time, for a level-3
*          supervisor signed on through opersign (the periodctl
*          sign-on: password at the prompt, refused outright with
*          no operators.dat). Each item is shown and answered Y to
*          write it off, N to leave it, or Q to stop.
*
*    A written-off item closes with its own status (WOFF), so
*    araging, ardunning, arload and arapply all leave it alone
*    from then on. Its remaining balance posts as a balanced DR/CR
*    pair in the glposting.dat layout -- debit and credit accounts
*    from the glaccounts.dat line for region BAD DEBT, sales-type
*    W, and the report run's suspense account when that line is
*    missing -- into glwoff.<timestamp>.dat with its BT batch total,
*    and the file is added to glfiles.lst so gltrial takes it up.
*
*    Every write-off is appended to the write-off register
*    (arwriteoff.reg): timestamp, sales-number, vendor, sale date,
*    amount written off and the approving supervisor. The register
*    is the auditors' record and is only ever appended to.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "arsel.cpy".
    SELECT age-parm-file
         ASSIGN TO "arwoage.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS age-fs.
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
    SELECT writeoff-reg-file
         ASSIGN TO "arwriteoff.reg"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS woreg-fs.

 DATA DIVISION.
 FILE SECTION.
 COPY "arfd.cpy".

 FD  age-parm-file.
 01  age-parm-record.
     05 age-days-in          pic 9(4).

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

 FD  writeoff-reg-file.
 01  writeoff-reg-record     pic X(120).

 WORKING-STORAGE SECTION.
  77      ar-fs               pic XX.
  77      age-fs              pic XX.
  77      glacct-fs           pic XX.
  77      glpost-fs           pic XX.
  77      gllist-fs           pic XX.
  77      woreg-fs            pic XX.
  77      wo-cmdline          pic X(60).
  77      wo-mode             pic X(8).
  77      wo-arg-1            pic X(10).
  77      wo-arg-2            pic X(10).
  77      days-parm           pic X(10).
  77      writeoff-days       pic 9(4) value 120.
  77      parm-sub            pic 9(2) comp.
  77      parm-digit          pic X.
  77      parm-digit-num      redefines parm-digit pic 9.
  77      parm-stop-flag      pic X.
  77      supervisor-id       pic X(8).
  77      signon-password     pic X(8).
  77      signon-req-level    pic 9(1) value 3.
  77      signon-level        pic 9(1).
  77      signon-result       pic X(1).
  77      approve-mode-flag   pic X value 'N'.
    88     approving                value 'Y'.
  77      items-end-flag      pic X value 'N'.
    88     items-at-end             value 'Y'.
  77      operator-answer     pic X.
  77      still-open-work     pic S9(12) comp.
  77      amount-dsp          pic -(11)9.
  77      candidate-count     pic 9(6) comp value zeros.
  77      written-off-count   pic 9(6) comp value zeros.
  77      candidate-total     pic S9(14) comp value zeros.
  77      written-off-total   pic S9(14) comp value zeros.
  77      count-dsp           pic Z(5)9.
  77      total-dsp           pic -(13)9.
  77      bad-debt-region     pic X(17) value "BAD DEBT".
  77      bad-debt-type       pic X(1) value "W".
  77      gl-suspense-acct    pic X(8) value "99999999".
  77      bad-debt-debit      pic X(8).
  77      bad-debt-credit     pic X(8).
  77      glpost-filename     pic X(40).
  77      glpost-open-flag    pic X value 'N'.
  77      gl-record-count     pic 9(6) comp value zeros.
  77      gl-batch-amount     pic S9(12) comp value zeros.
  77      log-date            pic 9(8).
  77      log-time            pic 9(8).
  77      log-timestamp       pic X(17).
  77      run-stamp           pic X(14).
* calendar work fields for the age cutoff, the same walk archpurge
* uses for its retention cutoff.
  77      today-date          pic 9(8).
  77      cutoff-date         pic 9(8).
  01      cutoff-date-split.
     05     cut-year           pic 9(4).
     05     cut-month          pic 9(2).
     05     cut-day            pic 9(2).
  01      today-date-split.
     05     tod-year           pic 9(4).
     05     tod-month          pic 9(2).
     05     tod-day            pic 9(2).
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

 PROCEDURE DIVISION.
 000-MAIN.
  accept wo-cmdline from command-line
  unstring wo-cmdline delimited by ' '
      into wo-mode wo-arg-1 wo-arg-2
  evaluate wo-mode
      when "LIST"
          move wo-arg-1 to days-parm
      when "APPROVE"
          move 'Y' to approve-mode-flag
          move wo-arg-1 to supervisor-id
          move wo-arg-2 to days-parm
      when other
          display "arwriteoff: use LIST [days] or APPROVE "
              "<supervisor> [days]"
          move 8 to return-code
          stop run
  end-evaluate
  perform 100-GET-AGE
  perform 200-COMPUTE-CUTOFF
  if approving
      if supervisor-id = spaces
          display "arwriteoff: APPROVE needs the supervisor id"
          move 8 to return-code
          stop run
      end-if
      perform 400-SIGN-ON-SUPERVISOR
      perform 450-FIND-BAD-DEBT-ACCOUNTS
      open i-o ar-open-file
  else
      open input ar-open-file
  end-if
  if ar-fs not = "00"
      display "arwriteoff: open-item file not available, "
          "aropen.dat status " ar-fs
      move 8 to return-code
      stop run
  end-if
  display "arwriteoff: candidates older than " writeoff-days
      " day(s), sale date before " cutoff-date
  perform 300-TAKE-ONE-ITEM until items-at-end
  close ar-open-file
  if glpost-open-flag = 'Y'
      perform 700-CLOSE-GL-BATCH
  end-if
  move candidate-count to count-dsp
  move candidate-total to total-dsp
  display "arwriteoff: " count-dsp " candidate(s), " total-dsp
      " outstanding"
  if approving
      move written-off-count to count-dsp
      move written-off-total to total-dsp
      display "arwriteoff: " count-dsp " written off, " total-dsp
          " posted to bad debt by " supervisor-id
  end-if
  stop run.

 100-GET-AGE.
  if days-parm (1:1) is numeric
      perform 110-PARSE-DAYS-PARM
  else
      open input age-parm-file
      if age-fs = "00"
          read age-parm-file
              at end continue
              not at end
                  if age-days-in is numeric
                      move age-days-in to writeoff-days
                  end-if
          end-read
          close age-parm-file
      end-if
  end-if.

* Folds however many leading digits the operator typed into the
* age, so "180" works as well as "0180".
 110-PARSE-DAYS-PARM.
  move zeros to writeoff-days
  move 'N' to parm-stop-flag
  perform 120-FOLD-ONE-DIGIT
    varying parm-sub from 1 by 1
    until parm-sub > 4 or parm-stop-flag = 'Y'.

 120-FOLD-ONE-DIGIT.
  move days-parm (parm-sub:1) to parm-digit
  if parm-digit is numeric
      compute writeoff-days =
          (writeoff-days * 10) + parm-digit-num
  else
      move 'Y' to parm-stop-flag
  end-if.

* Walks today's date backward through day-of-year space, borrowing
* whole calendar years, exactly as archpurge does.
 200-COMPUTE-CUTOFF.
  accept today-date from date yyyymmdd
  move today-date to today-date-split
  move tod-year to work-year
  perform 210-SET-LEAP-FLAG
  move zeros to work-doy
  perform 220-ADD-MONTH-DAYS
    varying month-sub from 1 by 1
    until month-sub >= tod-month
  add tod-day to work-doy
  move writeoff-days to work-days-left
  perform 230-BORROW-YEARS until work-days-left < work-doy
  subtract work-days-left from work-doy
  perform 240-DOY-TO-DATE
  move cutoff-date-split to cutoff-date.

 210-SET-LEAP-FLAG.
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

 220-ADD-MONTH-DAYS.
  move month-length (month-sub) to month-days-work
  if month-sub = 2 and is-leap-year
      add 1 to month-days-work
  end-if
  add month-days-work to work-doy.

 230-BORROW-YEARS.
  subtract work-doy from work-days-left
  subtract 1 from work-year
  perform 210-SET-LEAP-FLAG
  if is-leap-year
      move 366 to days-in-year
  else
      move 365 to days-in-year
  end-if
  move days-in-year to work-doy.

 240-DOY-TO-DATE.
  move work-year to cut-year
  move 1 to month-sub
  perform 245-WALK-MONTHS
  move work-doy to cut-day.

 245-WALK-MONTHS.
  move month-length (month-sub) to month-days-work
  if month-sub = 2 and is-leap-year
      add 1 to month-days-work
  end-if
  if work-doy > month-days-work
      subtract month-days-work from work-doy
      add 1 to month-sub
      go to 245-WALK-MONTHS
  end-if
  move month-sub to cut-month.

* A candidate is an OPEN or PART item, older than the cutoff, still
* carrying a balance. LIST only shows it; APPROVE asks about it.
 300-TAKE-ONE-ITEM.
  read ar-open-file next
      at end move 'Y' to items-end-flag
      not at end
          compute still-open-work =
              ar-open-amount - ar-paid-amount
          if (ar-item-open or ar-item-part-paid)
              and ar-sales-date < cutoff-date
              and still-open-work > zeros
              add 1 to candidate-count
              add still-open-work to candidate-total
              move still-open-work to amount-dsp
              display ar-sales-number " " ar-sales-date " "
                  ar-vendor-name " " amount-dsp " " ar-status
              if approving
                  perform 350-ASK-ONE-ITEM
              end-if
          end-if
  end-read.

 350-ASK-ONE-ITEM.
  move spaces to operator-answer
  display "  write off (Y/N, Q to stop): " with no advancing
  accept operator-answer
  evaluate operator-answer
      when "Y"
      when "y"
          perform 500-WRITE-OFF-ITEM
      when "Q"
      when "q"
          move 'Y' to items-end-flag
      when other
          continue
  end-evaluate.

* The supervisor must hold level 3 on operators.dat, validated
* through the shared opersign subroutine; with no operator file
* at all the write-off is refused -- writing off debt is not a
* thing to run open.
 400-SIGN-ON-SUPERVISOR.
  display "Password for " supervisor-id ": " with no advancing
  accept signon-password
  move "N" to signon-result
  call "opersign" using supervisor-id signon-password
      signon-req-level signon-level signon-result
      on exception
          display "arwriteoff: opersign not available, "
              "write-offs refused"
          move 8 to return-code
          stop run
  end-call
  if signon-result = "M"
      display "arwriteoff: no operators.dat on file, "
          "write-offs refused"
      move 8 to return-code
      stop run
  end-if
  if signon-result not = "Y"
      display "arwriteoff: supervisor sign-on failed for "
          supervisor-id
      move 8 to return-code
      stop run
  end-if.

* The bad-debt accounts are an ordinary glaccounts.dat mapping
* line; without it the pair posts to suspense, the same rule the
* report run applies to an unmapped bucket.
 450-FIND-BAD-DEBT-ACCOUNTS.
  move gl-suspense-acct to bad-debt-debit bad-debt-credit
  open input gl-account-file
  if glacct-fs = "00"
      perform 455-READ-ONE-MAPPING
        until glacct-fs not = "00"
      close gl-account-file
  end-if
  if bad-debt-debit = gl-suspense-acct
      display "arwriteoff: no BAD DEBT / W line on glaccounts.dat, "
          "posting to suspense " gl-suspense-acct
  end-if.

 455-READ-ONE-MAPPING.
  read gl-account-file
      at end continue
      not at end
          if ga-region = bad-debt-region
              and ga-sales-type = bad-debt-type
              move ga-debit-acct  to bad-debt-debit
              move ga-credit-acct to bad-debt-credit
          end-if
  end-read.

* The item closes as WOFF with today's date; its balance goes to
* the posting batch and the register in the same step.
 500-WRITE-OFF-ITEM.
  move "WOFF" to ar-status
  move today-date to ar-last-paid-date
  rewrite ar-rec
      invalid key
          display "arwriteoff: rewrite failed for "
              ar-sales-number " status " ar-fs
      not invalid key
          add 1 to written-off-count
          add still-open-work to written-off-total
          perform 600-POST-BAD-DEBT-PAIR
          perform 650-REGISTER-WRITE-OFF
  end-rewrite.

 600-POST-BAD-DEBT-PAIR.
  if glpost-open-flag not = 'Y'
      perform 610-OPEN-GL-BATCH
  end-if
  move spaces to gl-posting-record
  move "DR"            to glp-rec-type
  move today-date      to glp-posting-date
  move bad-debt-debit  to glp-account
  move bad-debt-region to glp-region
  move bad-debt-type   to glp-sales-type
  move still-open-work to glp-amount
  write gl-posting-record
  add 1 to gl-record-count
  add still-open-work to gl-batch-amount
  move spaces to gl-posting-record
  move "CR"            to glp-rec-type
  move today-date      to glp-posting-date
  move bad-debt-credit to glp-account
  move bad-debt-region to glp-region
  move bad-debt-type   to glp-sales-type
  move still-open-work to glp-amount
  write gl-posting-record
  add 1 to gl-record-count.

* One batch per approval session, named for the moment it opened.
 610-OPEN-GL-BATCH.
  accept log-time from time
  move spaces to run-stamp
  string today-date log-time (1:6) delimited by size into run-stamp
  move spaces to glpost-filename
  string "glwoff." run-stamp ".dat"
      delimited by size into glpost-filename
  open output gl-posting-file
  move 'Y' to glpost-open-flag.

 650-REGISTER-WRITE-OFF.
  accept log-date from date yyyymmdd
  accept log-time from time
  move spaces to log-timestamp
  string log-date "-" log-time delimited by size into log-timestamp
  open extend writeoff-reg-file
  if woreg-fs not = "00"
      open output writeoff-reg-file
  end-if
  move still-open-work to amount-dsp
  move spaces to writeoff-reg-record
  string log-timestamp " " ar-sales-number " " ar-vendor-name
      " " ar-sales-date " " amount-dsp " WRITTEN OFF BY "
      supervisor-id
      delimited by size into writeoff-reg-record
  write writeoff-reg-record
  close writeoff-reg-file.

* The BT record closes the batch the way the report run closes
* its own -- count over DR and CR, amount the DR side -- and the
* file joins glfiles.lst for the trial balance.
 700-CLOSE-GL-BATCH.
  move spaces to gl-posting-record
  move "BT"            to glp-bt-rec-type
  move today-date      to glp-bt-posting-date
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
  display "arwriteoff: bad-debt postings in " glpost-filename.
