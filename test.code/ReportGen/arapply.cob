*    A payment quoting a sales-number with no open item -- or one
*    already fully paid -- lands on arunmatched.txt for someone to
*    review instead of disappearing; nothing is ever force-fitted.
*    A payment quoting a credit item (a return's credit note) or an
*    item written off as bad debt is refused the same way: cash is
*    never applied to a credit, and a recovery on a written-off
*    item is a ledger decision, not an automatic reopening.
*    Every application is also appended to arapply.log with a
*    timestamp, so the cash desk can show exactly when an invoice
*    was settled.
*    The consumed remittance file is set aside as
*    arremit.dat.applied so a rerun cannot apply the same payments
*    twice.
*
*    An item whose archived sale is in a currency other than home
*    realizes its exchange difference when a payment closes it:
*    the foreign amount at the rate in force on the value date
*    (the dated rate history, exchhist.dat), against what the item
*    was booked at in home currency. Whatever unrealized
*    difference the month-end revaluations (arreval) carried on
*    the item is reversed on the FX UNREALIZED / U accounts and the
*    realized difference posted on the glaccounts.dat line for
*    region FX REALIZED, sales-type R (suspense when missing), as
*    balanced pairs into glfxreal.<timestamp>.dat with its BT
*    batch total, added to glfiles.lst for gltrial. The item's
*    revaluation register entry (arfxreval.dat) goes CLSD with the
*    realized amount and the value date.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "arsel.cpy".
    COPY "archsel.cpy".
    COPY "xhistsel.cpy".
    COPY "fxrevsel.cpy".
    SELECT remittance-file
         ASSIGN TO "arremit.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS apply-log-fs.
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

 DATA DIVISION.
 FILE SECTION.
 COPY "arfd.cpy".
 COPY "archfd.cpy".
 COPY "xhistfd.cpy".
 COPY "fxrevfd.cpy".

* one bank payment per line: the value date, the invoice number the
* payer quoted, and the amount received in home currency.
 FD  apply-log-file.
 01  apply-log-record        pic X(120).

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

 WORKING-STORAGE SECTION.
  77      ar-fs               pic XX.
  77      remit-fs            pic XX.
  77      log-timestamp       pic X(17).
  77      setaside-command    pic X(60)
     value "mv arremit.dat arremit.dat.applied".
* foreign-currency realization on close.
  77      arch-fs             pic XX.
  77      arch-filename       pic X(40).
  77      xhist-fs            pic XX.
  77      fxrev-fs            pic XX.
  77      glacct-fs           pic XX.
  77      glpost-fs           pic XX.
  77      gllist-fs           pic XX.
  77      home-currency       pic X(3) value "BRL".
  77      today-date          pic 9(8).
  77      xhist-active-flag   pic X value 'N'.
    88     xhist-active             value 'Y'.
  77      fxrev-active-flag   pic X value 'N'.
    88     fxrev-active             value 'Y'.
  77      arch-open-year      pic X(4) value spaces.
  77      arch-active-flag    pic X value 'N'.
    88     arch-active              value 'Y'.
  77      arch-found-flag     pic X.
    88     arch-found               value 'Y'.
  77      arch-scan-flag      pic X.
  77      foreign-item-flag   pic X.
    88     foreign-item             value 'Y'.
  77      sale-year           pic X(4).
  77      rate-found          pic 9(3)v9(6).
  77      rate-scan-flag      pic X.
  77      rate-found-flag     pic X.
    88     rate-was-found           value 'Y'.
  77      settled-home-work   pic S9(12) comp.
  77      realized-work       pic S9(12) comp.
  77      realized-dsp        pic -(11)9.
  77      realized-count      pic 9(6) comp value zeros.
  77      post-amount         pic S9(12) comp.
  77      post-region         pic X(17).
  77      post-type           pic X(1).
  77      post-debit          pic X(8).
  77      post-credit         pic X(8).
  77      glacct-work         pic X(8).
  77      gl-suspense-acct    pic X(8) value "99999999".
  77      unreal-region       pic X(17) value "FX UNREALIZED".
  77      unreal-type         pic X(1) value "U".
  77      unreal-debit        pic X(8).
  77      unreal-credit       pic X(8).
  77      real-region         pic X(17) value "FX REALIZED".
  77      real-type           pic X(1) value "R".
  77      real-debit          pic X(8).
  77      real-credit         pic X(8).
  77      glpost-filename     pic X(40).
  77      glpost-open-flag    pic X value 'N'.
  77      gl-record-count     pic 9(6) comp value zeros.
  77      gl-batch-amount     pic S9(12) comp value zeros.
  77      run-stamp           pic X(14).

 PROCEDURE DIVISION.
 000-MAIN.
      stop run
  end-if
  open output unmatched-file
  accept today-date from date yyyymmdd
  perform 050-OPEN-FX-FILES
  perform 100-APPLY-ONE-PAYMENT until remit-at-end
  close remittance-file
  close ar-open-file
  close unmatched-file
  if xhist-active
      close exch-hist-file
  end-if
  if fxrev-active
      close fx-reval-file
  end-if
  if arch-active
      close sales-archive-file
  end-if
  if glpost-open-flag = 'Y'
      perform 700-CLOSE-GL-BATCH
  end-if
  call "SYSTEM" using setaside-command
  move applied-count   to applied-dsp
  move unmatched-count to unmatched-dsp
  display "arapply: " applied-dsp " payment(s) applied, "
      unmatched-dsp " unmatched (see arunmatched.txt)"
  if realized-count > 0
      move realized-count to applied-dsp
      display "arapply: " applied-dsp " foreign-currency item(s) "
          "closed, exchange difference realized"
  end-if
  stop run.

* The rate history and the revaluation register are needed only
* for foreign-currency items; without the register nothing can be
* realized and the payments still apply as before.
 050-OPEN-FX-FILES.
  open input exch-hist-file
  if xhist-fs = "00"
      move 'Y' to xhist-active-flag
  end-if
  open i-o fx-reval-file
  if fxrev-fs not = "00"
      open output fx-reval-file
      close fx-reval-file
      open i-o fx-reval-file
  end-if
  if fxrev-fs = "00"
      move 'Y' to fxrev-active-flag
  else
      display "arapply: revaluation register not available "
          "(arfxreval.dat status " fxrev-fs "), no exchange "
          "difference will be realized"
  end-if
  move gl-suspense-acct to unreal-debit unreal-credit
      real-debit real-credit
  open input gl-account-file
  if glacct-fs = "00"
      perform 055-READ-ONE-MAPPING
        until glacct-fs not = "00"
      close gl-account-file
  end-if.

 055-READ-ONE-MAPPING.
  read gl-account-file
      at end continue
      not at end
          if ga-region = unreal-region
              and ga-sales-type = unreal-type
              move ga-debit-acct  to unreal-debit
              move ga-credit-acct to unreal-credit
          end-if
          if ga-region = real-region
              and ga-sales-type = real-type
              move ga-debit-acct  to real-debit
              move ga-credit-acct to real-credit
          end-if
  end-read.

 100-APPLY-ONE-PAYMENT.
  read remittance-file
      at end move 'Y' to remit-end-flag
      invalid key
          perform 300-LIST-UNMATCHED
      not invalid key
          if ar-item-paid or ar-item-credit
              or ar-item-written-off
              perform 300-LIST-UNMATCHED
          else
              perform 250-APPLY-TO-ITEM
              ar-sales-number " status " ar-fs
  end-rewrite
  add 1 to applied-count
  perform 400-LOG-APPLICATION
  if ar-item-paid and fxrev-active
      perform 500-REALIZE-FX-DIFFERENCE
  end-if.

 300-LIST-UNMATCHED.
  add 1 to unmatched-count
      delimited by size into apply-log-record
  write apply-log-record
  close apply-log-file.

* A foreign item met here for the first time (never revalued) is
* registered from its archived sale, the way arreval does it; a
* home-currency sale has nothing to realize.
 500-REALIZE-FX-DIFFERENCE.
  move 'N' to foreign-item-flag
  move ar-sales-number to fx-sales-number
  read fx-reval-file
      invalid key
          perform 510-REGISTER-NEW-ITEM
      not invalid key
          move 'Y' to foreign-item-flag
  end-read
  if foreign-item and fx-item-open
      perform 550-POST-REALIZATION
  end-if.

 510-REGISTER-NEW-ITEM.
  perform 520-FIND-ARCHIVED-SALE
  if arch-found
      and arch-currency not = spaces
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
              display "arapply: register entry for "
                  fx-sales-number " not written, status " fxrev-fs
              move 'N' to foreign-item-flag
      end-write
  end-if.

* The sale is looked up in its own year's archive through the
* sales-number key, as arreval does.
 520-FIND-ARCHIVED-SALE.
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
              perform 525-CHECK-ONE-SALE
                until arch-scan-flag = 'Y'
      end-start
  end-if.

 525-CHECK-ONE-SALE.
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

* The unrealized difference carried comes off first, then the
* realized difference goes on: the foreign amount at the value
* date's rate against what the item was booked at. With no rate
* on file by the value date the realized difference is taken as
* nil, loudly.
 550-POST-REALIZATION.
  perform 560-FIND-VALUE-DATE-RATE
  if rate-was-found
      compute settled-home-work rounded =
          fx-foreign-amount * rate-found
      compute realized-work = settled-home-work - fx-booked-home
  else
      display "arapply: no " fx-currency " rate on file by "
          rm-value-date ", realized difference on "
          ar-sales-number " taken as nil"
      move zeros to realized-work
  end-if
  if fx-unrealized not = zeros
      compute post-amount = zeros - fx-unrealized
      move unreal-region to post-region
      move unreal-type   to post-type
      move unreal-debit  to post-debit
      move unreal-credit to post-credit
      perform 600-POST-FX-PAIR
  end-if
  if realized-work not = zeros
      move realized-work to post-amount
      move real-region   to post-region
      move real-type     to post-type
      move real-debit    to post-debit
      move real-credit   to post-credit
      perform 600-POST-FX-PAIR
  end-if
  move realized-work to fx-realized
  move rm-value-date to fx-closed-date
  move "CLSD"        to fx-status
  rewrite fx-rec
      invalid key
          display "arapply: register rewrite failed for "
              fx-sales-number " status " fxrev-fs
  end-rewrite
  add 1 to realized-count
  perform 580-LOG-REALIZATION.

* The history is keyed currency + rate date; the last rate dated
* by the value date is the one in force.
 560-FIND-VALUE-DATE-RATE.
  move 'N' to rate-found-flag
  move zeros to rate-found
  if xhist-active
      move fx-currency to xh-currency
      move zeros       to xh-rate-date
      start exch-hist-file key >= xh-key
          invalid key continue
          not invalid key
              move 'N' to rate-scan-flag
              perform 565-CHECK-ONE-RATE until rate-scan-flag = 'Y'
      end-start
  end-if.

 565-CHECK-ONE-RATE.
  read exch-hist-file next record
      at end move 'Y' to rate-scan-flag
      not at end
          if xh-currency not = fx-currency
              or xh-rate-date > rm-value-date
              move 'Y' to rate-scan-flag
          else
              move 'Y'     to rate-found-flag
              move xh-rate to rate-found
          end-if
  end-read.

 580-LOG-REALIZATION.
  open extend apply-log-file
  if apply-log-fs not = "00"
      open output apply-log-file
  end-if
  move realized-work to realized-dsp
  move spaces to apply-log-record
  string log-timestamp " " ar-sales-number " " ar-vendor-name
      " " fx-currency " realized " realized-dsp
      delimited by size into apply-log-record
  write apply-log-record
  close apply-log-file.

* A gain debits the mapping's debit account and credits its credit
* account; a loss posts the same pair the other way round, always
* positive.
 600-POST-FX-PAIR.
  if post-amount < zeros
      compute post-amount = zeros - post-amount
      move post-debit  to glacct-work
      move post-credit to post-debit
      move glacct-work to post-credit
  end-if
  if glpost-open-flag not = 'Y'
      perform 610-OPEN-GL-BATCH
  end-if
  move spaces to gl-posting-record
  move "DR"            to glp-rec-type
  move rm-value-date   to glp-posting-date
  move post-debit      to glp-account
  move post-region     to glp-region
  move post-type       to glp-sales-type
  move post-amount     to glp-amount
  write gl-posting-record
  add 1 to gl-record-count
  add post-amount to gl-batch-amount
  move spaces to gl-posting-record
  move "CR"            to glp-rec-type
  move rm-value-date   to glp-posting-date
  move post-credit     to glp-account
  move post-region     to glp-region
  move post-type       to glp-sales-type
  move post-amount     to glp-amount
  write gl-posting-record
  add 1 to gl-record-count.

* One batch per application run, named for the moment it opened.
 610-OPEN-GL-BATCH.
  accept log-time from time
  move spaces to run-stamp
  string today-date log-time (1:6) delimited by size into run-stamp
  move spaces to glpost-filename
  string "glfxreal." run-stamp ".dat"
      delimited by size into glpost-filename
  open output gl-posting-file
  move 'Y' to glpost-open-flag.

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
  display "arapply: exchange-difference postings in "
      glpost-filename.
