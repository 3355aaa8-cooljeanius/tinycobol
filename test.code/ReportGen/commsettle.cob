*          payment file commpay_<YYYYMM>.dat, and marks each item
*          PAID under that month -- a rerun of the same month
*          finds nothing open and pays nobody twice.
*          With vendor bank details on file (vendbank.dat, kept by
*          vendbank) the settlement also writes the bank payment
*          file bankpay_<YYYYMMDDHHMMSS>.dat in the bank's fixed
*          batch layout: a header, one credit per vendor owed
*          anything -- its reference, bank, branch, account,
*          holder and amount in cents -- and a trailer with the
*          credit count and total. A vendor with no bank details
*          is left out: its items stay OPEN, to be paid by a later
*          settlement once its details are on file (a rerun of the
*          month then adds it to commpay_<YYYYMM>.dat), and it is
*          listed with anyone owed nothing in
*          commnobank_<YYYYMM>.rpt. Every item paid through the
*          bank is entered in the payment register commpayreg.dat
*          under its credit's reference.
*      commsettle RETURNS <return-file>
*          matches the bank's return file back to the register: an
*          item whose credit the bank rejected goes back to OPEN,
*          to be paid again by the next settlement, and its
*          register entry is marked RETURNED so the same return
*          file read twice reopens nothing twice. The rejections
*          are reported to commreturn.rpt; a rejected reference
*          not in the register ends with RETURN-CODE 4.
*      commsettle REPORT
*          reports the per-vendor unpaid balances to commbal.rpt.
*
    COPY "runhsel.cpy".
    COPY "runvsel.cpy".
    COPY "commsel.cpy".
    COPY "vbanksel.cpy".
    SELECT rate-history-file
         ASSIGN TO "commratesh.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ASSIGN TO "commbal.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    SELECT bank-payment-file
         ASSIGN TO bank-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS bankpay-fs.
    SELECT bank-return-file
         ASSIGN TO return-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS bankret-fs.
    SELECT pay-register-file
         ASSIGN TO "commpayreg.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS payreg-fs.
    SELECT pay-register-new-file
         ASSIGN TO "commpayreg.dat.new"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS payreg-new-fs.
    SELECT settle-list-file
         ASSIGN TO list-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "runhfd.cpy".
 COPY "runvfd.cpy".
 COPY "commfd.cpy".
 COPY "vbankfd.cpy".

* one dated rate per line; the rate in force on a run date is the
* entry with the latest effective date not after it, the vendor's
 FD  balance-report-file.
 01  balance-report-record   pic X(100).

* the bank's fixed-layout batch: type 1 header, type 2 credit,
* type 9 trailer, amounts in cents.
 FD  bank-payment-file.
 01  bank-header-record.
     05 bh-rec-type          pic X(1).
     05 bh-originator        pic X(10).
     05 bh-batch-id          pic X(14).
     05 bh-creation-date     pic 9(8).
     05 bh-value-date        pic 9(8).
     05 filler               pic X(79).
 01  bank-credit-record.
     05 bd-rec-type          pic X(1).
     05 bd-reference         pic X(18).
     05 bd-bank-code         pic X(8).
     05 bd-branch-code       pic X(6).
     05 bd-account-number    pic X(20).
     05 bd-account-holder    pic X(35).
     05 bd-amount            pic 9(13).
     05 bd-narrative         pic X(19).
 01  bank-trailer-record.
     05 bt-rec-type          pic X(1).
     05 bt-batch-id          pic X(14).
     05 bt-credit-count      pic 9(6).
     05 bt-total-amount      pic 9(15).
     05 filler               pic X(84).

* the bank's return file: the same header and trailer types, one
* type 2 line per credit with its outcome, A accepted or R
* rejected, and the bank's reason.
 FD  bank-return-file.
 01  bank-return-record.
     05 rr-rec-type          pic X(1).
     05 rr-reference         pic X(18).
     05 rr-outcome           pic X(1).
       88 rr-rejected              value "R".
     05 rr-reason-code       pic X(4).
     05 rr-reason-text       pic X(40).
     05 rr-amount            pic 9(13).
     05 filler               pic X(43).

* one line per accrual item paid through the bank.
 FD  pay-register-file.
 01  pay-register-record.
     05 pr-reference         pic X(18).
     05 filler               pic X(1).
     05 pr-status            pic X(8).
       88 pr-sent                  value "SENT".
       88 pr-returned              value "RETURNED".
     05 filler               pic X(1).
     05 pr-run-id            pic X(14).
     05 filler               pic X(1).
     05 pr-vendor-name       pic X(20).
     05 filler               pic X(1).
     05 pr-paid-month        pic 9(6).
     05 filler               pic X(1).
     05 pr-amount            pic -(11)9.
     05 filler               pic X(1).
     05 pr-bank-file         pic X(40).

 FD  pay-register-new-file.
 01  pay-register-new-record pic X(124).

 FD  settle-list-file.
 01  settle-list-record      pic X(100).

 WORKING-STORAGE SECTION.
  77      runh-fs             pic XX.
  77      runv-fs             pic XX.
  77      rateh-fs            pic XX.
  77      payment-fs          pic XX.
  77      payment-filename    pic X(40).
  77      vbank-fs            pic XX.
  77      bankpay-fs          pic XX.
  77      bankret-fs          pic XX.
  77      payreg-fs           pic XX.
  77      payreg-new-fs       pic XX.
  77      bank-filename       pic X(40).
  77      return-filename     pic X(60).
  77      list-filename       pic X(40).
  77      settle-cmdline      pic X(100).
  77      settle-mode         pic X(8).
  77      settle-arg          pic X(60).
  77      settle-month-parm   pic X(6).
  77      settle-month        pic 9(6).
  77      settle-end-date     pic 9(8).
  77      settle-vendor-count pic 9(3) comp value zeros.
  77      balance-dsp         pic -(11)9.
  77      items-dsp           pic Z(3)9.
* the bank side of a settlement.
  77      bank-active-flag    pic X value 'N'.
    88     bank-active              value 'Y'.
  77      bank-found-flag     pic X.
  77      bank-originator     pic X(10) value "SALESCOMM".
  77      batch-id            pic X(14).
  77      batch-date          pic 9(8).
  77      batch-time          pic 9(8).
  77      credit-seq          pic 9(4).
  77      credit-count        pic 9(6) comp value zeros.
  77      credit-total        pic 9(15) comp value zeros.
  77      credit-count-dsp    pic Z(5)9.
  77      register-rewrite-cmd pic X(60)
     value "mv commpayreg.dat.new commpayreg.dat".
* the vendors a settlement leaves out of the bank file.
  01      unbanked-table.
     05     unbanked-entry    occurs 200 times indexed by ubx.
        10     ub-name           pic X(20).
        10     ub-amount         pic S9(12) comp.
        10     ub-items          pic 9(4) comp.
        10     ub-why            pic X(20).
  77      unbanked-count      pic 9(3) comp value zeros.
  77      fold-name           pic X(20).
  77      fold-amount         pic S9(12) comp.
  77      fold-items          pic 9(4) comp.
  77      fold-why            pic X(20).
* the items a settlement paid, so the register can name them.
  01      settled-item-table.
     05     settled-item-entry occurs 2000 times indexed by six.
        10     si-run-id         pic X(14).
        10     si-vendor-name    pic X(20).
        10     si-amount         pic S9(12) comp.
  77      settled-item-count  pic 9(4) comp value zeros.
* the credits the bank rejected, from its return file.
  01      rejected-table.
     05     rejected-entry    occurs 500 times indexed by rjx.
        10     rj-reference      pic X(18).
        10     rj-reason-code    pic X(4).
        10     rj-reason-text    pic X(40).
        10     rj-amount         pic 9(13).
        10     rj-vendor-name    pic X(20).
        10     rj-items          pic 9(4) comp.
        10     rj-seen-flag      pic X.
  77      rejected-count      pic 9(3) comp value zeros.
  77      return-end-flag     pic X.
  77      register-end-flag   pic X.
  77      items-reopened      pic 9(5) comp value zeros.
  77      unmatched-count     pic 9(3) comp value zeros.
  77      cents-dsp           pic Z(10)9.99.
  77      cents-work          pic 9(13)v99.

 PROCEDURE DIVISION.
 000-MAIN.
  accept settle-cmdline from command-line
  unstring settle-cmdline delimited by ' '
      into settle-mode settle-arg
  move settle-arg to settle-month-parm
  evaluate settle-mode
      when "ACCRUE"  perform 100-ACCRUE-RUNS
      when "SETTLE"  perform 400-SETTLE-MONTH
      when "RETURNS" perform 900-MATCH-RETURNS
      when "REPORT"  perform 700-REPORT-BALANCES
      when other
          display "commsettle: use ACCRUE, SETTLE <YYYYMM>, "
              "RETURNS <return-file> or REPORT"
          move 8 to return-code
  end-evaluate
  stop run.
  end-if
  move settle-month-parm to settle-month
  compute settle-end-date = settle-month * 100 + 31
  open input vendor-bank-file
  if vbank-fs = "00"
      move 'Y' to bank-active-flag
  else
      display "* no vendor bank details (vendbank.dat status "
          vbank-fs "), no bank payment file this settlement"
  end-if
  open i-o comm-accrual-file
  if comm-fs not = "00"
      display "commsettle: no accruals on file (commaccr.dat "
      move items-settled to items-settled-dsp
      display "commsettle: " items-settled-dsp " item(s) settled "
          "into commpay_" settle-month ".dat"
      if bank-active
          perform 520-WRITE-BANK-FILE
      end-if
  end-if
  if bank-active
      close vendor-bank-file
  end-if
  if unbanked-count > zeros
      perform 560-LIST-UNBANKED
  end-if.

 450-SETTLE-ONE-ITEM.
      at end move 'Y' to accrual-end-flag
      not at end
          if ca-item-open and ca-run-date <= settle-end-date
              perform 460-FIND-BANK-DETAILS
              if bank-found-flag = 'Y'
                  perform 470-PAY-ONE-ITEM
              else
                  move ca-vendor-name    to fold-name
                  move ca-comm-amount    to fold-amount
                  move 1                 to fold-items
                  move "NO BANK DETAILS" to fold-why
                  perform 620-FOLD-UNBANKED
              end-if
          end-if
  end-read.

* Without a bank details file every vendor is paid as before; with
* one, a vendor must be on it to be paid at all.
 460-FIND-BANK-DETAILS.
  move 'Y' to bank-found-flag
  if bank-active and vb-vendor-name not = ca-vendor-name
      move ca-vendor-name to vb-vendor-name
      read vendor-bank-file
          invalid key
              move 'N' to bank-found-flag
              move spaces to vb-vendor-name
      end-read
  end-if.

 470-PAY-ONE-ITEM.
  move "PAID"       to ca-status
  move settle-month to ca-paid-month
  rewrite ca-rec
      invalid key
          display "commsettle: rewrite failed for "
              ca-run-id " " ca-vendor-name
              " status " comm-fs
  end-rewrite
  add 1 to items-settled
  perform 600-FOLD-VENDOR-AMOUNT
  if settled-item-count < 2000
      add 1 to settled-item-count
      set six to settled-item-count
      move ca-run-id      to si-run-id (six)
      move ca-vendor-name to si-vendor-name (six)
      move ca-comm-amount to si-amount (six)
  else
      display "commsettle: settled item table full (2000), "
          ca-run-id " " ca-vendor-name " not in the register"
  end-if.

* A vendor held back for bank details and paid by a later
* settlement of the same month joins the month's file.
 500-WRITE-PAYMENT-FILE.
  move spaces to payment-filename
  string "commpay_" settle-month ".dat"
      delimited by size into payment-filename
  open extend payment-file
  if payment-fs not = "00"
      open output payment-file
  end-if
  perform 510-PAY-ONE-VENDOR
    varying stx from 1 by 1
    until stx > settle-vendor-count
  move st-items (stx)  to py-item-count
  write payment-record.

 520-WRITE-BANK-FILE.
  accept batch-date from date yyyymmdd
  accept batch-time from time
  move spaces to batch-id
  string batch-date batch-time (1:6)
      delimited by size into batch-id
  move spaces to bank-filename
  string "bankpay_" batch-id ".dat"
      delimited by size into bank-filename
  open output bank-payment-file
  if bankpay-fs not = "00"
      display "commsettle: " bank-filename " could not be "
          "written (status " bankpay-fs "), pay from commpay_"
          settle-month ".dat"
      move 8 to return-code
      stop run
  end-if
  open extend pay-register-file
  if payreg-fs not = "00"
      open output pay-register-file
  end-if
  move spaces to bank-header-record
  move "1"             to bh-rec-type
  move bank-originator to bh-originator
  move batch-id        to bh-batch-id
  move batch-date      to bh-creation-date
  move batch-date      to bh-value-date
  write bank-header-record
  move zeros to credit-seq credit-count credit-total
  perform 530-CREDIT-ONE-VENDOR
    varying stx from 1 by 1
    until stx > settle-vendor-count
  move spaces to bank-trailer-record
  move "9"          to bt-rec-type
  move batch-id     to bt-batch-id
  move credit-count to bt-credit-count
  move credit-total to bt-total-amount
  write bank-trailer-record
  close bank-payment-file pay-register-file
  move credit-count to credit-count-dsp
  move credit-total to cents-work
  divide 100 into cents-work
  move cents-work to cents-dsp
  display "commsettle: " credit-count-dsp " credit(s) totalling "
      cents-dsp " in " bank-filename.

* Only a vendor owed something can be credited; one whose returns
* outweigh its sales this settlement is listed instead.
 530-CREDIT-ONE-VENDOR.
  if st-amount (stx) not > zeros
      move st-name (stx)   to fold-name
      move st-amount (stx) to fold-amount
      move st-items (stx)  to fold-items
      move "NOTHING TO PAY" to fold-why
      perform 620-FOLD-UNBANKED
  else
      move st-name (stx) to vb-vendor-name
      read vendor-bank-file
          invalid key move spaces to vb-rec
      end-read
      add 1 to credit-seq
      add 1 to credit-count
      move spaces to bank-credit-record
      move "2" to bd-rec-type
      string batch-id credit-seq
          delimited by size into bd-reference
      move vb-bank-code      to bd-bank-code
      move vb-branch-code    to bd-branch-code
      move vb-account-number to bd-account-number
      move vb-account-holder to bd-account-holder
      compute bd-amount = st-amount (stx) * 100
      add bd-amount to credit-total
      string "COMMISSION " settle-month
          delimited by size into bd-narrative
      write bank-credit-record
      perform 540-REGISTER-ONE-ITEM
        varying six from 1 by 1
        until six > settled-item-count
  end-if.

 540-REGISTER-ONE-ITEM.
  if si-vendor-name (six) = st-name (stx)
      move spaces to pay-register-record
      move bd-reference        to pr-reference
      move "SENT"              to pr-status
      move si-run-id (six)     to pr-run-id
      move si-vendor-name (six) to pr-vendor-name
      move settle-month        to pr-paid-month
      move si-amount (six)     to pr-amount
      move bank-filename       to pr-bank-file
      write pay-register-record
  end-if.

 560-LIST-UNBANKED.
  move spaces to list-filename
  string "commnobank_" settle-month ".rpt"
      delimited by size into list-filename
  open output settle-list-file
  move spaces to settle-list-record
  string "VENDORS LEFT OUT OF THE BANK PAYMENT FILE, SETTLEMENT "
      settle-month delimited by size into settle-list-record
  write settle-list-record
  move spaces to settle-list-record
  write settle-list-record
  perform 570-LIST-ONE-UNBANKED
    varying ubx from 1 by 1
    until ubx > unbanked-count
  close settle-list-file
  move unbanked-count to items-dsp
  display "commsettle: " items-dsp " vendor(s) left out of "
      "the bank payment file; see " list-filename.

 570-LIST-ONE-UNBANKED.
  move ub-amount (ubx) to balance-dsp
  move ub-items (ubx)  to items-dsp
  move spaces to settle-list-record
  string ub-name (ubx) " " balance-dsp " over " items-dsp
      " run(s)  " ub-why (ubx)
      delimited by size into settle-list-record
  write settle-list-record.

 600-FOLD-VENDOR-AMOUNT.
  set stx to 1
  search settle-vendor-entry
          ca-vendor-name " dropped"
  end-if.

* Folds a vendor left out of the bank file, with why, into the
* list.
 620-FOLD-UNBANKED.
  set ubx to 1
  search unbanked-entry
      at end perform 630-ADD-UNBANKED
      when ubx > unbanked-count
          perform 630-ADD-UNBANKED
      when ub-name (ubx) = fold-name
          add fold-amount to ub-amount (ubx)
          add fold-items  to ub-items (ubx)
  end-search.

 630-ADD-UNBANKED.
  if unbanked-count < 200
      add 1 to unbanked-count
      set ubx to unbanked-count
      move fold-name   to ub-name (ubx)
      move fold-amount to ub-amount (ubx)
      move fold-items  to ub-items (ubx)
      move fold-why    to ub-why (ubx)
  else
      display "commsettle: unbanked table full (200), "
          fold-name " not listed"
  end-if.

 700-REPORT-BALANCES.
  open input comm-accrual-file
  if comm-fs not = "00"
      " run(s)"
      delimited by size into balance-report-record
  write balance-report-record.

* The rejected credits are taken off the return file first; the
* register is then rewritten through the write-new-then-mv
* pattern, each SENT line under a rejected reference reopening its
* item and coming back RETURNED.
 900-MATCH-RETURNS.
  move settle-arg to return-filename
  if return-filename = spaces
      display "commsettle: RETURNS needs the bank's return file"
      move 8 to return-code
      stop run
  end-if
  open input bank-return-file
  if bankret-fs not = "00"
      display "commsettle: return file " return-filename
          " not readable (status " bankret-fs ")"
      move 8 to return-code
      stop run
  end-if
  move 'N' to return-end-flag
  perform 910-TAKE-ONE-RETURN until return-end-flag = 'Y'
  close bank-return-file
  if rejected-count > zeros
      perform 920-REOPEN-REJECTED
  end-if
  perform 950-REPORT-RETURNS
  move items-reopened to items-open-dsp
  move rejected-count to items-dsp
  display "commsettle: " items-dsp " credit(s) rejected, "
      items-open-dsp " item(s) reopened; see commreturn.rpt"
  if unmatched-count > zeros
      move unmatched-count to items-dsp
      display "commsettle: *** " items-dsp " rejected "
          "reference(s) not in the payment register"
      move 4 to return-code
  end-if.

 910-TAKE-ONE-RETURN.
  read bank-return-file
      at end move 'Y' to return-end-flag
      not at end
          if rr-rec-type = "2" and rr-rejected
              if rejected-count < 500
                  add 1 to rejected-count
                  set rjx to rejected-count
                  move rr-reference   to rj-reference (rjx)
                  move rr-reason-code to rj-reason-code (rjx)
                  move rr-reason-text to rj-reason-text (rjx)
                  move rr-amount      to rj-amount (rjx)
                  move spaces         to rj-vendor-name (rjx)
                  move zeros          to rj-items (rjx)
                  move 'N'            to rj-seen-flag (rjx)
              else
                  display "commsettle: rejection table full (500), "
                      rr-reference " not matched"
              end-if
          end-if
  end-read.

 920-REOPEN-REJECTED.
  open input pay-register-file
  if payreg-fs not = "00"
      display "commsettle: no payment register (commpayreg.dat "
          "status " payreg-fs "), nothing to reopen"
  else
      open i-o comm-accrual-file
      if comm-fs not = "00"
          display "commsettle: no accruals on file (commaccr.dat "
              "status " comm-fs ")"
          close pay-register-file
          move 8 to return-code
          stop run
      end-if
      open output pay-register-new-file
      move 'N' to register-end-flag
      perform 930-SIFT-ONE-REGISTER-LINE
        until register-end-flag = 'Y'
      close pay-register-file pay-register-new-file
          comm-accrual-file
      call "SYSTEM" using register-rewrite-cmd
  end-if.

 930-SIFT-ONE-REGISTER-LINE.
  read pay-register-file
      at end move 'Y' to register-end-flag
      not at end
          if pr-sent or pr-returned
              perform 935-MATCH-ONE-REJECTION
                varying rjx from 1 by 1
                until rjx > rejected-count
          end-if
          move pay-register-record to pay-register-new-record
          write pay-register-new-record
  end-read.

 935-MATCH-ONE-REJECTION.
  if rj-reference (rjx) = pr-reference
      move 'Y' to rj-seen-flag (rjx)
      move pr-vendor-name to rj-vendor-name (rjx)
  end-if
  if rj-reference (rjx) = pr-reference and pr-sent
      move pr-run-id      to ca-run-id
      move pr-vendor-name to ca-vendor-name
      read comm-accrual-file
          invalid key
              display "commsettle: register item " pr-run-id " "
                  pr-vendor-name " no longer on commaccr.dat"
          not invalid key
              if ca-item-paid
                  move "OPEN" to ca-status
                  move zeros  to ca-paid-month
                  rewrite ca-rec
                      invalid key
                          display "commsettle: rewrite failed for "
                              ca-run-id " " ca-vendor-name
                              " status " comm-fs
                      not invalid key
                          add 1 to items-reopened
                          add 1 to rj-items (rjx)
                  end-rewrite
              end-if
      end-read
      move "RETURNED" to pr-status
  end-if.

 950-REPORT-RETURNS.
  move "commreturn.rpt" to list-filename
  open output settle-list-file
  move spaces to settle-list-record
  string "BANK RETURNS FROM " return-filename
      delimited by size into settle-list-record
  write settle-list-record
  move spaces to settle-list-record
  write settle-list-record
  move spaces to settle-list-record
  string "REFERENCE          VENDOR               "
      "         AMOUNT ITEMS REASON"
      delimited by size into settle-list-record
  write settle-list-record
  perform 960-REPORT-ONE-REJECTION
    varying rjx from 1 by 1
    until rjx > rejected-count
  if rejected-count = zeros
      move "NO CREDITS REJECTED" to settle-list-record
      write settle-list-record
  end-if
  close settle-list-file.

* A rejection the register has no line for is not ours, and is
* flagged as such; one already returned by an earlier reading
* shows with no items reopened.
 960-REPORT-ONE-REJECTION.
  move rj-amount (rjx) to cents-work
  divide 100 into cents-work
  move cents-work to cents-dsp
  move rj-items (rjx) to items-dsp
  move spaces to settle-list-record
  if rj-seen-flag (rjx) = 'Y'
      string rj-reference (rjx) " " rj-vendor-name (rjx) " "
          cents-dsp " " items-dsp "  " rj-reason-code (rjx) " "
          rj-reason-text (rjx)
          delimited by size into settle-list-record
  else
      add 1 to unmatched-count
      string rj-reference (rjx) " NOT IN THE PAYMENT REGISTER "
          cents-dsp "        " rj-reason-code (rjx) " "
          rj-reason-text (rjx)
          delimited by size into settle-list-record
  end-if
  write settle-list-record.
