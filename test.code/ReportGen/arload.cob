*    sales-number, at the home-currency value the report run
*    accumulated. A sales-number already on the open-item file is
*    left exactly as it stands -- reloading after new runs only adds
*    what is new, it never resets anyone's payment history.
*
*    A return (sales-type "R") that redeemed its authorization on
*    returnauth.dat opens a credit item instead (status CRED, the
*    credit as a negative open amount) -- the vendor owes us that
*    much less. An unauthorized return, or any return when no
*    returnauth.dat is on file, is only counted and skipped.
*
*    After the load every credit with anything left on it is offset
*    against the same vendor's OPEN and PART invoices, oldest sale
*    date first, until the credit or the invoices run out; each
*    offset is appended to arapply.log the way cash application
*    records a payment, naming the credit that paid it. A credit
*    used up goes PAID, an invoice covered in full goes PAID, so
*    araging and the vendor balance show the net position.
*
*    Run it after the nightly report step (it only ever reads the
*    archive), then arapply applies the bank's remittances and
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS archyr-fs.
    COPY "arsel.cpy".
    SELECT return-auth-file
         ASSIGN TO "returnauth.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS retauth-fs.
    SELECT apply-log-file
         ASSIGN TO "arapply.log"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS apply-log-fs.

 DATA DIVISION.
 FILE SECTION.
 01  arch-year-record        pic X(4).
 COPY "arfd.cpy".

* the return authorizations exactly as the report run keeps them;
* used = Y is a return that redeemed its RMA.
 FD  return-auth-file.
 01  return-auth-record.
     05 ra-sales-number      pic X(13).
     05 ra-vendor-name       pic X(20).
     05 ra-used              pic X(1).

 FD  apply-log-file.
 01  apply-log-record        pic X(120).

 WORKING-STORAGE SECTION.
  77      arch-fs             pic XX.
  77      arch-filename       pic X(40).
  77      opened-dsp          pic Z(7)9.
  77      already-dsp         pic Z(7)9.
  77      returns-dsp         pic Z(7)9.
  77      retauth-fs          pic XX.
  77      apply-log-fs        pic XX.
  77      credit-count        pic 9(8) comp value zeros.
  77      offset-count        pic 9(8) comp value zeros.
  77      credit-dsp          pic Z(7)9.
  77      offset-dsp          pic Z(7)9.
  01      return-auth-table.
     05     return-auth-entry   occurs 200 times indexed by rax.
        10     rat-sales-number   pic X(13).
        10     rat-vendor-name    pic X(20).
        10     rat-used           pic X(1).
  77      return-auth-count   pic 9(3) comp value zeros.
  77      return-redeemed-flag pic X.
    88     return-redeemed          value 'Y'.
* credits with something left to offset, and every OPEN/PART
* invoice they could be offset against.
  01      credit-table.
     05     credit-entry      occurs 500 times indexed by ctx.
        10     ct-sales-number    pic X(13).
        10     ct-vendor-name     pic X(20).
  77      credit-table-count  pic 9(3) comp value zeros.
  01      invoice-table.
     05     invoice-entry     occurs 2000 times indexed by itx.
        10     it-sales-number    pic X(13).
        10     it-vendor-name     pic X(20).
        10     it-sales-date      pic 9(8).
        10     it-settled         pic X(1).
  77      invoice-count       pic 9(4) comp value zeros.
  77      items-end-flag      pic X.
  77      oldest-sub          pic 9(4) comp.
  77      no-invoice-flag     pic X.
  77      credit-left-work    pic S9(12) comp.
  77      invoice-open-work   pic S9(12) comp.
  77      offset-work         pic S9(12) comp.
  77      still-open-work     pic S9(12) comp.
  77      offset-dsp-amt      pic -(11)9.
  77      still-open-dsp      pic -(11)9.
  77      today-date          pic 9(8).
  77      log-date            pic 9(8).
  77      log-time            pic 9(8).
  77      log-timestamp       pic X(17).

 PROCEDURE DIVISION.
 000-MAIN.
  accept today-date from date yyyymmdd
  perform 050-LOAD-RETURN-AUTHS
  open input arch-years-file
  if archyr-fs not = "00"
      display "arload: no archive years on file (archyears.dat "
  end-if
  perform 090-LOAD-ONE-YEAR until years-at-end
  close arch-years-file
  perform 500-OFFSET-CREDITS
  close ar-open-file
  move opened-count  to opened-dsp
  move already-count to already-dsp
  move returns-count to returns-dsp
  move credit-count  to credit-dsp
  move offset-count  to offset-dsp
  display "arload: " opened-dsp " item(s) opened, "
      credit-dsp " credit(s) opened, "
      already-dsp " already on file, "
      returns-dsp " return(s) skipped"
  display "arload: " offset-dsp " credit offset(s) applied "
      "(see arapply.log)"
  stop run.

* The redeemed authorizations decide which returns are credits;
* without a returnauth.dat no return is taken as validated.
 050-LOAD-RETURN-AUTHS.
  open input return-auth-file
  if retauth-fs = "00"
      perform 055-READ-ONE-AUTH
        until retauth-fs not = "00"
      close return-auth-file
  else
      display "arload: no return authorizations (returnauth.dat "
          "status " retauth-fs "), returns skipped"
  end-if.

 055-READ-ONE-AUTH.
  read return-auth-file
    at end continue
    not at end
        if return-auth-count < 200
            add 1 to return-auth-count
            move ra-sales-number to
                rat-sales-number (return-auth-count)
            move ra-vendor-name  to
                rat-vendor-name (return-auth-count)
            move ra-used         to rat-used (return-auth-count)
        else
            display "arload: return-auth table full (200), "
                "dropping " ra-sales-number
        end-if
  end-read.

 090-LOAD-ONE-YEAR.
  read arch-years-file
      at end move 'Y' to years-end-flag
      at end move 'Y' to archive-end-flag
      not at end
          if arch-sales-type = returns-type
              perform 150-OPEN-CREDIT-ITEM
          else
              move spaces to ar-rec
              move arch-sales-number to ar-sales-number
              end-write
          end-if
  end-read.

* A return opens a credit only when its RMA was redeemed -- the
* same sales-number and vendor, marked used by the report run that
* took it in.
 150-OPEN-CREDIT-ITEM.
  move 'N' to return-redeemed-flag
  perform 155-MATCH-ONE-AUTH
    varying rax from 1 by 1
    until rax > return-auth-count or return-redeemed
  if not return-redeemed
      add 1 to returns-count
  else
      move spaces to ar-rec
      move arch-sales-number to ar-sales-number
      move arch-sales-date   to ar-sales-date
      move arch-vendor-name  to ar-vendor-name
      compute ar-open-amount = zeros - arch-home-value
      move zeros             to ar-paid-amount
      move "CRED"            to ar-status
      move zeros             to ar-last-paid-date
      move arch-run-id       to ar-run-id
      write ar-rec
          invalid key add 1 to already-count
          not invalid key add 1 to credit-count
      end-write
  end-if.

 155-MATCH-ONE-AUTH.
  if rat-used (rax) = 'Y'
      and rat-sales-number (rax) = arch-sales-number
      and rat-vendor-name (rax) = arch-vendor-name
      move 'Y' to return-redeemed-flag
  end-if.

* One pass tables the credits still carrying a balance and every
* invoice still open; then each credit is offset, oldest invoice
* first, until it or the vendor's invoices are used up.
 500-OFFSET-CREDITS.
  move 'N' to items-end-flag
  move low-values to ar-sales-number
  start ar-open-file key >= ar-sales-number
      invalid key move 'Y' to items-end-flag
  end-start
  perform 510-TABLE-ONE-ITEM until items-end-flag = 'Y'
  perform 530-OFFSET-ONE-CREDIT
    varying ctx from 1 by 1
    until ctx > credit-table-count.

 510-TABLE-ONE-ITEM.
  read ar-open-file next
      at end move 'Y' to items-end-flag
      not at end
          if ar-item-credit
              if credit-table-count < 500
                  add 1 to credit-table-count
                  move ar-sales-number to
                      ct-sales-number (credit-table-count)
                  move ar-vendor-name  to
                      ct-vendor-name (credit-table-count)
              else
                  display "arload: credit table full (500), "
                      ar-sales-number " offset next run"
              end-if
          end-if
          if ar-item-open or ar-item-part-paid
              if invoice-count < 2000
                  add 1 to invoice-count
                  move ar-sales-number to
                      it-sales-number (invoice-count)
                  move ar-vendor-name  to
                      it-vendor-name (invoice-count)
                  move ar-sales-date   to
                      it-sales-date (invoice-count)
                  move 'N' to it-settled (invoice-count)
              else
                  display "arload: invoice table full (2000), "
                      ar-sales-number " not offset this run"
              end-if
          end-if
  end-read.

 530-OFFSET-ONE-CREDIT.
  move ct-sales-number (ctx) to ar-sales-number
  read ar-open-file
      invalid key move zeros to credit-left-work
      not invalid key
          compute credit-left-work =
              zeros - (ar-open-amount - ar-paid-amount)
  end-read
  move 'N' to no-invoice-flag
  perform 540-OFFSET-OLDEST-INVOICE
    until credit-left-work not > zeros or no-invoice-flag = 'Y'.

 540-OFFSET-OLDEST-INVOICE.
  move zeros to oldest-sub
  perform 545-COMPARE-ONE-INVOICE
    varying itx from 1 by 1
    until itx > invoice-count
  if oldest-sub = zeros
      move 'Y' to no-invoice-flag
  else
      perform 550-APPLY-ONE-OFFSET
  end-if.

* Oldest sale date wins; on the same date the lower sales-number,
* so the order is the same every time the offset is rerun.
 545-COMPARE-ONE-INVOICE.
  if it-vendor-name (itx) = ct-vendor-name (ctx)
      and it-settled (itx) not = 'Y'
      if oldest-sub = zeros
          set oldest-sub to itx
      else
          if it-sales-date (itx) < it-sales-date (oldest-sub)
              or (it-sales-date (itx) = it-sales-date (oldest-sub)
                  and it-sales-number (itx) <
                      it-sales-number (oldest-sub))
              set oldest-sub to itx
          end-if
      end-if
  end-if.

* The invoice takes what the credit can give, up to what it still
* owes; the credit gives up the same amount. Both are rewritten
* and the invoice side is logged as cash application would log it.
 550-APPLY-ONE-OFFSET.
  move 'Y' to it-settled (oldest-sub)
  move it-sales-number (oldest-sub) to ar-sales-number
  read ar-open-file
      invalid key continue
      not invalid key
          compute invoice-open-work =
              ar-open-amount - ar-paid-amount
          if invoice-open-work > zeros
              if invoice-open-work > credit-left-work
                  move credit-left-work to offset-work
              else
                  move invoice-open-work to offset-work
              end-if
              add offset-work to ar-paid-amount
              move today-date to ar-last-paid-date
              if ar-paid-amount >= ar-open-amount
                  move "PAID" to ar-status
              else
                  move "PART" to ar-status
                  move 'N' to it-settled (oldest-sub)
              end-if
              rewrite ar-rec
                  invalid key
                      display "arload: rewrite failed for "
                          ar-sales-number " status " ar-fs
              end-rewrite
              subtract offset-work from credit-left-work
              add 1 to offset-count
              perform 600-LOG-OFFSET
              perform 560-REDUCE-CREDIT
          end-if
  end-read.

 560-REDUCE-CREDIT.
  move ct-sales-number (ctx) to ar-sales-number
  read ar-open-file
      invalid key
          display "arload: credit " ct-sales-number (ctx)
              " vanished during the offset"
      not invalid key
          subtract offset-work from ar-paid-amount
          move today-date to ar-last-paid-date
          if ar-paid-amount = ar-open-amount
              move "PAID" to ar-status
          end-if
          rewrite ar-rec
              invalid key
                  display "arload: rewrite failed for "
                      ar-sales-number " status " ar-fs
          end-rewrite
  end-read.

 600-LOG-OFFSET.
  accept log-date from date yyyymmdd
  accept log-time from time
  move spaces to log-timestamp
  string log-date "-" log-time delimited by size into log-timestamp
  open extend apply-log-file
  if apply-log-fs not = "00"
      open output apply-log-file
  end-if
  move offset-work to offset-dsp-amt
  compute still-open-work = ar-open-amount - ar-paid-amount
  move still-open-work to still-open-dsp
  move spaces to apply-log-record
  string log-timestamp " " ar-sales-number " " ar-vendor-name
      " credited " offset-dsp-amt " open " still-open-dsp
      " " ar-status " by " ct-sales-number (ctx)
      delimited by size into apply-log-record
  write apply-log-record
  close apply-log-file.
