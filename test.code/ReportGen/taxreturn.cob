 IDENTIFICATION DIVISION.
 PROGRAM-ID.    taxreturn.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Periodic sales tax return from the archive, reconciled to GL.
*
*    The report run prices every reported transaction through the
*    region/sales-type rate table and posts each run's tax as its
*    own DR/CR pairs, but the per-run tax register is never added
*    up. For a filing period this program rebuilds the return:
*
*      FILING SUMMARY  the taxable base and tax due per region and
*                      sales-type, recomputed from the archived
*                      transactions of the period (salesarch.<YYYY>
*                      .dat) through the current salestaxrates.dat
*                      rates, each transaction priced and rounded
*                      exactly as the report run prices it;
*      BY RUN          for every run that archived transactions in
*                      the period, the tax recomputed over all of
*                      that run's archived transactions against the
*                      tax DR postings in its retained posting file
*                      glposting.<run-id>.dat;
*      DIFFERENCES     every region/sales-type of a run where the
*                      computed and posted tax disagree, itemized.
*
*    In a posting file each region/sales-type bucket posts its gross
*    first and, when it accrued any, its tax after all the gross
*    pairs, so the second DR a file carries for a region/sales-type
*    is that bucket's tax. A run whose posting file is missing is
*    itemized in full as NOT POSTED. The return goes to
*    taxreturn.rpt; any difference ends with RETURN-CODE 4, so the
*    filing is not sent until someone has looked.
*
*    A transaction one of the vendor's exemption certificates
*    covers on its sales-date (taxexempt.dat, through the same
*    exemptchk routine the report run asks) accrues no tax here
*    either; the filing summary carries its amount in an EXEMPT
*    column of its own, off the taxable base.
*
*    Usage: taxreturn [from-YYYYMM [to-YYYYMM]]
*    Without arguments the last complete month is the period; one
*    month alone is a one-month period.
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
    SELECT tax-rate-file
         ASSIGN TO "salestaxrates.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS taxrate-fs.
    SELECT gl-posting-file
         ASSIGN TO posting-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS posting-fs.
    SELECT tax-return-file
         ASSIGN TO "taxreturn.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "archfd.cpy".

 FD  arch-years-file.
 01  arch-year-record        pic X(4).

* the rate table exactly as the report run reads it.
 FD  tax-rate-file.
 01  tax-rate-record.
     05 tx-region            pic X(17).
     05 tx-sales-type        pic X(1).
     05 tx-rate              pic 9(2)v9(4).
     05 tx-debit-acct        pic X(8).
     05 tx-credit-acct       pic X(8).

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

 FD  tax-return-file.
 01  tax-return-record       pic X(132).

 WORKING-STORAGE SECTION.
  77      arch-fs             pic XX.
  77      arch-filename       pic X(40).
  77      archyr-fs           pic XX.
  77      taxrate-fs          pic XX.
  77      posting-fs          pic XX.
  77      posting-filename    pic X(80).
  77      years-end-flag      pic X.
    88     years-at-end             value 'Y'.
  77      archive-end-flag    pic X.
    88     archive-at-end           value 'Y'.
  77      file-end-flag       pic X.
    88     file-at-end              value 'Y'.
  77      tax-cmdline         pic X(40).
  77      tax-arg-1           pic X(10).
  77      tax-arg-2           pic X(10).
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
  77      sweep-from-year     pic 9(4).
  77      sweep-to-year       pic 9(4).
* 'P' builds the period's return, 'R' recomputes its runs in full.
  77      sweep-pass          pic X.
    88     period-pass              value 'P'.
    88     run-pass                 value 'R'.
  01      tax-rate-table.
     05     tax-rate-entry    occurs 100 times indexed by txx.
        10     txt-region        pic X(17).
        10     txt-sales-type    pic X(1).
        10     txt-rate          pic 9(2)v9(4).
  77      tax-rate-count      pic 9(3) comp value zeros.
  77      tax-amount-work     pic S9(12) comp.
* the filing summary, one line per region/sales-type.
  01      return-table.
     05     return-entry      occurs 100 times indexed by rtx.
        10     rt-region         pic X(17).
        10     rt-sales-type     pic X(1).
        10     rt-rate           pic 9(2)v9(4).
        10     rt-taxable        pic S9(14) comp.
        10     rt-tax            pic S9(14) comp.
        10     rt-exempt         pic S9(14) comp.
  77      return-count        pic 9(3) comp value zeros.
  77      return-taxable      pic S9(14) comp value zeros.
  77      return-tax          pic S9(14) comp value zeros.
  77      return-exempt       pic S9(14) comp value zeros.
  77      exempt-cert         pic X(20).
* every run that archived into the period.
  01      run-table.
     05     run-entry         occurs 200 times indexed by rnx.
        10     rn-run-id         pic X(14).
        10     rn-computed       pic S9(14) comp.
        10     rn-posted         pic S9(14) comp.
        10     rn-posting-flag   pic X(1).
  77      run-count           pic 9(3) comp value zeros.
* computed and posted tax per run and region/sales-type.
  01      detail-table.
     05     detail-entry      occurs 2000 times indexed by dtx.
        10     dt-run-id         pic X(14).
        10     dt-region         pic X(17).
        10     dt-sales-type     pic X(1).
        10     dt-computed       pic S9(14) comp.
        10     dt-posted         pic S9(14) comp.
  77      detail-count        pic 9(4) comp value zeros.
  77      detail-run-id       pic X(14).
  77      detail-region       pic X(17).
  77      detail-sales-type   pic X(1).
* the region/sales-type buckets a posting file has shown gross for.
  01      gross-seen-table.
     05     gross-seen-entry  occurs 100 times indexed by gsx.
        10     gs-region         pic X(17).
        10     gs-sales-type     pic X(1).
  77      gross-seen-count    pic 9(3) comp value zeros.
  77      difference-work     pic S9(14) comp.
  77      difference-count    pic 9(4) comp value zeros.
  77      difference-total    pic S9(14) comp value zeros.
  01      return-line-work.
     05     rl-region          pic X(17).
     05     filler             pic X(1).
     05     rl-sales-type      pic X(1).
     05     filler             pic X(2).
     05     rl-taxable         pic -(13)9.
     05     filler             pic X(2).
     05     rl-rate            pic Z9.9999.
     05     filler             pic X(2).
     05     rl-tax             pic -(13)9.
     05     filler             pic X(2).
     05     rl-exempt          pic -(13)9.
  01      run-line-work.
     05     nl-run-id          pic X(14).
     05     filler             pic X(2).
     05     nl-computed        pic -(13)9.
     05     filler             pic X(2).
     05     nl-posted          pic -(13)9.
     05     filler             pic X(2).
     05     nl-difference      pic -(13)9.
     05     filler             pic X(2).
     05     nl-note            pic X(10).
  01      detail-line-work.
     05     dl-run-id          pic X(14).
     05     filler             pic X(2).
     05     dl-region          pic X(17).
     05     filler             pic X(1).
     05     dl-sales-type      pic X(1).
     05     filler             pic X(2).
     05     dl-computed        pic -(13)9.
     05     filler             pic X(2).
     05     dl-posted          pic -(13)9.
     05     filler             pic X(2).
     05     dl-difference      pic -(13)9.
  77      count-dsp           pic Z(3)9.
  77      amount-dsp          pic -(13)9.

 PROCEDURE DIVISION.
 000-MAIN.
  accept tax-cmdline from command-line
  unstring tax-cmdline delimited by ' '
      into tax-arg-1 tax-arg-2
  perform 050-TAKE-ARGUMENTS
  perform 080-LOAD-TAX-RATES
  move from-year to sweep-from-year
  move to-year   to sweep-to-year
  move 'P' to sweep-pass
  perform 200-SWEEP-ARCHIVE
  if run-count = zeros
      display "taxreturn: nothing archived from " from-month
          " to " to-month ", no return"
      move 8 to return-code
      stop run
  end-if
* a run can straddle a year end, so its own rows are looked for a
* year either side of the period.
  subtract 1 from sweep-from-year
  add 1 to sweep-to-year
  move 'R' to sweep-pass
  perform 200-SWEEP-ARCHIVE
  perform 400-READ-ONE-RUN-POSTING
    varying rnx from 1 by 1
    until rnx > run-count
  perform 500-WRITE-RETURN
  move return-tax to amount-dsp
  move difference-count to count-dsp
  display "taxreturn: tax due " amount-dsp " for " from-month
      " to " to-month ", " count-dsp " posting difference(s); "
      "see taxreturn.rpt"
  if difference-count > zeros
      move 4 to return-code
  end-if
  stop run.

* No arguments: the last complete month. One month: that month.
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
  if tax-arg-1 (1:6) is numeric
      move tax-arg-1 (1:6) to from-month
      move tax-arg-1 (1:6) to to-month
  end-if
  if tax-arg-2 (1:6) is numeric
      move tax-arg-2 (1:6) to to-month
  end-if
  if from-mm < 1 or from-mm > 12 or to-mm < 1 or to-mm > 12
      display "taxreturn: " from-month " to " to-month
          " is not a range of months"
      move 8 to return-code
      stop run
  end-if
  if from-month > to-month
      display "taxreturn: " from-month " is after " to-month
      move 8 to return-code
      stop run
  end-if.

 080-LOAD-TAX-RATES.
  open input tax-rate-file
  if taxrate-fs not = "00"
      display "taxreturn: no tax rate table (salestaxrates.dat "
          "status " taxrate-fs "), nothing to compute"
      move 8 to return-code
      stop run
  end-if
  move 'N' to file-end-flag
  perform 085-READ-TAX-RATE until file-at-end
  close tax-rate-file.

 085-READ-TAX-RATE.
  read tax-rate-file
      at end move 'Y' to file-end-flag
      not at end
          if tax-rate-count < 100
              add 1 to tax-rate-count
              move tx-region     to txt-region (tax-rate-count)
              move tx-sales-type to txt-sales-type (tax-rate-count)
              move tx-rate       to txt-rate (tax-rate-count)
          else
              display "taxreturn: tax rate table full (100), "
                  "dropping " tx-region " " tx-sales-type
          end-if
  end-read.

 200-SWEEP-ARCHIVE.
  open input arch-years-file
  if archyr-fs not = "00"
      display "taxreturn: no archive years on file "
          "(archyears.dat status " archyr-fs ")"
      move 8 to return-code
      stop run
  end-if
  move 'N' to years-end-flag
  perform 210-SWEEP-ONE-YEAR until years-at-end
  close arch-years-file.

 210-SWEEP-ONE-YEAR.
  read arch-years-file
      at end move 'Y' to years-end-flag
      not at end
          if arch-year-record not = spaces
              and arch-year-record >= sweep-from-year
              and arch-year-record <= sweep-to-year
              perform 220-SWEEP-YEAR-FILE
          end-if
  end-read.

 220-SWEEP-YEAR-FILE.
  move spaces to arch-filename
  string "salesarch." arch-year-record ".dat"
      delimited by size into arch-filename
  open input sales-archive-file
  if arch-fs not = "00"
      display "taxreturn: year " arch-year-record " listed but "
          "not readable (status " arch-fs "), skipped"
  else
      move 'N' to archive-end-flag
      perform 230-TAKE-ONE-ROW until archive-at-end
      close sales-archive-file
  end-if.

 230-TAKE-ONE-ROW.
  read sales-archive-file next
      at end move 'Y' to archive-end-flag
      not at end
          if period-pass
              move arch-sales-date (1:6) to row-month
              if row-month not < from-month
                  and row-month not > to-month
                  perform 300-PRICE-PERIOD-ROW
              end-if
          else
              perform 350-PRICE-RUN-ROW
          end-if
  end-read.

* The same pricing the report run applies: home value times the
* pair's rate, rounded per transaction. A pair with no rate accrues
* nothing and stays off the return; a transaction under a valid
* exemption certificate accrues nothing and is counted exempt.
 240-PRICE-ROW.
  move zeros to tax-amount-work
  move spaces to exempt-cert
  set txx to 1
  search tax-rate-entry
      at end continue
      when txx > tax-rate-count
          continue
      when txt-region (txx) = arch-region
          and txt-sales-type (txx) = arch-sales-type
          call "exemptchk" using arch-vendor-name arch-region
              arch-sales-date exempt-cert
          if exempt-cert = spaces
              compute tax-amount-work rounded =
                  arch-home-value * txt-rate (txx) / 100
          end-if
  end-search.

 300-PRICE-PERIOD-ROW.
  perform 240-PRICE-ROW
  if txx not > tax-rate-count
      perform 310-FOLD-INTO-RETURN
  end-if
  perform 320-NOTE-RUN.

 310-FOLD-INTO-RETURN.
  set rtx to 1
  search return-entry
      at end perform 315-ADD-RETURN-LINE
      when rtx > return-count
          perform 315-ADD-RETURN-LINE
      when rt-region (rtx) = arch-region
          and rt-sales-type (rtx) = arch-sales-type
          perform 312-ADD-TO-RETURN-LINE
  end-search.

 312-ADD-TO-RETURN-LINE.
  if exempt-cert = spaces
      add arch-home-value to rt-taxable (rtx)
      add arch-home-value to return-taxable
  else
      add arch-home-value to rt-exempt (rtx)
      add arch-home-value to return-exempt
  end-if
  add tax-amount-work to rt-tax (rtx)
  add tax-amount-work to return-tax.

 315-ADD-RETURN-LINE.
  if return-count < 100
      add 1 to return-count
      set rtx to return-count
      move arch-region      to rt-region (rtx)
      move arch-sales-type  to rt-sales-type (rtx)
      move txt-rate (txx)   to rt-rate (rtx)
      move zeros to rt-taxable (rtx) rt-tax (rtx) rt-exempt (rtx)
      perform 312-ADD-TO-RETURN-LINE
  else
      display "taxreturn: return table full (100), "
          arch-region " " arch-sales-type " dropped"
  end-if.

 320-NOTE-RUN.
  set rnx to 1
  search run-entry
      at end perform 325-ADD-RUN
      when rnx > run-count
          perform 325-ADD-RUN
      when rn-run-id (rnx) = arch-run-id
          continue
  end-search.

 325-ADD-RUN.
  if run-count < 200
      add 1 to run-count
      set rnx to run-count
      move arch-run-id to rn-run-id (rnx)
      move zeros to rn-computed (rnx) rn-posted (rnx)
      move 'Y' to rn-posting-flag (rnx)
  else
      display "taxreturn: run table full (200), run "
          arch-run-id " not reconciled"
  end-if.

* Second sweep: every row of a run noted in the first, in or out
* of the period, since the run's posting carries all of them.
 350-PRICE-RUN-ROW.
  set rnx to 1
  search run-entry
      at end continue
      when rnx > run-count
          continue
      when rn-run-id (rnx) = arch-run-id
          perform 240-PRICE-ROW
          if txx not > tax-rate-count
              add tax-amount-work to rn-computed (rnx)
              move arch-run-id     to detail-run-id
              move arch-region     to detail-region
              move arch-sales-type to detail-sales-type
              perform 360-FIND-DETAIL
              if dtx not > detail-count
                  add tax-amount-work to dt-computed (dtx)
              end-if
          end-if
  end-search.

* Leaves dtx on the run's region/sales-type line, adding it when
* new; a full table leaves dtx past the count.
 360-FIND-DETAIL.
  set dtx to 1
  search detail-entry
      at end perform 365-ADD-DETAIL
      when dtx > detail-count
          perform 365-ADD-DETAIL
      when dt-run-id (dtx) = detail-run-id
          and dt-region (dtx) = detail-region
          and dt-sales-type (dtx) = detail-sales-type
          continue
  end-search.

 365-ADD-DETAIL.
  if detail-count < 2000
      add 1 to detail-count
      set dtx to detail-count
      move detail-run-id     to dt-run-id (dtx)
      move detail-region     to dt-region (dtx)
      move detail-sales-type to dt-sales-type (dtx)
      move zeros to dt-computed (dtx) dt-posted (dtx)
  else
      display "taxreturn: detail table full (2000), "
          detail-run-id " " detail-region " not itemized"
  end-if.

 400-READ-ONE-RUN-POSTING.
  move spaces to posting-filename
  string "glposting." rn-run-id (rnx) ".dat"
      delimited by size into posting-filename
  open input gl-posting-file
  if posting-fs not = "00"
      move 'N' to rn-posting-flag (rnx)
  else
      move zeros to gross-seen-count
      move 'N' to file-end-flag
      perform 410-READ-ONE-POSTING until file-at-end
      close gl-posting-file
  end-if.

 410-READ-ONE-POSTING.
  read gl-posting-file
      at end move 'Y' to file-end-flag
      not at end
          if glp-rec-type = "DR"
              perform 420-JUDGE-DEBIT
          end-if
  end-read.

* The first DR of a region/sales-type is its gross; a second is its
* tax.
 420-JUDGE-DEBIT.
  set gsx to 1
  search gross-seen-entry
      at end perform 425-NOTE-GROSS
      when gsx > gross-seen-count
          perform 425-NOTE-GROSS
      when gs-region (gsx) = glp-region
          and gs-sales-type (gsx) = glp-sales-type
          add glp-amount to rn-posted (rnx)
          move rn-run-id (rnx) to detail-run-id
          move glp-region      to detail-region
          move glp-sales-type  to detail-sales-type
          perform 360-FIND-DETAIL
          if dtx not > detail-count
              add glp-amount to dt-posted (dtx)
          end-if
  end-search.

 425-NOTE-GROSS.
  if gross-seen-count < 100
      add 1 to gross-seen-count
      move glp-region     to gs-region (gross-seen-count)
      move glp-sales-type to gs-sales-type (gross-seen-count)
  end-if.

 500-WRITE-RETURN.
  open output tax-return-file
  move spaces to tax-return-record
  string "SALES TAX RETURN " from-month " TO " to-month
      " PREPARED " today-date
      delimited by size into tax-return-record
  write tax-return-record
  move spaces to tax-return-record
  write tax-return-record
  move "FILING SUMMARY" to tax-return-record
  write tax-return-record
  move spaces to tax-return-record
  string "REGION            T          TAXABLE     RATE"
      "               TAX          EXEMPT"
      delimited by size into tax-return-record
  write tax-return-record
  perform 510-WRITE-ONE-RETURN-LINE
    varying rtx from 1 by 1
    until rtx > return-count
  move spaces to return-line-work
  move "TOTAL TAX DUE" to rl-region
  move return-taxable to rl-taxable
  move return-tax to rl-tax
  move return-exempt to rl-exempt
  move return-line-work to tax-return-record
  write tax-return-record
  move spaces to tax-return-record
  write tax-return-record
  move "BY RUN" to tax-return-record
  write tax-return-record
  move spaces to tax-return-record
  string "RUN                    COMPUTED          POSTED"
      "      DIFFERENCE" delimited by size into tax-return-record
  write tax-return-record
  perform 520-WRITE-ONE-RUN-LINE
    varying rnx from 1 by 1
    until rnx > run-count
  move spaces to tax-return-record
  write tax-return-record
  move "DIFFERENCES" to tax-return-record
  write tax-return-record
  perform 530-WRITE-ONE-DIFFERENCE
    varying dtx from 1 by 1
    until dtx > detail-count
  if difference-count = zeros
      move "NONE -- COMPUTED TAX AGREES WITH THE POSTINGS"
          to tax-return-record
      write tax-return-record
  else
      move spaces to tax-return-record
      move difference-total to amount-dsp
      string "TOTAL DIFFERENCE " amount-dsp
          delimited by size into tax-return-record
      write tax-return-record
  end-if
  close tax-return-file.

 510-WRITE-ONE-RETURN-LINE.
  move spaces to return-line-work
  move rt-region (rtx)     to rl-region
  move rt-sales-type (rtx) to rl-sales-type
  move rt-taxable (rtx)    to rl-taxable
  move rt-rate (rtx)       to rl-rate
  move rt-tax (rtx)        to rl-tax
  move rt-exempt (rtx)     to rl-exempt
  move return-line-work to tax-return-record
  write tax-return-record.

 520-WRITE-ONE-RUN-LINE.
  move spaces to run-line-work
  move rn-run-id (rnx)   to nl-run-id
  move rn-computed (rnx) to nl-computed
  move rn-posted (rnx)   to nl-posted
  compute difference-work = rn-posted (rnx) - rn-computed (rnx)
  move difference-work   to nl-difference
  if rn-posting-flag (rnx) = 'N'
      move "NOT POSTED" to nl-note
  end-if
  move run-line-work to tax-return-record
  write tax-return-record.

 530-WRITE-ONE-DIFFERENCE.
  if dt-computed (dtx) not = dt-posted (dtx)
      add 1 to difference-count
      compute difference-work = dt-posted (dtx) - dt-computed (dtx)
      add difference-work to difference-total
      move spaces to detail-line-work
      move dt-run-id (dtx)     to dl-run-id
      move dt-region (dtx)     to dl-region
      move dt-sales-type (dtx) to dl-sales-type
      move dt-computed (dtx)   to dl-computed
      move dt-posted (dtx)     to dl-posted
      move difference-work     to dl-difference
      move detail-line-work to tax-return-record
      write tax-return-record
  end-if.
