 IDENTIFICATION DIVISION.
 PROGRAM-ID.    groupcons.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Group consolidation across company codes.
*
*    Every company runs its own night, with its own PDF, GL file
*    and run history; this program puts them together into the one
*    group figure management asks for. Over a range of months it
*    reads the run history (runhistory.dat, each run carrying its
*    company) and sweeps the year-partitioned archive
*    (salesarch.<YYYY>.dat, the years listed in archyears.dat)
*    across all company codes.
*
*    Sales between our own companies only move money around the
*    group, so they are eliminated: groupmembers.dat names every
*    vendor that is itself a company of the group, one per line
*    (vendor name, a space, the member's company code). A sale by
*    one company to a vendor that is another group company is
*    intercompany; a pre-company archive row counts as company 01.
*
*    groupcons.rpt carries:
*      - per company, the runs and their run-history total, what
*        the archive holds for the period and what is eliminated;
*      - the consolidated figures by region and vendor, with the
*        eliminated amount beside the gross;
*      - the intercompany pairs, seller to buying member;
*      - the group total, gross, eliminated and consolidated.
*
*    groupelim.dat is the elimination journal in the glposting.dat
*    layout: for each selling company's region/sales-type bucket
*    the reverse of the pair the report run posted (the credit
*    account debited, the debit account credited, looked up in the
*    company's own glaccounts file, suspense when unmapped), dated
*    the last day of the period, with one BT batch total -- and
*    is listed once in glfiles.lst, so gltrial proves it like any
*    other posting file.
*
*    Usage: groupcons [from-YYYYMM [to-YYYYMM]]
*    Without arguments the twelve months ending with the last
*    complete month are consolidated; a single month consolidates
*    from that month through the last complete month.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "archsel.cpy".
    COPY "runhsel.cpy".
    SELECT arch-years-file
         ASSIGN TO "archyears.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS archyr-fs.
    SELECT group-member-file
         ASSIGN TO "groupmembers.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS member-fs.
    SELECT gl-account-file
         ASSIGN TO glacct-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS glacct-fs.
    SELECT elim-posting-file
         ASSIGN TO "groupelim.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    SELECT gl-filelist-file
         ASSIGN TO "glfiles.lst"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS gllist-fs.
    SELECT cons-report-file
         ASSIGN TO "groupcons.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "archfd.cpy".
 COPY "runhfd.cpy".

 FD  arch-years-file.
 01  arch-year-record        pic X(4).

 FD  group-member-file.
 01  group-member-record.
     05 gm-vendor-name       pic X(20).
     05 filler               pic X(1).
     05 gm-company           pic X(2).

* One mapping line per region/sales-type pair, as the report run
* reads it: region, type, debit account, credit account.
 FD  gl-account-file.
 01  gl-account-record.
     05 ga-region            pic X(17).
     05 ga-sales-type        pic X(1).
     05 ga-debit-acct        pic X(8).
     05 ga-credit-acct       pic X(8).

* the posting interface records exactly as the report run writes
* them: DR/CR pairs and one BT batch total per file.
 FD  elim-posting-file.
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

 FD  cons-report-file.
 01  cons-report-record      pic X(132).

 WORKING-STORAGE SECTION.
  77      arch-fs             pic XX.
  77      arch-filename       pic X(40).
  77      archyr-fs           pic XX.
  77      runh-fs             pic XX.
  77      member-fs           pic XX.
  77      glacct-fs           pic XX.
  77      glacct-filename     pic X(40).
  77      gllist-fs           pic XX.
  77      gllist-end-flag     pic X.
  77      elim-listed-flag    pic X.
  77      gl-suspense-acct    pic X(8) value "99999999".
  77      years-end-flag      pic X value 'N'.
    88     years-at-end             value 'Y'.
  77      archive-end-flag    pic X value 'N'.
    88     archive-at-end           value 'Y'.
  77      file-end-flag       pic X.
  77      grp-cmdline         pic X(40).
  77      grp-arg-1           pic X(10).
  77      grp-arg-2           pic X(10).
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
  77      row-company         pic X(2).
  77      buyer-company       pic X(2).
* the group's own companies as vendors.
  01      member-table.
     05     member-entry      occurs 100 times indexed by gmx.
        10     mb-vendor-name    pic X(20).
        10     mb-company        pic X(2).
  77      member-count        pic 9(3) comp value zeros.
* per company: run history and archive figures for the period.
  01      company-table.
     05     company-entry     occurs 20 times indexed by cox.
        10     co-code           pic X(2).
        10     co-runs           pic 9(4) comp.
        10     co-run-total      pic S9(14) comp.
        10     co-arch-total     pic S9(14) comp.
        10     co-eliminated     pic S9(14) comp.
  77      company-count       pic 9(2) comp value zeros.
  77      company-key         pic X(2).
* consolidated region/vendor lines.
  01      region-table.
     05     region-entry      occurs 50 times indexed by rgx.
        10     rg-name           pic X(17).
        10     rg-gross          pic S9(14) comp.
        10     rg-eliminated     pic S9(14) comp.
  77      region-count        pic 9(3) comp value zeros.
  01      vendor-line-table.
     05     vendor-line-entry occurs 2000 times indexed by vlx.
        10     vl-region         pic X(17).
        10     vl-vendor-name    pic X(20).
        10     vl-gross          pic S9(14) comp.
        10     vl-eliminated     pic S9(14) comp.
  77      vendor-line-count   pic 9(4) comp value zeros.
* intercompany pairs, seller to buying member.
  01      pair-table.
     05     pair-entry        occurs 100 times indexed by prx.
        10     pr-seller         pic X(2).
        10     pr-buyer          pic X(2).
        10     pr-vendor-name    pic X(20).
        10     pr-amount         pic S9(14) comp.
  77      pair-count          pic 9(3) comp value zeros.
* elimination buckets per selling company, region and sales type.
  01      elim-table.
     05     elim-entry        occurs 500 times indexed by elx.
        10     el-company        pic X(2).
        10     el-region         pic X(17).
        10     el-sales-type     pic X(1).
        10     el-amount         pic S9(12) comp.
  77      elim-count          pic 9(3) comp value zeros.
* account mappings of every company the journal touches, loaded
* from the company's own glaccounts file as first needed.
  01      account-table.
     05     account-entry     occurs 500 times indexed by acx.
        10     am-company        pic X(2).
        10     am-region         pic X(17).
        10     am-sales-type     pic X(1).
        10     am-debit-acct     pic X(8).
        10     am-credit-acct    pic X(8).
  77      account-count       pic 9(3) comp value zeros.
  01      loaded-table.
     05     loaded-company    pic X(2) occurs 20 times
                               indexed by ldx.
  77      loaded-count        pic 9(2) comp value zeros.
  77      rows-read           pic 9(8) comp value zeros.
  77      rows-eliminated     pic 9(8) comp value zeros.
  77      grand-gross         pic S9(14) comp value zeros.
  77      grand-eliminated    pic S9(14) comp value zeros.
  77      consolidated-work   pic S9(14) comp.
  77      posting-date        pic 9(8).
  77      journal-count       pic 9(6) comp value zeros.
  77      journal-amount      pic S9(12) comp value zeros.
  77      debit-acct-work     pic X(8).
  77      credit-acct-work    pic X(8).
  77      leap-quotient       pic 9(4) comp.
  77      leap-rem-4          pic 9(4) comp.
  77      leap-rem-100        pic 9(4) comp.
  77      leap-rem-400        pic 9(4) comp.
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
  77      month-days-work     pic 9(2).
  77      month-sub           pic 9(2) comp.
  01      company-line-work.
     05     cl-company         pic X(2).
     05     filler             pic X(4).
     05     cl-runs            pic Z(3)9.
     05     filler             pic X(2).
     05     cl-run-total       pic -(13)9.
     05     filler             pic X(2).
     05     cl-arch-total      pic -(13)9.
     05     filler             pic X(2).
     05     cl-eliminated      pic -(13)9.
  01      vendor-line-work.
     05     vw-region          pic X(17).
     05     filler             pic X(2).
     05     vw-vendor          pic X(20).
     05     filler             pic X(2).
     05     vw-gross           pic -(13)9.
     05     filler             pic X(2).
     05     vw-eliminated      pic -(13)9.
     05     filler             pic X(2).
     05     vw-consolidated    pic -(13)9.
  01      pair-line-work.
     05     pw-seller          pic X(2).
     05     filler             pic X(6).
     05     pw-buyer           pic X(2).
     05     filler             pic X(6).
     05     pw-vendor          pic X(20).
     05     filler             pic X(2).
     05     pw-amount          pic -(13)9.
  77      rows-dsp            pic Z(7)9.
  77      elim-rows-dsp       pic Z(7)9.
  77      journal-dsp         pic Z(5)9.

 PROCEDURE DIVISION.
 000-MAIN.
  accept grp-cmdline from command-line
  unstring grp-cmdline delimited by ' '
      into grp-arg-1 grp-arg-2
  perform 050-TAKE-ARGUMENTS
  perform 100-LOAD-GROUP-MEMBERS
  perform 150-LOAD-RUN-HISTORY
  open input arch-years-file
  if archyr-fs not = "00"
      display "groupcons: no archive years on file (archyears.dat "
          "status " archyr-fs ")"
      move 8 to return-code
      stop run
  end-if
  perform 200-SWEEP-ONE-YEAR until years-at-end
  close arch-years-file
  if rows-read = zeros
      display "groupcons: nothing archived from " from-month
          " to " to-month ", nothing to consolidate"
      move 8 to return-code
      stop run
  end-if
  perform 400-WRITE-ELIMINATION-JOURNAL
  perform 500-WRITE-REPORT
  move rows-read       to rows-dsp
  move rows-eliminated to elim-rows-dsp
  move journal-count   to journal-dsp
  display "groupcons: " rows-dsp " row(s) from " from-month
      " to " to-month " consolidated, " elim-rows-dsp
      " intercompany eliminated; see groupcons.rpt"
  display "groupcons: elimination journal groupelim.dat, "
      journal-dsp " record(s)"
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
  if grp-arg-1 (1:6) is numeric
      move grp-arg-1 (1:6) to from-month
  end-if
  if grp-arg-2 (1:6) is numeric
      move grp-arg-2 (1:6) to to-month
  end-if
  if from-mm < 1 or from-mm > 12 or to-mm < 1 or to-mm > 12
      display "groupcons: " from-month " to " to-month
          " is not a range of months"
      move 8 to return-code
      stop run
  end-if
  if from-month > to-month
      display "groupcons: " from-month " is after " to-month
      move 8 to return-code
      stop run
  end-if.

* Without the member list nothing can be recognized as
* intercompany; the figures are still consolidated, loudly.
 100-LOAD-GROUP-MEMBERS.
  open input group-member-file
  if member-fs not = "00"
      display "* no group member list (groupmembers.dat status "
          member-fs "), nothing will be eliminated"
  else
      move 'N' to file-end-flag
      perform 110-READ-ONE-MEMBER until file-end-flag = 'Y'
      close group-member-file
  end-if.

 110-READ-ONE-MEMBER.
  read group-member-file
      at end move 'Y' to file-end-flag
      not at end
          if gm-vendor-name not = spaces
              if member-count < 100
                  add 1 to member-count
                  move gm-vendor-name to mb-vendor-name
                      (member-count)
                  move gm-company     to mb-company (member-count)
              else
                  display "groupcons: member table full (100), "
                      gm-vendor-name " dropped"
              end-if
          end-if
  end-read.

* Every run of the period, by company, with the total it reported.
 150-LOAD-RUN-HISTORY.
  open input run-history-file
  if runh-fs not = "00"
      display "* no run history (runhistory.dat status " runh-fs
          "), company run totals left blank"
  else
      move 'N' to file-end-flag
      perform 160-READ-ONE-RUN until file-end-flag = 'Y'
      close run-history-file
  end-if.

 160-READ-ONE-RUN.
  read run-history-file next record
      at end move 'Y' to file-end-flag
      not at end
          if runh-run-date (1:6) not < from-month
              and runh-run-date (1:6) not > to-month
              move runh-company to company-key
              perform 300-FIND-COMPANY
              if company-key not = spaces
                  add 1 to co-runs (cox)
                  add runh-grand-total to co-run-total (cox)
              end-if
          end-if
  end-read.

* Only the years the range touches are opened.
 200-SWEEP-ONE-YEAR.
  read arch-years-file
      at end move 'Y' to years-end-flag
      not at end
          if arch-year-record not = spaces
              and arch-year-record >= from-year
              and arch-year-record <= to-year
              perform 210-SWEEP-YEAR-FILE
          end-if
  end-read.

 210-SWEEP-YEAR-FILE.
  move spaces to arch-filename
  string "salesarch." arch-year-record ".dat"
      delimited by size into arch-filename
  open input sales-archive-file
  if arch-fs not = "00"
      display "groupcons: year " arch-year-record " listed but "
          "not readable (status " arch-fs "), skipped"
  else
      move 'N' to archive-end-flag
      perform 220-FOLD-ONE-ROW until archive-at-end
      close sales-archive-file
  end-if.

 220-FOLD-ONE-ROW.
  read sales-archive-file next
      at end move 'Y' to archive-end-flag
      not at end
          move arch-sales-date (1:6) to row-month
          if row-month not < from-month
              and row-month not > to-month
              add 1 to rows-read
              perform 230-CONSOLIDATE-ONE-ROW
          end-if
  end-read.

* A row is intercompany when its vendor is a group company other
* than the one that made the sale.
 230-CONSOLIDATE-ONE-ROW.
  move arch-company to row-company
  if row-company = spaces
      move "01" to row-company
  end-if
  move spaces to buyer-company
  set gmx to 1
  search member-entry
      at end continue
      when gmx > member-count
          continue
      when mb-vendor-name (gmx) = arch-vendor-name
          if mb-company (gmx) not = row-company
              move mb-company (gmx) to buyer-company
          end-if
  end-search
  add arch-home-value to grand-gross
  move row-company to company-key
  perform 300-FIND-COMPANY
  if company-key not = spaces
      add arch-home-value to co-arch-total (cox)
  end-if
  perform 310-FIND-REGION
  perform 320-FIND-VENDOR-LINE
  if rgx not > region-count
      add arch-home-value to rg-gross (rgx)
  end-if
  if vlx not > vendor-line-count
      add arch-home-value to vl-gross (vlx)
  end-if
  if buyer-company not = spaces
      add 1 to rows-eliminated
      add arch-home-value to grand-eliminated
      if company-key not = spaces
          add arch-home-value to co-eliminated (cox)
      end-if
      if rgx not > region-count
          add arch-home-value to rg-eliminated (rgx)
      end-if
      if vlx not > vendor-line-count
          add arch-home-value to vl-eliminated (vlx)
      end-if
      perform 330-FOLD-INTO-PAIRS
      perform 340-FOLD-INTO-ELIMINATIONS
  end-if.

* Leaves cox on the company's entry, adding it when new; a full
* table blanks company-key so the caller skips the amount.
 300-FIND-COMPANY.
  if company-key = spaces
      move "01" to company-key
  end-if
  set cox to 1
  search company-entry
      at end perform 305-ADD-COMPANY
      when cox > company-count
          perform 305-ADD-COMPANY
      when co-code (cox) = company-key
          continue
  end-search.

 305-ADD-COMPANY.
  if company-count < 20
      add 1 to company-count
      set cox to company-count
      move company-key to co-code (cox)
      move zeros to co-runs (cox) co-run-total (cox)
          co-arch-total (cox) co-eliminated (cox)
  else
      display "groupcons: company table full (20), "
          company-key " dropped"
      move spaces to company-key
  end-if.

 310-FIND-REGION.
  set rgx to 1
  search region-entry
      at end perform 315-ADD-REGION
      when rgx > region-count
          perform 315-ADD-REGION
      when rg-name (rgx) = arch-region
          continue
  end-search.

 315-ADD-REGION.
  if region-count < 50
      add 1 to region-count
      set rgx to region-count
      move arch-region to rg-name (rgx)
      move zeros to rg-gross (rgx) rg-eliminated (rgx)
  else
      display "groupcons: region table full (50), "
          arch-region " dropped"
      set rgx to 51
  end-if.

 320-FIND-VENDOR-LINE.
  set vlx to 1
  search vendor-line-entry
      at end perform 325-ADD-VENDOR-LINE
      when vlx > vendor-line-count
          perform 325-ADD-VENDOR-LINE
      when vl-region (vlx) = arch-region
          and vl-vendor-name (vlx) = arch-vendor-name
          continue
  end-search.

 325-ADD-VENDOR-LINE.
  if vendor-line-count < 2000
      add 1 to vendor-line-count
      set vlx to vendor-line-count
      move arch-region      to vl-region (vlx)
      move arch-vendor-name to vl-vendor-name (vlx)
      move zeros to vl-gross (vlx) vl-eliminated (vlx)
  else
      display "groupcons: vendor table full (2000), "
          arch-vendor-name " not itemized"
      set vlx to 2001
  end-if.

 330-FOLD-INTO-PAIRS.
  set prx to 1
  search pair-entry
      at end perform 335-ADD-PAIR
      when prx > pair-count
          perform 335-ADD-PAIR
      when pr-seller (prx) = row-company
          and pr-buyer (prx) = buyer-company
          and pr-vendor-name (prx) = arch-vendor-name
          add arch-home-value to pr-amount (prx)
  end-search.

 335-ADD-PAIR.
  if pair-count < 100
      add 1 to pair-count
      set prx to pair-count
      move row-company      to pr-seller (prx)
      move buyer-company    to pr-buyer (prx)
      move arch-vendor-name to pr-vendor-name (prx)
      move arch-home-value  to pr-amount (prx)
  else
      display "groupcons: pair table full (100), "
          arch-vendor-name " not itemized"
  end-if.

 340-FOLD-INTO-ELIMINATIONS.
  set elx to 1
  search elim-entry
      at end perform 345-ADD-ELIMINATION
      when elx > elim-count
          perform 345-ADD-ELIMINATION
      when el-company (elx) = row-company
          and el-region (elx) = arch-region
          and el-sales-type (elx) = arch-sales-type
          add arch-home-value to el-amount (elx)
  end-search.

 345-ADD-ELIMINATION.
  if elim-count < 500
      add 1 to elim-count
      set elx to elim-count
      move row-company     to el-company (elx)
      move arch-region     to el-region (elx)
      move arch-sales-type to el-sales-type (elx)
      move arch-home-value to el-amount (elx)
  else
      display "groupcons: elimination table full (500), "
          arch-region " not journaled -- journal incomplete"
      move 4 to return-code
  end-if.

* The journal reverses, per selling company, the pair the report
* run posted for the intercompany part of each bucket, dated the
* last day of the period.
 400-WRITE-ELIMINATION-JOURNAL.
  move to-mm to month-sub
  move month-length (month-sub) to month-days-work
  if to-mm = 2
      divide to-year by 4   giving leap-quotient
          remainder leap-rem-4
      divide to-year by 100 giving leap-quotient
          remainder leap-rem-100
      divide to-year by 400 giving leap-quotient
          remainder leap-rem-400
      if leap-rem-4 = 0
          and (leap-rem-100 not = 0 or leap-rem-400 = 0)
          move 29 to month-days-work
      end-if
  end-if
  move to-month to posting-date (1:6)
  move month-days-work to posting-date (7:2)
  open output elim-posting-file
  move zeros to journal-count journal-amount
  perform 410-JOURNAL-ONE-BUCKET
    varying elx from 1 by 1
    until elx > elim-count
  move spaces to gl-posting-record
  move "BT"           to glp-bt-rec-type
  move posting-date   to glp-bt-posting-date
  move journal-count  to glp-bt-rec-count
  move journal-amount to glp-bt-amount
  write gl-posting-record
  close elim-posting-file
  perform 450-LIST-ELIMINATION-JOURNAL.

 410-JOURNAL-ONE-BUCKET.
  perform 420-FIND-ACCOUNTS
  move spaces to gl-posting-record
  move "DR"                to glp-rec-type
  move posting-date        to glp-posting-date
  move credit-acct-work    to glp-account
  move el-region (elx)     to glp-region
  move el-sales-type (elx) to glp-sales-type
  move el-amount (elx)     to glp-amount
  write gl-posting-record
  add 1 to journal-count
  add el-amount (elx) to journal-amount
  move spaces to gl-posting-record
  move "CR"                to glp-rec-type
  move posting-date        to glp-posting-date
  move debit-acct-work     to glp-account
  move el-region (elx)     to glp-region
  move el-sales-type (elx) to glp-sales-type
  move el-amount (elx)     to glp-amount
  write gl-posting-record
  add 1 to journal-count.

 420-FIND-ACCOUNTS.
  set ldx to 1
  search loaded-company
      at end perform 430-LOAD-COMPANY-ACCOUNTS
      when ldx > loaded-count
          perform 430-LOAD-COMPANY-ACCOUNTS
      when loaded-company (ldx) = el-company (elx)
          continue
  end-search
  move gl-suspense-acct to debit-acct-work credit-acct-work
  set acx to 1
  search account-entry
      at end continue
      when acx > account-count
          continue
      when am-company (acx) = el-company (elx)
          and am-region (acx) = el-region (elx)
          and am-sales-type (acx) = el-sales-type (elx)
          move am-debit-acct (acx)  to debit-acct-work
          move am-credit-acct (acx) to credit-acct-work
  end-search.

* The default company keeps the historical glaccounts.dat name;
* every other company maps through glaccounts.<co>.dat.
 430-LOAD-COMPANY-ACCOUNTS.
  if loaded-count < 20
      add 1 to loaded-count
      move el-company (elx) to loaded-company (loaded-count)
  end-if
  move spaces to glacct-filename
  if el-company (elx) = "01"
      move "glaccounts.dat" to glacct-filename
  else
      string "glaccounts." el-company (elx) ".dat"
          delimited by size into glacct-filename
  end-if
  open input gl-account-file
  if glacct-fs not = "00"
      display "* no GL account mapping for company "
          el-company (elx) " (" glacct-filename (1:20)
          "), its eliminations post to suspense"
  else
      move 'N' to file-end-flag
      perform 440-READ-ONE-MAPPING until file-end-flag = 'Y'
      close gl-account-file
  end-if.

 440-READ-ONE-MAPPING.
  read gl-account-file
      at end move 'Y' to file-end-flag
      not at end
          if account-count < 500
              add 1 to account-count
              set acx to account-count
              move el-company (elx) to am-company (acx)
              move ga-region        to am-region (acx)
              move ga-sales-type    to am-sales-type (acx)
              move ga-debit-acct    to am-debit-acct (acx)
              move ga-credit-acct   to am-credit-acct (acx)
          else
              display "groupcons: account table full (500), "
                  ga-region " mapping dropped"
          end-if
  end-read.

* The journal keeps one name from run to run, so it joins
* glfiles.lst only when not already listed -- a rerun must not
* put it before the trial balance twice.
 450-LIST-ELIMINATION-JOURNAL.
  move "N" to elim-listed-flag
  open input gl-filelist-file
  if gllist-fs = "00"
      move "N" to gllist-end-flag
      perform 455-READ-ONE-LISTED until gllist-end-flag = "Y"
      close gl-filelist-file
  end-if
  if elim-listed-flag not = "Y"
      open extend gl-filelist-file
      if gllist-fs not = "00"
          open output gl-filelist-file
      end-if
      move "groupelim.dat" to gl-filelist-record
      write gl-filelist-record
      close gl-filelist-file
  end-if.

 455-READ-ONE-LISTED.
  read gl-filelist-file
      at end move "Y" to gllist-end-flag
      not at end
          if gl-filelist-record = "groupelim.dat"
              move "Y" to elim-listed-flag
          end-if
  end-read.

 500-WRITE-REPORT.
  open output cons-report-file
  move spaces to cons-report-record
  string "GROUP CONSOLIDATION " from-month " TO " to-month
      ", INTERCOMPANY ELIMINATED"
      delimited by size into cons-report-record
  write cons-report-record
  move spaces to cons-report-record
  write cons-report-record
  move spaces to cons-report-record
  string "CO  RUNS     RUN-HISTORY TOTAL   ARCHIVED TOTAL"
      "       ELIMINATED"
      delimited by size into cons-report-record
  write cons-report-record
  perform 510-WRITE-ONE-COMPANY
    varying cox from 1 by 1
    until cox > company-count
  move spaces to cons-report-record
  write cons-report-record
  move spaces to cons-report-record
  string "REGION             VENDOR                         GROSS"
      "      ELIMINATED    CONSOLIDATED"
      delimited by size into cons-report-record
  write cons-report-record
  perform 520-WRITE-ONE-REGION
    varying rgx from 1 by 1
    until rgx > region-count
  move spaces to vendor-line-work
  move "GROUP TOTAL" to vw-region
  move grand-gross      to vw-gross
  move grand-eliminated to vw-eliminated
  compute consolidated-work = grand-gross - grand-eliminated
  move consolidated-work to vw-consolidated
  move vendor-line-work to cons-report-record
  write cons-report-record
  move spaces to cons-report-record
  write cons-report-record
  move spaces to cons-report-record
  if pair-count = zeros
      move "NO INTERCOMPANY SALES IN THE PERIOD"
          to cons-report-record
      write cons-report-record
  else
      string "SELLER  BUYER   VENDOR                        AMOUNT"
          delimited by size into cons-report-record
      write cons-report-record
      perform 540-WRITE-ONE-PAIR
        varying prx from 1 by 1
        until prx > pair-count
  end-if
  close cons-report-file.

 510-WRITE-ONE-COMPANY.
  move spaces to company-line-work
  move co-code (cox)       to cl-company
  move co-runs (cox)       to cl-runs
  move co-run-total (cox)  to cl-run-total
  move co-arch-total (cox) to cl-arch-total
  move co-eliminated (cox) to cl-eliminated
  move company-line-work to cons-report-record
  write cons-report-record.

* Each region's vendors, then the region's own line.
 520-WRITE-ONE-REGION.
  perform 530-WRITE-ONE-VENDOR
    varying vlx from 1 by 1
    until vlx > vendor-line-count
  move spaces to vendor-line-work
  move rg-name (rgx)       to vw-region
  move "* REGION TOTAL"    to vw-vendor
  move rg-gross (rgx)      to vw-gross
  move rg-eliminated (rgx) to vw-eliminated
  compute consolidated-work = rg-gross (rgx) - rg-eliminated (rgx)
  move consolidated-work to vw-consolidated
  move vendor-line-work to cons-report-record
  write cons-report-record.

 530-WRITE-ONE-VENDOR.
  if vl-region (vlx) = rg-name (rgx)
      move spaces to vendor-line-work
      move vl-region (vlx)      to vw-region
      move vl-vendor-name (vlx) to vw-vendor
      move vl-gross (vlx)       to vw-gross
      move vl-eliminated (vlx)  to vw-eliminated
      compute consolidated-work =
          vl-gross (vlx) - vl-eliminated (vlx)
      move consolidated-work to vw-consolidated
      move vendor-line-work to cons-report-record
      write cons-report-record
  end-if.

 540-WRITE-ONE-PAIR.
  move spaces to pair-line-work
  move pr-seller (prx)      to pw-seller
  move pr-buyer (prx)       to pw-buyer
  move pr-vendor-name (prx) to pw-vendor
  move pr-amount (prx)      to pw-amount
  move pair-line-work to cons-report-record
  write cons-report-record.
