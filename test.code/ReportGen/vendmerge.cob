 IDENTIFICATION DIVISION.
 PROGRAM-ID.    vendmerge.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Vendor rename and merge, with the history restated under the
*    name that survives.
*
*      vendmerge RENAME <supervisor>
*          one vendor now trades under a new name, not yet on the
*          master: the master record, its territory history, its
*          contact link, its bank details and its tax exemption
*          certificates all move to the new name.
*      vendmerge MERGE <supervisor>
*          one vendor is folded into another already on the
*          master: the retired vendor comes off the master, its
*          contact link and bank details move across only where
*          the survivor has none of its own, and its territory
*          history and certificates stay under the retired name
*          (they describe the vendor that was).
*      vendmerge LIST
*          every rename and merge on record, oldest first.
*
*    RENAME and MERGE are for a level-3 supervisor signed on
*    through opersign (password at the prompt, refused outright
*    with no operators.dat). The old name, the new or surviving
*    name and the effective date (blank for today, never a future
*    date) are asked for and the change confirmed before anything
*    is written; a vendor under an ACTIVE legal hold on either
*    side is refused, since restating its history would alter
*    what the hold preserves. For the same reason an archive row
*    under a DATES, RUN or FILE hold (holdchk, as archretire tests
*    it), and an archive year, aropen.dat or dunhist.dat under a
*    FILE hold, keep the old name and are counted as left, with
*    the hold named on the report. A change the vendor master
*    cannot take (its file not available, the new name not
*    written) stops the run before anything else is recorded.
*
*    The change is appended to the vendor alias register
*    (vendalias.dat) and to vendmaint.log before any history is
*    touched. From then on the shared vendalias routine maps the
*    old name to the survivor wherever a vendor name comes in --
*    the report run's vendor validation and the suspense release
*    -- so a late extract still under the old name lands on the
*    survivor. The history is then rewritten under the surviving
*    name whatever its date (the effective date is the record of
*    when the change took effect, not a cut in the history), so
*    vendscore, monthstmt and the commission balances see one
*    vendor:
*
*      salesarch.<YYYY>.dat  every year on archyears.dat, the
*                            daily sales summary moved with each
*                            row through daysumupd
*      aropen.dat            open items
*      dunhist.dat           dunning history
*      runvendors.dat        per-run vendor figures; a run both
*                            vendors appear in is added into the
*                            survivor's record
*      commaccr.dat          commission accruals; a run both
*                            vendors accrued in is added together
*                            when the two items stand alike (same
*                            status, same paid month), otherwise
*                            the old item is left and reported
*      stmtrequests.lst      the statement requests
*
*    The credit limit (vendlimits.dat) and the commission rates
*    (commrates.dat and the dated commratesh.dat) are controlled
*    files, changed only through ctlchange's second-operator
*    approval, so they are not rewritten here: every line still
*    under the old name is listed as left, to be STAGEd through
*    ctlchange -- until it is, the report run finds no limit for
*    the survivor and prices its commission at *DEFAULT*.
*
*    Every record changed is counted per file on vendmerge.rpt.
*    The run ends with RETURN-CODE 4 when anything had to be left
*    under the old name, 8 when the change was refused. A year
*    retired offline by archretire is not on archyears.dat and is
*    not restated; once recalled, or after any interruption, the
*    same change run again finishes the restatement -- the
*    register already names the pair, so only what is still under
*    the old name is touched.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT vendor-master-file
         ASSIGN TO "vendmast.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS vm-vendor-name
         FILE STATUS  IS vendmast-fs.
    COPY "vlinksel.cpy".
    COPY "vterrsel.cpy".
    COPY "vbanksel.cpy".
    COPY "exemsel.cpy".
    COPY "archsel.cpy".
    SELECT arch-years-file
         ASSIGN TO "archyears.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS archyr-fs.
    COPY "arsel.cpy".
    COPY "dunsel.cpy".
    COPY "runvsel.cpy".
    COPY "commsel.cpy".
    SELECT stmt-request-file
         ASSIGN TO "stmtrequests.lst"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS stmt-req-fs.
    SELECT new-request-file
         ASSIGN TO "stmtrequests.lst.new"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS new-req-fs.
    COPY "valiassel.cpy".
    SELECT audit-log-file
         ASSIGN TO "vendmaint.log"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS audit-fs.
    SELECT control-file
         ASSIGN TO control-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS control-fs.
    SELECT merge-report-file
         ASSIGN TO "vendmerge.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 FD  vendor-master-file.
 01  vendor-master-record.
     05 vm-vendor-name       pic X(20).
     05 vm-vendor-region     pic X(17).
     05 vm-vendor-city       pic X(20).
     05 vm-status            pic X(1).
       88 vm-vendor-held           value "H".

 COPY "vlinkfd.cpy".
 COPY "vterrfd.cpy".
 COPY "vbankfd.cpy".
 COPY "exemfd.cpy".
 COPY "archfd.cpy".

 FD  arch-years-file.
 01  arch-year-record        pic X(4).

 COPY "arfd.cpy".
 COPY "dunfd.cpy".
 COPY "runvfd.cpy".
 COPY "commfd.cpy".

 FD  stmt-request-file.
 01  stmt-request-record     pic X(20).

 FD  new-request-file.
 01  new-request-record      pic X(20).

 COPY "valiasfd.cpy".

 FD  audit-log-file.
 01  audit-log-record        pic X(120).

* vendlimits.dat, commrates.dat and commratesh.dat all lead with
* the vendor name; nothing after it is needed here.
 FD  control-file.
 01  control-record.
     05 ctl-vendor-name      pic X(20).
     05 filler               pic X(60).

 FD  merge-report-file.
 01  merge-report-record     pic X(132).

 WORKING-STORAGE SECTION.
  77      vendmast-fs         pic XX.
  77      vlink-fs            pic XX.
  77      vterr-fs            pic XX.
  77      vbank-fs            pic XX.
  77      txe-fs              pic XX.
  77      arch-fs             pic XX.
  77      arch-filename       pic X(40).
  77      archyr-fs           pic XX.
  77      ar-fs               pic XX.
  77      dun-fs              pic XX.
  77      runv-fs             pic XX.
  77      comm-fs             pic XX.
  77      stmt-req-fs         pic XX.
  77      new-req-fs          pic XX.
  77      valias-fs           pic XX.
  77      audit-fs            pic XX.
  77      control-fs          pic XX.
  77      control-filename    pic X(20).
  77      vm-cmdline          pic X(60).
  77      vm-mode             pic X(8).
  77      change-kind         pic X(6).
  77      change-mode-flag    pic X.
    88     renaming                 value 'R'.
    88     merging                  value 'M'.
  77      supervisor-id       pic X(8).
  77      signon-password     pic X(8).
  77      signon-req-level    pic 9(1) value 3.
  77      signon-level        pic 9(1).
  77      signon-result       pic X(1).
  77      old-vendor          pic X(20).
  77      new-vendor          pic X(20).
  77      effective-x         pic X(8).
  77      effective-date      pic 9(8).
  77      today-date          pic 9(8).
  77      date-valid-flag     pic X.
  77      operator-answer     pic X.
  77      resume-flag         pic X value 'N'.
    88     resuming                 value 'Y'.
  77      alias-survivor      pic X(20).
  77      alias-renamed       pic X.
  77      old-on-master-flag  pic X.
  77      new-on-master-flag  pic X.
  77      found-flag          pic X.
  77      survivor-flag       pic X.
  77      step-end-flag       pic X.
  77      file-end-flag       pic X.
  77      years-end-flag      pic X.
  77      hold-only-id        pic 9(4) value zeros.
  77      hold-vendor         pic X(20).
  77      hold-date           pic 9(8) value zeros.
  77      hold-run-id         pic X(14) value spaces.
  77      hold-file           pic X(80) value spaces.
  77      hold-found-id       pic 9(4).
  77      file-held-id        pic 9(4) value zeros.
  77      first-hold-id       pic 9(4) value zeros.
  77      other-hold-flag     pic X.
  77      held-row-count      pic 9(8) comp.
  77      daysum-action       pic X.
  77      daysum-posted       pic X.
  77      daysum-miss-count   pic 9(8) comp value zeros.
  77      rename-command      pic X(50)
      value "mv stmtrequests.lst.new stmtrequests.lst".
  77      log-date            pic 9(8).
  77      log-time            pic 9(8).
  77      log-timestamp       pic X(17).
* what the change did, file by file, for vendmerge.rpt.
  77      changed-count       pic 9(8) comp.
  77      left-count          pic 9(8) comp.
  77      combined-count      pic 9(8) comp.
  77      year-changed-count  pic 9(8) comp.
  77      total-changed       pic 9(8) comp value zeros.
  77      total-left          pic 9(8) comp value zeros.
  77      new-listed-flag     pic X.
  77      old-listed-flag     pic X.
  77      report-label        pic X(24).
  77      report-note         pic X(60).
  77      count-dsp           pic Z(7)9.
  77      report-ptr          pic 9(3) comp.
* the record being moved, held while its new key is looked up.
  77      link-save           pic X(76).
  77      bank-save           pic X(114).
  77      last-terr-key       pic X(28).
  77      last-cert-key       pic X(40).
  77      last-runv-key       pic X(34).
  77      last-comm-key       pic X(34).
  01      runv-save.
     05     rs-key             pic X(34).
     05     rs-tran-count      pic 9(06).
     05     rs-gross-total     pic S9(12).
     05     rs-returns-total   pic S9(12).
     05     rs-net-total       pic S9(12).
  01      comm-save.
     05     cs-key             pic X(34).
     05     cs-run-date        pic 9(08).
     05     cs-base-amount     pic S9(12).
     05     cs-rate            pic 9(02)v9(04).
     05     cs-comm-amount     pic S9(12).
     05     cs-status          pic X(04).
     05     cs-paid-month      pic 9(06).

 PROCEDURE DIVISION.
 000-MAIN.
  accept vm-cmdline from command-line
  unstring vm-cmdline delimited by ' '
      into vm-mode supervisor-id
  evaluate vm-mode
      when "LIST"
          perform 200-LIST-ALIASES
          stop run
      when "RENAME"
          move 'R' to change-mode-flag
      when "MERGE"
          move 'M' to change-mode-flag
      when other
          display "vendmerge: use RENAME <supervisor>, MERGE "
              "<supervisor> or LIST"
          move 8 to return-code
          stop run
  end-evaluate
  move vm-mode to change-kind
  if supervisor-id = spaces
      display "vendmerge: " vm-mode " needs the supervisor id"
      move 8 to return-code
      stop run
  end-if
  perform 400-SIGN-ON-SUPERVISOR
  accept today-date from date yyyymmdd
  perform 100-GET-CHANGE
  perform 150-CHECK-CHANGE
  perform 180-CONFIRM-CHANGE
  perform 300-OPEN-REPORT
  if not resuming
      perform 500-UPDATE-MASTER
      if changed-count = zeros
          display "vendmerge: " old-vendor " could not be changed "
              "on the vendor master, nothing restated"
          perform 900-CLOSE-REPORT
          move 8 to return-code
          stop run
      end-if
      perform 850-RECORD-ALIAS
  end-if
  perform 860-AUDIT-CHANGE
  perform 520-MOVE-LINK
  perform 540-MOVE-BANK
  if renaming
      perform 530-MOVE-TERRITORIES
      perform 550-MOVE-CERTIFICATES
  end-if
  perform 600-RESTATE-ARCHIVE
  perform 650-RESTATE-OPEN-ITEMS
  perform 660-RESTATE-DUNNING
  perform 700-RESTATE-RUN-VENDORS
  perform 750-RESTATE-ACCRUALS
  perform 800-RESTATE-STMT-REQUESTS
  perform 820-CHECK-CONTROL-FILES
  perform 900-CLOSE-REPORT
  move total-changed to count-dsp
  display "vendmerge: " old-vendor " now " new-vendor ", "
      count-dsp " record(s) restated, see vendmerge.rpt"
  if total-left > zeros or daysum-miss-count > zeros
      move total-left to count-dsp
      display "vendmerge: " count-dsp " record(s) left under "
          old-vendor
      if daysum-miss-count > zeros
          display "vendmerge: daily summary not moved for "
              daysum-miss-count " row(s) -- run daysum CHECK"
      end-if
      move 4 to return-code
  else
      move 0 to return-code
  end-if
  stop run.

 100-GET-CHANGE.
  move spaces to old-vendor new-vendor effective-x
  display "Vendor being retired: " with no advancing
  accept old-vendor
  if renaming
      display "New name: " with no advancing
  else
      display "Merged into (surviving vendor): " with no advancing
  end-if
  accept new-vendor
  display "Effective date (YYYYMMDD, blank for today): "
      with no advancing
  accept effective-x
  if old-vendor = spaces or new-vendor = spaces
      display "vendmerge: both names are needed, nothing changed"
      move 8 to return-code
      stop run
  end-if
  if old-vendor = new-vendor
      display "vendmerge: the two names are the same, nothing "
          "changed"
      move 8 to return-code
      stop run
  end-if
  if effective-x = spaces
      move today-date to effective-date
  else
      perform 110-CHECK-EFFECTIVE-DATE
  end-if.

 110-CHECK-EFFECTIVE-DATE.
  move "N" to date-valid-flag
  if effective-x is numeric
      move effective-x to effective-date
      call "datevalid" using effective-date date-valid-flag
  end-if
  if date-valid-flag not = "Y"
      display "vendmerge: " effective-x " is not a date, nothing "
          "changed"
      move 8 to return-code
      stop run
  end-if
  if effective-date > today-date
      display "vendmerge: the history is restated now, so the "
          "change cannot take effect after today"
      move 8 to return-code
      stop run
  end-if.

* A pair already on the register is a restatement being finished
* (an interrupted run, a recalled archive year): the master and the
* register are left as they are. Any other name already retired is
* refused, so the register never holds a name retired twice or a
* survivor that is itself retired.
 150-CHECK-CHANGE.
  call "vendalias" using old-vendor alias-survivor alias-renamed
      on exception
          display "vendmerge: vendalias not available, nothing "
              "changed"
          move 8 to return-code
          stop run
  end-call
  if alias-renamed = "Y"
      if alias-survivor = new-vendor
          move 'Y' to resume-flag
          display "vendmerge: " old-vendor " is already on record "
              "as " new-vendor ", finishing the restatement"
      else
          display "vendmerge: " old-vendor " was already retired "
              "into " alias-survivor ", nothing changed"
          move 8 to return-code
          stop run
      end-if
  end-if
  call "vendalias" using new-vendor alias-survivor alias-renamed
  if alias-renamed = "Y"
      display "vendmerge: " new-vendor " is itself retired, it "
          "trades as " alias-survivor " -- nothing changed"
      move 8 to return-code
      stop run
  end-if
  perform 160-CHECK-MASTER
  move old-vendor to hold-vendor
  perform 170-CHECK-LEGAL-HOLD
  move new-vendor to hold-vendor
  perform 170-CHECK-LEGAL-HOLD.

 160-CHECK-MASTER.
  open input vendor-master-file
  if vendmast-fs not = "00"
      display "vendmerge: vendor master not available (vendmast"
          ".dat status " vendmast-fs "), nothing changed"
      move 8 to return-code
      stop run
  end-if
  move 'N' to old-on-master-flag new-on-master-flag
  move old-vendor to vm-vendor-name
  read vendor-master-file
      invalid key continue
      not invalid key move 'Y' to old-on-master-flag
  end-read
  move new-vendor to vm-vendor-name
  read vendor-master-file
      invalid key continue
      not invalid key move 'Y' to new-on-master-flag
  end-read
  close vendor-master-file
  if not resuming and old-on-master-flag = 'N'
      display "vendmerge: " old-vendor " is not on the vendor "
          "master, nothing changed"
      move 8 to return-code
      stop run
  end-if
  if renaming and not resuming and new-on-master-flag = 'Y'
      display "vendmerge: " new-vendor " is already on the vendor "
          "master -- use MERGE, nothing changed"
      move 8 to return-code
      stop run
  end-if
  if merging and new-on-master-flag = 'N'
      display "vendmerge: " new-vendor " is not on the vendor "
          "master -- use RENAME, nothing changed"
      move 8 to return-code
      stop run
  end-if.

 170-CHECK-LEGAL-HOLD.
  call "holdchk" using hold-only-id hold-vendor hold-date
      hold-run-id hold-file hold-found-id
      on exception
          display "vendmerge: holdchk not available, change "
              "refused -- legal holds cannot be honored"
          move 8 to return-code
          stop run
  end-call
  if hold-found-id not = zeros
      display "vendmerge: " hold-vendor " is under legal hold "
          hold-found-id ", nothing changed"
      move 8 to return-code
      stop run
  end-if.

 180-CONFIRM-CHANGE.
  if renaming
      display "Rename " old-vendor " to " new-vendor
          " effective " effective-date
  else
      display "Merge " old-vendor " into " new-vendor
          " effective " effective-date
  end-if
  move spaces to operator-answer
  display "  and restate the history (Y/N): " with no advancing
  accept operator-answer
  if operator-answer not = "Y" and operator-answer not = "y"
      display "vendmerge: nothing changed"
      stop run
  end-if.

 200-LIST-ALIASES.
  open input vendor-alias-file
  if valias-fs not = "00"
      display "vendmerge: no vendor renamed or merged yet"
  else
      move 'N' to file-end-flag
      perform 210-LIST-ONE-ALIAS until file-end-flag = 'Y'
      close vendor-alias-file
  end-if.

 210-LIST-ONE-ALIAS.
  read vendor-alias-file
      at end move 'Y' to file-end-flag
      not at end
          display va-old-name " -> " va-new-name " " va-kind " "
              va-effective-date " by " va-recorded-by " "
              va-recorded-stamp
  end-read.

 300-OPEN-REPORT.
  accept log-time from time
  open output merge-report-file
  move spaces to merge-report-record
  string "VENDOR " change-kind " " old-vendor " TO " new-vendor
      " EFFECTIVE " effective-date " BY " supervisor-id
      " RUN " today-date "-" log-time
      delimited by size into merge-report-record
  write merge-report-record
  if resuming
      move spaces to merge-report-record
      move "ALREADY ON RECORD, RESTATEMENT FINISHED ONLY"
          to merge-report-record
      write merge-report-record
  end-if
  move spaces to merge-report-record
  write merge-report-record.

* The supervisor must hold level 3 on operators.dat, validated
* through the shared opersign subroutine; with no operator file
* at all the change is refused -- rewriting a vendor's history is
* not a thing to run open.
 400-SIGN-ON-SUPERVISOR.
  display "Password for " supervisor-id ": " with no advancing
  accept signon-password
  move "N" to signon-result
  call "opersign" using supervisor-id signon-password
      signon-req-level signon-level signon-result
      on exception
          display "vendmerge: opersign not available, "
              "changes refused"
          move 8 to return-code
          stop run
  end-call
  if signon-result = "M"
      display "vendmerge: no operators.dat on file, "
          "changes refused"
      move 8 to return-code
      stop run
  end-if
  if signon-result not = "Y"
      display "vendmerge: supervisor sign-on failed for "
          supervisor-id
      move 8 to return-code
      stop run
  end-if.

* RENAME writes the vendor under its new name, status and all,
* and removes the old key; MERGE only removes the retired vendor.
 500-UPDATE-MASTER.
  move zeros to changed-count left-count
  open i-o vendor-master-file
  if vendmast-fs not = "00"
      display "vendmerge: vendor master not available (vendmast"
          ".dat status " vendmast-fs "), nothing changed"
      move "vendmast.dat" to report-label
      move spaces to report-note
      string "not available, status " vendmast-fs
          delimited by size into report-note
      perform 950-REPORT-COUNT
      perform 900-CLOSE-REPORT
      move 8 to return-code
      stop run
  end-if
  move old-vendor to vm-vendor-name
  read vendor-master-file
      invalid key
          add 1 to left-count
      not invalid key
          if renaming
              move new-vendor to vm-vendor-name
              write vendor-master-record
                  invalid key
                      add 1 to left-count
                  not invalid key
                      add 1 to changed-count
              end-write
          else
              add 1 to changed-count
          end-if
  end-read
  if changed-count > zeros
      move old-vendor to vm-vendor-name
      delete vendor-master-file
          invalid key
              display "vendmerge: " old-vendor " could not be "
                  "removed from the master, status " vendmast-fs
      end-delete
  end-if
  close vendor-master-file
  move "vendmast.dat" to report-label
  move spaces to report-note
  perform 950-REPORT-COUNT.

* The link moves to the survivor unless it already has its own,
* in which case the retired vendor's link simply goes.
 520-MOVE-LINK.
  move zeros to changed-count left-count
  move spaces to report-note
  open i-o vendor-link-file
  if vlink-fs = "00"
      move old-vendor to vl-vendor-name
      move 'N' to found-flag
      read vendor-link-file
          invalid key continue
          not invalid key move 'Y' to found-flag
      end-read
      if found-flag = 'Y'
          move vl-rec to link-save
          move new-vendor to vl-vendor-name
          move 'N' to survivor-flag
          read vendor-link-file
              invalid key continue
              not invalid key move 'Y' to survivor-flag
          end-read
          if survivor-flag = 'N'
              move link-save to vl-rec
              move new-vendor to vl-vendor-name
              write vl-rec
          else
              move "survivor already linked, old link dropped"
                  to report-note
          end-if
          move old-vendor to vl-vendor-name
          delete vendor-link-file
          add 1 to changed-count
      end-if
      close vendor-link-file
  end-if
  move "vendlink.dat" to report-label
  perform 950-REPORT-COUNT.

* The vendor leads the key, so its assignments are found from a
* START on the name. Each is written under the new name before the
* old one goes, and the walk picks up again after the key just
* moved.
 530-MOVE-TERRITORIES.
  move zeros to changed-count left-count
  move spaces to report-note
  open i-o vendor-terr-file
  if vterr-fs = "00"
      move old-vendor to vt-vendor-name
      move zeros to vt-effective-date
      move 'N' to step-end-flag
      start vendor-terr-file key is not less than vt-key
          invalid key move 'Y' to step-end-flag
      end-start
      perform 535-MOVE-ONE-TERRITORY until step-end-flag = 'Y'
      close vendor-terr-file
  end-if
  move "vendterr.dat" to report-label
  perform 950-REPORT-COUNT.

 535-MOVE-ONE-TERRITORY.
  read vendor-terr-file next
      at end move 'Y' to step-end-flag
  end-read
  if step-end-flag not = 'Y' and vt-vendor-name not = old-vendor
      move 'Y' to step-end-flag
  end-if
  if step-end-flag not = 'Y'
      move vt-key to last-terr-key
      move new-vendor to vt-vendor-name
      write vt-rec
          invalid key
              add 1 to left-count
          not invalid key
              move last-terr-key to vt-key
              delete vendor-terr-file
              add 1 to changed-count
      end-write
      move last-terr-key to vt-key
      start vendor-terr-file key is greater than vt-key
          invalid key move 'Y' to step-end-flag
      end-start
  end-if.

* Bank details move only to a survivor without any; otherwise the
* retired vendor's stay where they are for vendbank to clear.
 540-MOVE-BANK.
  move zeros to changed-count left-count
  move spaces to report-note
  open i-o vendor-bank-file
  if vbank-fs = "00"
      move old-vendor to vb-vendor-name
      move 'N' to found-flag
      read vendor-bank-file
          invalid key continue
          not invalid key move 'Y' to found-flag
      end-read
      if found-flag = 'Y'
          move vb-rec to bank-save
          move new-vendor to vb-vendor-name
          move 'N' to survivor-flag
          read vendor-bank-file
              invalid key continue
              not invalid key move 'Y' to survivor-flag
          end-read
          if survivor-flag = 'N'
              move bank-save to vb-rec
              move new-vendor to vb-vendor-name
              write vb-rec
              move old-vendor to vb-vendor-name
              delete vendor-bank-file
              add 1 to changed-count
          else
              add 1 to left-count
              move "survivor has its own, left for vendbank"
                  to report-note
          end-if
      end-if
      close vendor-bank-file
  end-if
  move "vendbank.dat" to report-label
  perform 950-REPORT-COUNT.

 550-MOVE-CERTIFICATES.
  move zeros to changed-count left-count
  move spaces to report-note
  open i-o tax-exempt-file
  if txe-fs = "00"
      move old-vendor to txe-vendor-name
      move low-values to txe-cert-number
      move 'N' to step-end-flag
      start tax-exempt-file key is not less than txe-key
          invalid key move 'Y' to step-end-flag
      end-start
      perform 555-MOVE-ONE-CERTIFICATE until step-end-flag = 'Y'
      close tax-exempt-file
  end-if
  move "taxexempt.dat" to report-label
  perform 950-REPORT-COUNT.

 555-MOVE-ONE-CERTIFICATE.
  read tax-exempt-file next
      at end move 'Y' to step-end-flag
  end-read
  if step-end-flag not = 'Y' and txe-vendor-name not = old-vendor
      move 'Y' to step-end-flag
  end-if
  if step-end-flag not = 'Y'
      move txe-key to last-cert-key
      move new-vendor to txe-vendor-name
      write txe-rec
          invalid key
              add 1 to left-count
          not invalid key
              move last-cert-key to txe-key
              delete tax-exempt-file
              add 1 to changed-count
      end-write
      move last-cert-key to txe-key
      start tax-exempt-file key is greater than txe-key
          invalid key move 'Y' to step-end-flag
      end-start
  end-if.

* Every year on file, a full pass in key order. A row takes the
* survivor's name in both places it carries it, and its daily
* summary figures go with it: out of the old vendor's record, into
* the survivor's.
 600-RESTATE-ARCHIVE.
  open input arch-years-file
  if archyr-fs not = "00"
      move "archyears.dat" to report-label
      move zeros to changed-count left-count
      move "no archive years on file" to report-note
      perform 950-REPORT-COUNT
  else
      move 'N' to years-end-flag
      perform 610-RESTATE-ONE-YEAR until years-end-flag = 'Y'
      close arch-years-file
  end-if
  move "C" to daysum-action
  call "daysumupd" using daysum-action arch-company
      arch-sales-date arch-region arch-city arch-vendor-name
      arch-sales-type arch-home-value daysum-posted.

 610-RESTATE-ONE-YEAR.
  read arch-years-file
      at end move 'Y' to years-end-flag
      not at end
          if arch-year-record not = spaces
              perform 615-RESTATE-YEAR-FILE
          end-if
  end-read.

 615-RESTATE-YEAR-FILE.
  move zeros to changed-count left-count
  move spaces to report-note
  move spaces to arch-filename
  string "salesarch." arch-year-record ".dat"
      delimited by size into arch-filename
  move zeros to held-row-count first-hold-id
  move 'N' to other-hold-flag
  move arch-filename to hold-file
  perform 685-CHECK-FILE-HOLD
  open i-o sales-archive-file
  if arch-fs not = "00"
      add 1 to left-count
      move spaces to report-note
      string "listed but not usable, status " arch-fs
          delimited by size into report-note
  else
      move 'N' to file-end-flag
      perform 620-RESTATE-ONE-ROW until file-end-flag = 'Y'
      close sales-archive-file
      perform 640-NOTE-ARCHIVE-HOLDS
  end-if
  move arch-filename to report-label
  perform 950-REPORT-COUNT.

 620-RESTATE-ONE-ROW.
  read sales-archive-file next
      at end move 'Y' to file-end-flag
      not at end
          if arch-vendor-name = old-vendor
              if file-held-id not = zeros
                  add 1 to left-count
              else
                  perform 625-RENAME-ARCHIVE-ROW
              end-if
          end-if
  end-read.

* A row under a DATES, RUN or FILE hold keeps the old name; the
* test is archretire's, on the row's own date, run and source.
 625-RENAME-ARCHIVE-ROW.
  move arch-vendor-name to hold-vendor
  move arch-sales-date  to hold-date
  move arch-run-id      to hold-run-id
  move arch-source-file to hold-file
  perform 680-CHECK-HOLD
  if hold-found-id not = zeros
      add 1 to left-count held-row-count
      if first-hold-id = zeros
          move hold-found-id to first-hold-id
      else
          if hold-found-id not = first-hold-id
              move 'Y' to other-hold-flag
          end-if
      end-if
  else
      move "S" to daysum-action
      perform 630-POST-DAILY-SUMMARY
      move new-vendor to arch-vendor-name arch-vk-vendor
      rewrite arch-rec
          invalid key
              display "vendmerge: rewrite failed for " arch-key
                  " status " arch-fs
              move old-vendor to arch-vendor-name arch-vk-vendor
              add 1 to left-count
          not invalid key
              add 1 to changed-count
      end-rewrite
      move "A" to daysum-action
      perform 630-POST-DAILY-SUMMARY
  end-if.

 630-POST-DAILY-SUMMARY.
  call "daysumupd" using daysum-action arch-company
      arch-sales-date arch-region arch-city arch-vendor-name
      arch-sales-type arch-home-value daysum-posted
  if daysum-posted not = "Y"
      add 1 to daysum-miss-count
  end-if.

* The year's line names the hold that kept its file or its rows.
 640-NOTE-ARCHIVE-HOLDS.
  move spaces to report-note
  if file-held-id not = zeros
      string "file under legal hold " file-held-id ", not changed"
          delimited by size into report-note
  else
      if held-row-count > zeros
          move held-row-count to count-dsp
          if other-hold-flag = 'Y'
              string count-dsp " under legal hold " first-hold-id
                  " and others, not changed"
                  delimited by size into report-note
          else
              string count-dsp " under legal hold " first-hold-id
                  ", not changed"
                  delimited by size into report-note
          end-if
      end-if
  end-if.

 650-RESTATE-OPEN-ITEMS.
  move zeros to changed-count left-count
  move spaces to report-note
  move "aropen.dat" to hold-file
  perform 685-CHECK-FILE-HOLD
  open i-o ar-open-file
  if ar-fs = "00"
      move 'N' to file-end-flag
      perform 655-RESTATE-ONE-ITEM until file-end-flag = 'Y'
      close ar-open-file
  end-if
  perform 670-NOTE-FILE-HOLD
  move "aropen.dat" to report-label
  perform 950-REPORT-COUNT.

 655-RESTATE-ONE-ITEM.
  read ar-open-file next
      at end move 'Y' to file-end-flag
      not at end
          if ar-vendor-name = old-vendor
              if file-held-id not = zeros
                  add 1 to left-count
              else
                  move new-vendor to ar-vendor-name
                  rewrite ar-rec
                      invalid key add 1 to left-count
                      not invalid key add 1 to changed-count
                  end-rewrite
              end-if
          end-if
  end-read.

 660-RESTATE-DUNNING.
  move zeros to changed-count left-count
  move spaces to report-note
  move "dunhist.dat" to hold-file
  perform 685-CHECK-FILE-HOLD
  open i-o dunning-hist-file
  if dun-fs = "00"
      move 'N' to file-end-flag
      perform 665-RESTATE-ONE-DUNNING until file-end-flag = 'Y'
      close dunning-hist-file
  end-if
  perform 670-NOTE-FILE-HOLD
  move "dunhist.dat" to report-label
  perform 950-REPORT-COUNT.

 665-RESTATE-ONE-DUNNING.
  read dunning-hist-file next
      at end move 'Y' to file-end-flag
      not at end
          if dh-vendor-name = old-vendor
              if file-held-id not = zeros
                  add 1 to left-count
              else
                  move new-vendor to dh-vendor-name
                  rewrite dh-rec
                      invalid key add 1 to left-count
                      not invalid key add 1 to changed-count
                  end-rewrite
              end-if
          end-if
  end-read.

 670-NOTE-FILE-HOLD.
  if file-held-id not = zeros
      string "file under legal hold " file-held-id ", not changed"
          delimited by size into report-note
  end-if.

 680-CHECK-HOLD.
  call "holdchk" using hold-only-id hold-vendor hold-date
      hold-run-id hold-file hold-found-id.

* A FILE hold on the file as a whole: nothing but the file name
* describes it.
 685-CHECK-FILE-HOLD.
  move spaces to hold-vendor hold-run-id
  move zeros to hold-date
  perform 680-CHECK-HOLD
  move hold-found-id to file-held-id.

* The vendor is the second half of the key, so the whole file is
* read; a record found under the old name is added into (or
* written as) the survivor's for the same run and then removed,
* and the read picks up again after the key just handled.
 700-RESTATE-RUN-VENDORS.
  move zeros to changed-count left-count combined-count
  move spaces to report-note
  open i-o run-vendor-file
  if runv-fs = "00"
      move 'N' to file-end-flag
      perform 705-RESTATE-ONE-RUN-VENDOR until file-end-flag = 'Y'
      close run-vendor-file
  end-if
  if combined-count > zeros
      move combined-count to count-dsp
      string count-dsp " added into the survivor's run"
          delimited by size into report-note
  end-if
  move "runvendors.dat" to report-label
  perform 950-REPORT-COUNT.

 705-RESTATE-ONE-RUN-VENDOR.
  read run-vendor-file next
      at end move 'Y' to file-end-flag
      not at end
          if runv-vendor-name = old-vendor
              perform 710-MOVE-RUN-VENDOR
          end-if
  end-read.

 710-MOVE-RUN-VENDOR.
  move runv-rec to runv-save
  move runv-key to last-runv-key
  move new-vendor to runv-vendor-name
  move 'N' to survivor-flag
  read run-vendor-file
      invalid key continue
      not invalid key move 'Y' to survivor-flag
  end-read
  if survivor-flag = 'Y'
      add rs-tran-count    to runv-tran-count
      add rs-gross-total   to runv-gross-total
      add rs-returns-total to runv-returns-total
      add rs-net-total     to runv-net-total
      rewrite runv-rec
      add 1 to combined-count
  else
      move runv-save to runv-rec
      move new-vendor to runv-vendor-name
      write runv-rec
  end-if
  move last-runv-key to runv-key
  delete run-vendor-file
  add 1 to changed-count
  move last-runv-key to runv-key
  start run-vendor-file key is greater than runv-key
      invalid key move 'Y' to file-end-flag
  end-start.

* As for the run figures, except that two accruals for the same
* run are only added together when they stand alike -- both open,
* or both paid in the same month. Otherwise settling one would
* misstate the other, so the old item stays and is reported.
 750-RESTATE-ACCRUALS.
  move zeros to changed-count left-count combined-count
  move spaces to report-note
  open i-o comm-accrual-file
  if comm-fs = "00"
      move 'N' to file-end-flag
      perform 755-RESTATE-ONE-ACCRUAL until file-end-flag = 'Y'
      close comm-accrual-file
  end-if
  if combined-count > zeros
      move combined-count to count-dsp
      string count-dsp " added into the survivor's run"
          delimited by size into report-note
  end-if
  move "commaccr.dat" to report-label
  perform 950-REPORT-COUNT.

 755-RESTATE-ONE-ACCRUAL.
  read comm-accrual-file next
      at end move 'Y' to file-end-flag
      not at end
          if ca-vendor-name = old-vendor
              perform 760-MOVE-ACCRUAL
          end-if
  end-read.

 760-MOVE-ACCRUAL.
  move ca-rec to comm-save
  move ca-key to last-comm-key
  move new-vendor to ca-vendor-name
  move 'N' to survivor-flag
  read comm-accrual-file
      invalid key continue
      not invalid key move 'Y' to survivor-flag
  end-read
  if survivor-flag = 'Y'
      if ca-status = cs-status and ca-paid-month = cs-paid-month
          add cs-base-amount to ca-base-amount
          add cs-comm-amount to ca-comm-amount
          rewrite ca-rec
          add 1 to combined-count
          perform 765-REMOVE-OLD-ACCRUAL
      else
          add 1 to left-count
          perform 770-REPORT-LEFT-ACCRUAL
      end-if
  else
      move comm-save to ca-rec
      move new-vendor to ca-vendor-name
      write ca-rec
      perform 765-REMOVE-OLD-ACCRUAL
  end-if
  move last-comm-key to ca-key
  start comm-accrual-file key is greater than ca-key
      invalid key move 'Y' to file-end-flag
  end-start.

 765-REMOVE-OLD-ACCRUAL.
  move last-comm-key to ca-key
  delete comm-accrual-file
  add 1 to changed-count.

 770-REPORT-LEFT-ACCRUAL.
  move spaces to merge-report-record
  string "  LEFT run " cs-key (1:14) " " cs-status " "
      cs-paid-month " -- survivor's item is " ca-status " "
      ca-paid-month
      delimited by size into merge-report-record
  write merge-report-record.

* The list is rewritten through stmtrequests.lst.new and a mv, as
* pendchk rewrites its register; the old name becomes the new one,
* or goes when the survivor is listed already.
 800-RESTATE-STMT-REQUESTS.
  move zeros to changed-count left-count
  move spaces to report-note
  move 'N' to new-listed-flag old-listed-flag
  open input stmt-request-file
  if stmt-req-fs = "00"
      move 'N' to file-end-flag
      perform 805-SCAN-ONE-REQUEST until file-end-flag = 'Y'
      close stmt-request-file
  end-if
  if old-listed-flag = 'Y'
      open input stmt-request-file
      open output new-request-file
      move 'N' to file-end-flag
      perform 810-COPY-ONE-REQUEST until file-end-flag = 'Y'
      close stmt-request-file new-request-file
      call "SYSTEM" using rename-command
  end-if
  move "stmtrequests.lst" to report-label
  perform 950-REPORT-COUNT.

 805-SCAN-ONE-REQUEST.
  read stmt-request-file
      at end move 'Y' to file-end-flag
      not at end
          if stmt-request-record = old-vendor
              move 'Y' to old-listed-flag
          end-if
          if stmt-request-record = new-vendor
              move 'Y' to new-listed-flag
          end-if
  end-read.

 810-COPY-ONE-REQUEST.
  read stmt-request-file
      at end move 'Y' to file-end-flag
      not at end
          if stmt-request-record = old-vendor
              add 1 to changed-count
              if new-listed-flag = 'N'
                  move new-vendor to new-request-record
                  write new-request-record
                  move 'Y' to new-listed-flag
              end-if
          else
              write new-request-record from stmt-request-record
          end-if
  end-read.

* The controlled files are only read: a line still under the old
* name is left for the supervisor to STAGE through ctlchange.
 820-CHECK-CONTROL-FILES.
  move "vendlimits.dat" to control-filename
  perform 825-CHECK-ONE-CONTROL-FILE
  move "commrates.dat" to control-filename
  perform 825-CHECK-ONE-CONTROL-FILE
  move "commratesh.dat" to control-filename
  perform 825-CHECK-ONE-CONTROL-FILE.

 825-CHECK-ONE-CONTROL-FILE.
  move zeros to changed-count left-count
  move spaces to report-note
  open input control-file
  if control-fs = "00"
      move 'N' to file-end-flag
      perform 830-CHECK-ONE-CONTROL-LINE until file-end-flag = 'Y'
      close control-file
  end-if
  if left-count > zeros
      move "STAGE the change through ctlchange" to report-note
  end-if
  move control-filename to report-label
  perform 950-REPORT-COUNT.

 830-CHECK-ONE-CONTROL-LINE.
  read control-file
      at end move 'Y' to file-end-flag
      not at end
          if ctl-vendor-name = old-vendor
              add 1 to left-count
          end-if
  end-read.

* Recorded before any history is touched, so late extracts land on
* the survivor even if the restatement is cut short.
 850-RECORD-ALIAS.
  accept log-date from date yyyymmdd
  accept log-time from time
  move spaces to log-timestamp
  string log-date "-" log-time delimited by size into log-timestamp
  open extend vendor-alias-file
  if valias-fs not = "00"
      open output vendor-alias-file
  end-if
  move spaces to vendor-alias-record
  move old-vendor     to va-old-name
  move new-vendor     to va-new-name
  move effective-date to va-effective-date
  move change-kind    to va-kind
  move supervisor-id  to va-recorded-by
  move log-timestamp  to va-recorded-stamp
  write vendor-alias-record
  close vendor-alias-file.

* The vendmaint.log line layout, so secaudit reports the change
* with the rest of the vendor master's.
 860-AUDIT-CHANGE.
  accept log-date from date yyyymmdd
  accept log-time from time
  move spaces to log-timestamp
  string log-date "-" log-time delimited by size into log-timestamp
  open extend audit-log-file
  if audit-fs not = "00"
      open output audit-log-file
  end-if
  move spaces to audit-log-record
  if resuming
      string log-timestamp " " supervisor-id " RESTATE  "
          old-vendor " " new-vendor
          delimited by size into audit-log-record
  else
      string log-timestamp " " supervisor-id " " change-kind "   "
          old-vendor " " new-vendor " " effective-date
          delimited by size into audit-log-record
  end-if
  write audit-log-record
  close audit-log-file.

 900-CLOSE-REPORT.
  move spaces to merge-report-record
  write merge-report-record
  move total-changed to count-dsp
  move spaces to merge-report-record
  string "RECORDS CHANGED          " count-dsp
      delimited by size into merge-report-record
  write merge-report-record
  move total-left to count-dsp
  move spaces to merge-report-record
  string "LEFT UNDER THE OLD NAME  " count-dsp
      delimited by size into merge-report-record
  write merge-report-record
  if daysum-miss-count > zeros
      move daysum-miss-count to count-dsp
      move spaces to merge-report-record
      string "DAILY SUMMARY NOT MOVED  " count-dsp
          " -- run daysum CHECK"
          delimited by size into merge-report-record
      write merge-report-record
  end-if
  close merge-report-file.

 950-REPORT-COUNT.
  add changed-count to total-changed
  add left-count to total-left
  move changed-count to count-dsp
  move spaces to merge-report-record
  move 1 to report-ptr
  string report-label " " count-dsp " changed"
      delimited by size
      into merge-report-record with pointer report-ptr
  if left-count > zeros
      move left-count to count-dsp
      string " " count-dsp " left"
          delimited by size
          into merge-report-record with pointer report-ptr
  end-if
  if report-note not = spaces
      string "  " report-note
          delimited by size
          into merge-report-record with pointer report-ptr
  end-if
  write merge-report-record.
