 IDENTIFICATION DIVISION.
 PROGRAM-ID.    closechk.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Month-end close readiness check, CALLed by periodctl (CHECK
*    and CLOSE) so nobody closes a month that still has loose ends.
*
*      CALL "closechk" USING <period 9(6)> <open-items 9(4)>
*
*    For every run manifested in the month (the run id's leading
*    date falls in the period) it proves:
*      - the run is not held in quarantine.dat;
*      - the run is archived and the archive still holds every
*        row its ARC record counted (the archaudit proof), with
*        the load itself clean;
*      - the ledger ACCEPTED the run's GL batch (glresponse.dat,
*        the file glackrec reconciles);
*      - commsettle ACCRUE has taken the run up (a commaccr.dat
*        item for it whenever runvendors.dat shows vendors);
*    and across the month:
*      - no excrepo.dat finding for a month run, or filed in the
*        month, is still NEW or ASSIGNED;
*      - the posting files in glfiles.lst balance, debits against
*        credits and every BT batch total, as gltrial proves it.
*    Runs quarantined at run time never loaded or posted (the
*    archaudit and glackrec rule), so once decided only the
*    quarantine item applies to them.
*
*    The checklist, with the run-by-run detail behind it, goes to
*    closeready.rpt; open-items comes back with the number of
*    open items, zero meaning the month is ready to close.
*    RETURN-CODE is 0 on every path, per the house subroutine
*    contract.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "manifsel.cpy".
    COPY "archsel.cpy".
    COPY "excsel.cpy".
    COPY "commsel.cpy".
    COPY "runvsel.cpy".
    SELECT arch-years-file
         ASSIGN TO "archyears.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS archyr-fs.
    SELECT quarantine-reg-file
         ASSIGN TO "quarantine.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS quar-fs.
    SELECT response-file
         ASSIGN TO "glresponse.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS response-fs.
    SELECT filelist-file
         ASSIGN TO "glfiles.lst"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS filelist-fs.
    SELECT gl-posting-file
         ASSIGN TO posting-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS posting-fs.
    SELECT ready-report-file
         ASSIGN TO "closeready.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "maniffd.cpy".
 COPY "archfd.cpy".
 COPY "excfd.cpy".
 COPY "commfd.cpy".
 COPY "runvfd.cpy".

 FD  arch-years-file.
 01  arch-year-record        pic X(4).

* the quarantine register exactly as qrelease keeps it.
 FD  quarantine-reg-file.
 01  quarantine-reg-record.
     05 q-run-id             pic X(14).
     05 filler               pic X(135).

* one acknowledgment per line as the ledger side returns them.
 FD  response-file.
 01  response-record.
     05 rsp-run-id           pic X(14).
     05 filler               pic X(1).
     05 rsp-verdict          pic X(8).
     05 filler               pic X(1).
     05 rsp-reason           pic X(60).

 FD  filelist-file.
 01  filelist-record         pic X(80).

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

 FD  ready-report-file.
 01  ready-report-record     pic X(100).

 WORKING-STORAGE SECTION.
  77      manif-fs            pic XX.
  77      arch-fs             pic XX.
  77      arch-filename       pic X(40).
  77      archyr-fs           pic XX.
  77      excr-fs             pic XX.
  77      comm-fs             pic XX.
  77      runv-fs             pic XX.
  77      quar-fs             pic XX.
  77      response-fs         pic XX.
  77      filelist-fs         pic XX.
  77      posting-fs          pic XX.
  77      posting-filename    pic X(80).
  77      file-end-flag       pic X.
  77      inner-end-flag      pic X.
  77      current-hdr-quar    pic X(1).
  77      runv-open-flag      pic X value 'N'.
  77      comm-open-flag      pic X value 'N'.
* one entry per run manifested in the month, with what each check
* found for it.
  01      close-run-table.
     05     close-run-entry   occurs 300 times indexed by crx.
        10     cr-run-id        pic X(14).
        10     cr-hdr-quar      pic X(1).
        10     cr-held          pic X(1).
        10     cr-arc-seen      pic X(1).
        10     cr-arc-clean     pic X(1).
        10     cr-expected      pic 9(8) comp.
        10     cr-found         pic 9(8) comp.
        10     cr-verdict       pic X(8).
        10     cr-vendors       pic X(1).
        10     cr-accrued       pic X(1).
  77      close-run-count     pic 9(3) comp value zeros.
  77      run-quar-dsp        pic X(4).
  77      run-arch-dsp        pic X(8).
  77      run-gl-dsp          pic X(8).
  77      run-comm-dsp        pic X(8).
* per-item open counts for the checklist.
  77      quar-open           pic 9(4) comp value zeros.
  77      arch-open           pic 9(4) comp value zeros.
  77      gl-open             pic 9(4) comp value zeros.
  77      exc-open            pic 9(4) comp value zeros.
  77      comm-open           pic 9(4) comp value zeros.
  77      trial-open          pic 9(4) comp value zeros.
  77      files-read          pic 9(3) comp value zeros.
  77      file-dr-amount      pic S9(13) comp.
  77      file-rec-count      pic 9(6) comp.
  77      bt-seen-flag        pic X.
  77      total-debits        pic S9(14) comp value zeros.
  77      total-credits       pic S9(14) comp value zeros.
  77      item-open-work      pic 9(4) comp.
  77      item-label-work     pic X(36).
  77      item-mark-work      pic X(6).
  77      item-open-dsp       pic Z(3)9.
  77      runs-dsp            pic Z(2)9.
  77      total-dr-dsp        pic -(13)9.
  77      total-cr-dsp        pic -(13)9.

 LINKAGE SECTION.
 01  close-period            pic 9(6).
 01  close-open-items        pic 9(4).

 PROCEDURE DIVISION USING close-period close-open-items.
 000-MAIN.
  move zeros to close-open-items close-run-count
  move zeros to quar-open arch-open gl-open exc-open comm-open
      trial-open files-read total-debits total-credits
  perform 100-LOAD-MONTH-RUNS
  if close-run-count > zeros
      perform 200-MARK-HELD-RUNS
      perform 300-SWEEP-ARCHIVE-YEARS
      perform 400-APPLY-RESPONSES
      perform 500-CHECK-ACCRUALS
  end-if
  perform 600-COUNT-OPEN-EXCEPTIONS
  perform 700-PROVE-TRIAL-BALANCE
  perform 800-WRITE-CHECKLIST
  move 0 to return-code
  exit program.

* The manifest is keyed run id + sequence, so a forward read
* delivers each run's HDR before its ARC record.
 100-LOAD-MONTH-RUNS.
  open input run-manifest-file
  if manif-fs = "00"
      move 'N' to file-end-flag
      perform 110-TAKE-ONE-MANIFEST-REC until file-end-flag = 'Y'
      close run-manifest-file
  end-if.

 110-TAKE-ONE-MANIFEST-REC.
  read run-manifest-file next
      at end move 'Y' to file-end-flag
      not at end
          if manif-run-id (1:6) = close-period
              evaluate manif-rec-type
                  when "HDR"
                      move mh-quarantined to current-hdr-quar
                      perform 120-TABLE-ONE-RUN
                  when "ARC"
                      perform 130-NOTE-ARCHIVE-OUTCOME
                  when other
                      continue
              end-evaluate
          end-if
  end-read.

 120-TABLE-ONE-RUN.
  if close-run-count < 300
      add 1 to close-run-count
      set crx to close-run-count
      move manif-run-id     to cr-run-id (crx)
      move current-hdr-quar to cr-hdr-quar (crx)
      move 'N'              to cr-held (crx) cr-arc-seen (crx)
          cr-arc-clean (crx) cr-vendors (crx) cr-accrued (crx)
      move zeros            to cr-expected (crx) cr-found (crx)
      move "WAITING"        to cr-verdict (crx)
  else
      display "closechk: run table full (300), " manif-run-id
          " not checked"
  end-if.

 130-NOTE-ARCHIVE-OUTCOME.
  if close-run-count > zeros
      and cr-run-id (crx) = manif-run-id
      move 'Y'               to cr-arc-seen (crx)
      move ma-clean          to cr-arc-clean (crx)
      move ma-archived-count to cr-expected (crx)
  end-if.

 200-MARK-HELD-RUNS.
  open input quarantine-reg-file
  if quar-fs = "00"
      move 'N' to file-end-flag
      perform 210-MARK-ONE-HOLD until file-end-flag = 'Y'
      close quarantine-reg-file
  end-if.

 210-MARK-ONE-HOLD.
  read quarantine-reg-file
      at end move 'Y' to file-end-flag
      not at end
          set crx to 1
          search close-run-entry
              at end continue
              when crx > close-run-count
                  continue
              when cr-run-id (crx) = q-run-id
                  move 'Y' to cr-held (crx)
          end-search
  end-read.

* One pass over every archive year, crediting each row to its run,
* the archaudit proof narrowed to the month's runs.
 300-SWEEP-ARCHIVE-YEARS.
  open input arch-years-file
  if archyr-fs = "00"
      move 'N' to file-end-flag
      perform 310-SWEEP-ONE-YEAR until file-end-flag = 'Y'
      close arch-years-file
  end-if.

 310-SWEEP-ONE-YEAR.
  read arch-years-file
      at end move 'Y' to file-end-flag
      not at end
          if arch-year-record not = spaces
              perform 320-SWEEP-YEAR-FILE
          end-if
  end-read.

 320-SWEEP-YEAR-FILE.
  move spaces to arch-filename
  string "salesarch." arch-year-record ".dat"
      delimited by size into arch-filename
  open input sales-archive-file
  if arch-fs = "00"
      move 'N' to inner-end-flag
      perform 330-CREDIT-ONE-ROW until inner-end-flag = 'Y'
      close sales-archive-file
  end-if.

 330-CREDIT-ONE-ROW.
  read sales-archive-file next
      at end move 'Y' to inner-end-flag
      not at end
          if arch-run-id (1:6) = close-period
              set crx to 1
              search close-run-entry
                  at end continue
                  when crx > close-run-count
                      continue
                  when cr-run-id (crx) = arch-run-id
                      add 1 to cr-found (crx)
              end-search
          end-if
  end-read.

* The last verdict the ledger sent for a run is the one that
* stands, as in glackrec.
 400-APPLY-RESPONSES.
  open input response-file
  if response-fs = "00"
      move 'N' to file-end-flag
      perform 410-APPLY-ONE-RESPONSE until file-end-flag = 'Y'
      close response-file
  end-if.

 410-APPLY-ONE-RESPONSE.
  read response-file
      at end move 'Y' to file-end-flag
      not at end
          set crx to 1
          search close-run-entry
              at end continue
              when crx > close-run-count
                  continue
              when cr-run-id (crx) = rsp-run-id
                  move rsp-verdict to cr-verdict (crx)
          end-search
  end-read.

* A run with vendor figures must have at least one accrual item;
* a run that touched no vendor has nothing to accrue.
 500-CHECK-ACCRUALS.
  move 'N' to runv-open-flag comm-open-flag
  open input run-vendor-file
  if runv-fs = "00"
      move 'Y' to runv-open-flag
  end-if
  open input comm-accrual-file
  if comm-fs = "00"
      move 'Y' to comm-open-flag
  end-if
  if runv-open-flag = 'Y'
      perform 510-CHECK-ONE-RUN
        varying crx from 1 by 1
        until crx > close-run-count
      close run-vendor-file
  end-if
  if comm-open-flag = 'Y'
      close comm-accrual-file
  end-if.

 510-CHECK-ONE-RUN.
  move spaces to runv-key
  move cr-run-id (crx) to runv-run-id
  move low-values      to runv-vendor-name
  start run-vendor-file key >= runv-key
      invalid key continue
      not invalid key
          read run-vendor-file next
              at end continue
              not at end
                  if runv-run-id = cr-run-id (crx)
                      move 'Y' to cr-vendors (crx)
                  end-if
          end-read
  end-start
  if cr-vendors (crx) = 'Y' and comm-open-flag = 'Y'
      perform 520-FIND-RUN-ACCRUAL
  end-if.

 520-FIND-RUN-ACCRUAL.
  move spaces to ca-key
  move cr-run-id (crx) to ca-run-id
  move low-values      to ca-vendor-name
  start comm-accrual-file key >= ca-key
      invalid key continue
      not invalid key
          read comm-accrual-file next
              at end continue
              not at end
                  if ca-run-id = cr-run-id (crx)
                      move 'Y' to cr-accrued (crx)
                  end-if
          end-read
  end-start.

* Findings still waiting on a human: those filed under a month
* run, or filed in the month at all.
 600-COUNT-OPEN-EXCEPTIONS.
  open input exc-repo-file
  if excr-fs = "00"
      move 'N' to file-end-flag
      perform 610-TAKE-ONE-FINDING until file-end-flag = 'Y'
      close exc-repo-file
  end-if.

 610-TAKE-ONE-FINDING.
  read exc-repo-file next
      at end move 'Y' to file-end-flag
      not at end
          if excr-new or excr-assigned
              if excr-run-id (1:6) = close-period
                  or excr-date (1:6) = close-period
                  add 1 to exc-open
              end-if
          end-if
  end-read.

* The gltrial proof: debits equal credits over every listed
* posting file, and every file's BT record agrees with its body.
 700-PROVE-TRIAL-BALANCE.
  open input filelist-file
  if filelist-fs not = "00"
      add 1 to trial-open
  else
      move 'N' to file-end-flag
      perform 710-TAKE-ONE-FILE until file-end-flag = 'Y'
      close filelist-file
      if total-debits not = total-credits
          add 1 to trial-open
      end-if
  end-if.

 710-TAKE-ONE-FILE.
  read filelist-file
      at end move 'Y' to file-end-flag
      not at end
          if filelist-record not = spaces
              move filelist-record to posting-filename
              perform 720-ACCUMULATE-ONE-FILE
          end-if
  end-read.

 720-ACCUMULATE-ONE-FILE.
  open input gl-posting-file
  if posting-fs not = "00"
      add 1 to trial-open
  else
      add 1 to files-read
      move zeros to file-dr-amount file-rec-count
      move 'N' to bt-seen-flag
      move 'N' to inner-end-flag
      perform 730-TAKE-ONE-POSTING until inner-end-flag = 'Y'
      close gl-posting-file
      if bt-seen-flag = 'N'
          add 1 to trial-open
      end-if
  end-if.

 730-TAKE-ONE-POSTING.
  read gl-posting-file
      at end move 'Y' to inner-end-flag
      not at end
          evaluate glp-rec-type
              when "DR"
                  add 1 to file-rec-count
                  add glp-amount to file-dr-amount total-debits
              when "CR"
                  add 1 to file-rec-count
                  add glp-amount to total-credits
              when "BT"
                  move 'Y' to bt-seen-flag
                  if glp-bt-rec-count not = file-rec-count
                      or glp-bt-amount not = file-dr-amount
                      add 1 to trial-open
                  end-if
              when other
                  add 1 to trial-open
          end-evaluate
  end-read.

 800-WRITE-CHECKLIST.
  open output ready-report-file
  move spaces to ready-report-record
  string "MONTH-END CLOSE READINESS FOR PERIOD " close-period
      delimited by size into ready-report-record
  write ready-report-record
  move spaces to ready-report-record
  write ready-report-record
  move spaces to ready-report-record
  string "RUN ID         QUAR ARCHIVE  GL       COMMISSN"
      delimited by size into ready-report-record
  write ready-report-record
  perform 810-REPORT-ONE-RUN
    varying crx from 1 by 1
    until crx > close-run-count
  move close-run-count to runs-dsp
  move spaces to ready-report-record
  string runs-dsp " run(s) manifested in the period"
      delimited by size into ready-report-record
  write ready-report-record
  move spaces to ready-report-record
  write ready-report-record
  move "RUNS OUT OF QUARANTINE" to item-label-work
  move quar-open to item-open-work
  perform 850-WRITE-ONE-ITEM
  move "RUNS ARCHIVED, ARCHIVE AUDIT CLEAN" to item-label-work
  move arch-open to item-open-work
  perform 850-WRITE-ONE-ITEM
  move "GL BATCHES ACCEPTED BY THE LEDGER" to item-label-work
  move gl-open to item-open-work
  perform 850-WRITE-ONE-ITEM
  move "NO NEW/ASSIGNED EXCEPTIONS" to item-label-work
  move exc-open to item-open-work
  perform 850-WRITE-ONE-ITEM
  move "COMMISSION ACCRUED FOR EVERY RUN" to item-label-work
  move comm-open to item-open-work
  perform 850-WRITE-ONE-ITEM
  move "TRIAL BALANCE PROVES" to item-label-work
  move trial-open to item-open-work
  perform 850-WRITE-ONE-ITEM
  move total-debits  to total-dr-dsp
  move total-credits to total-cr-dsp
  move files-read    to runs-dsp
  move spaces to ready-report-record
  string "       " runs-dsp " posting file(s), debits "
      total-dr-dsp " credits " total-cr-dsp
      delimited by size into ready-report-record
  write ready-report-record
  move spaces to ready-report-record
  write ready-report-record
  move close-open-items to item-open-dsp
  move spaces to ready-report-record
  if close-open-items = zeros
      string "READY TO CLOSE: every item satisfied"
          delimited by size into ready-report-record
  else
      string "*** NOT READY TO CLOSE: " item-open-dsp
          " open item(s)"
          delimited by size into ready-report-record
  end-if
  write ready-report-record
  close ready-report-file.

* One detail line per run; a quarantined-at-run-time run that has
* been decided answers only the quarantine item.
 810-REPORT-ONE-RUN.
  move "OK"    to run-quar-dsp
  move "OK"    to run-arch-dsp
  move "OK"    to run-gl-dsp
  move "OK"    to run-comm-dsp
  if cr-held (crx) = 'Y'
      move "HELD" to run-quar-dsp
      add 1 to quar-open
  end-if
  if cr-hdr-quar (crx) = 'Y'
      move "n/a" to run-arch-dsp run-gl-dsp run-comm-dsp
  else
      perform 820-JUDGE-RUN-ARCHIVE
      if cr-verdict (crx) not = "ACCEPTED"
          move cr-verdict (crx) to run-gl-dsp
          add 1 to gl-open
      end-if
      if cr-vendors (crx) = 'Y' and cr-accrued (crx) = 'N'
          move "UNACCRUED" to run-comm-dsp
          add 1 to comm-open
      end-if
  end-if
  move spaces to ready-report-record
  string cr-run-id (crx) " " run-quar-dsp " " run-arch-dsp " "
      run-gl-dsp " " run-comm-dsp
      delimited by size into ready-report-record
  write ready-report-record.

 820-JUDGE-RUN-ARCHIVE.
  if cr-arc-seen (crx) = 'N'
      move "MISSING" to run-arch-dsp
      add 1 to arch-open
  else
      if cr-arc-clean (crx) not = 'Y'
          move "UNCLEAN" to run-arch-dsp
          add 1 to arch-open
      else
          if cr-found (crx) < cr-expected (crx)
              move "SHORT" to run-arch-dsp
              add 1 to arch-open
          end-if
      end-if
  end-if.

 850-WRITE-ONE-ITEM.
  add item-open-work to close-open-items
  if item-open-work = zeros
      move "[ OK ]" to item-mark-work
  else
      move "[OPEN]" to item-mark-work
  end-if
  move item-open-work to item-open-dsp
  move spaces to ready-report-record
  string item-mark-work " " item-label-work " " item-open-dsp
      " open"
      delimited by size into ready-report-record
  write ready-report-record.

 END PROGRAM closechk.
