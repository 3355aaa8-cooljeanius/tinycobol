 IDENTIFICATION DIVISION.
 PROGRAM-ID.    shopbkup.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Backup, verify and restore for the shop's keyed data files --
*    the same protection tdb01bkup gives filedb01, for everything
*    the business has come to depend on since: the yearly sales
*    archives, the open-item, commission and exception files, the
*    run history, per-vendor history and manifest, the vendor
*    master, the quarantine register, the sales suspense file, the
*    tax exemption certificates, the vendor bank details, the daily
*    sales summary, the contact consent register and interaction
*    history, the vendor-to-contact links and territory history,
*    the dunning history, the exchange-rate history, the foreign
*    currency revaluation file and the tdb04/tdb05 batch files.
*
*    The files are named in shopbkup.lst, one per line: a kind
*    (ARCHIVE, AROPEN, COMMACCR, EXCREPO, RUNHIST, RUNVEND,
*    MANIFEST, VENDMAST, QUARANT, SUSPENSE, TAXCERT, VENDBANK,
*    DAYSUM, CONSENT, TDB01INT, VENDLINK, VENDTERR, DUNHIST,
*    EXCHHIST, FXREVAL, TDB04 or TDB05) in columns 1-8
*    and the file in columns 10-49. An ARCHIVE line with no file
*    stands for every year listed in archyears.dat. Lines starting
*    with * are comments.
*
*    shopbkup BACKUP
*        unloads every listed file to a flat backup beside it,
*        <file>.<set>.bak, where the set is the run's date and time
*        (YYYYMMDDHHMMSS): one REC record per data record and a CTL
*        trailer with the record count and a checksum (the sum of
*        every digit in every record -- the tdb01bkup discipline).
*        Each file is registered in the backup catalog shopbkup.cat
*        under the set: DONE with its count and checksum, ABSENT
*        when the file does not exist yet, FAILED when it could not
*        be read. RETURN-CODE 12 when anything FAILED.
*
*    shopbkup VERIFY
*        nightly-chain mode: proves every backup of the newest set
*        against its own CTL trailer and against the catalog, and
*        ends RETURN-CODE 12 when any of them -- or a FAILED entry
*        in the set -- does not prove out.
*
*    shopbkup RESTORE <file> <set>
*        rebuilds one file from the chosen set. The backup is proved
*        first; only then is the live file set aside under its
*        .prerestore name and reloaded, and the reloaded file is
*        read back and counted before success is declared
*        (RETURN-CODE 12 otherwise).
*
*    The SELECTs are declared here rather than COPYd because the
*    list, not the program, names each file; the record layouts
*    still come from the shared FD copybooks where there is one.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "archsel.cpy".
    SELECT ar-open-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS ar-sales-number
         FILE STATUS  IS data-fs.
    SELECT comm-accrual-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS ca-key
         FILE STATUS  IS data-fs.
    SELECT exc-repo-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS excr-key
         FILE STATUS  IS data-fs.
    SELECT run-history-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS runh-run-id
         FILE STATUS  IS data-fs.
    SELECT run-vendor-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS runv-key
         FILE STATUS  IS data-fs.
    SELECT run-manifest-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS manif-key
         FILE STATUS  IS data-fs.
    SELECT vendor-master-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS vm-vendor-name
         FILE STATUS  IS data-fs.
    SELECT quarantine-reg-file
         ASSIGN TO data-path
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS data-fs.
    SELECT tdb04-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS t4-key
         ALTERNATE RECORD KEY IS t4-rec-type
           WITH DUPLICATES
         FILE STATUS  IS data-fs.
    SELECT sales-suspense-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS susp-key
         ALTERNATE RECORD KEY IS susp-vendor-name
           WITH DUPLICATES
         FILE STATUS  IS data-fs.
    SELECT tax-exempt-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS txe-key
         FILE STATUS  IS data-fs.
    SELECT vendor-bank-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS vb-vendor-name
         FILE STATUS  IS data-fs.
    SELECT sales-daysum-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS dsum-key
         FILE STATUS  IS data-fs.
    SELECT consent-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS cn-name
         FILE STATUS  IS data-fs.
    SELECT contact-inter-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS ci-key
         ALTERNATE RECORD KEY IS ci-followup-date
           WITH DUPLICATES
         FILE STATUS  IS data-fs.
    SELECT vendor-link-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS vl-vendor-name
         FILE STATUS  IS data-fs.
    SELECT vendor-terr-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS vt-key
         FILE STATUS  IS data-fs.
    SELECT dunning-hist-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS dh-sales-number
         FILE STATUS  IS data-fs.
    SELECT exch-hist-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS xh-key
         FILE STATUS  IS data-fs.
    SELECT fx-reval-file
         ASSIGN TO data-path
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS fx-sales-number
         FILE STATUS  IS data-fs.
    SELECT tdb05-file
         ASSIGN TO data-path
         ORGANIZATION IS RELATIVE
         ACCESS MODE  IS DYNAMIC
         RELATIVE KEY IS t5-slot
         FILE STATUS  IS data-fs.
    SELECT backup-list-file
         ASSIGN TO "shopbkup.lst"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS list-fs.
    SELECT arch-years-file
         ASSIGN TO "archyears.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS archyr-fs.
    SELECT backup-file
         ASSIGN TO backup-path
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS backup-fs.
    SELECT backup-cat-file
         ASSIGN TO "shopbkup.cat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS backup-cat-fs.

 DATA DIVISION.
 FILE SECTION.
 COPY "archfd.cpy".
 COPY "arfd.cpy".
 COPY "commfd.cpy".
 COPY "excfd.cpy".
 COPY "runhfd.cpy".
 COPY "runvfd.cpy".
 COPY "maniffd.cpy".
 COPY "suspfd.cpy".
 COPY "exemfd.cpy".
 COPY "vbankfd.cpy".
 COPY "dsumfd.cpy".
 COPY "cnfd.cpy".
 COPY "intfd.cpy".
 COPY "vlinkfd.cpy".
 COPY "vterrfd.cpy".
 COPY "dunfd.cpy".
 COPY "xhistfd.cpy".
 COPY "fxrevfd.cpy".

 FD  vendor-master-file.
 01  vendor-master-record.
     05 vm-vendor-name       pic X(20).
     05 vm-vendor-region     pic X(17).
     05 vm-vendor-city       pic X(20).
     05 vm-status            pic X(1).

 FD  quarantine-reg-file.
 01  quarantine-reg-record   pic X(149).

* the tdb04 and tdb05 layouts, under names of their own (tdb04reorg
* does the same for its output file): both shared copybooks call
* their file TEST-FILE. The flat view is what a backup image is
* moved into; the WRITE then takes its length from the bin count.
 FD  tdb04-file
     RECORD IS VARYING 16 TO 73 CHARACTERS.
 01  tdb04-record.
     05 t4-key               pic 9(3).
     05 t4-rec-type          pic X(2).
     05 t4-description       pic X(5).
     05 t4-deleted           pic X(1).
     05 t4-bin-idx           pic 9(2).
     05 t4-bin-number        pic X(3)
        occurs 1 to 20 times depending on t4-bin-idx.
 01  tdb04-flat              pic X(73).

 FD  tdb05-file
     RECORD IS VARYING 15 TO 72 CHARACTERS.
 01  tdb05-record.
     05 t5-key               pic 9(3).
     05 filler               pic X(1).
     05 t5-description       pic X(6).
     05 t5-bin-idx           pic 9(2).
     05 t5-bin-number        pic X(3)
        occurs 1 to 20 times depending on t5-bin-idx.
 01  tdb05-flat              pic X(72).

 FD  backup-list-file.
 01  backup-list-record.
     05 list-kind            pic X(8).
     05 filler               pic X(1).
     05 list-file            pic X(40).
     05 filler               pic X(31).

 FD  arch-years-file.
 01  arch-year-record        pic X(4).

* bk-slot carries a tdb05 record's relative slot, so a restore puts
* every record back where it was; it is zero for the other kinds.
 FD  backup-file.
 01  backup-record.
     05 bk-tag               pic X(3).
     05 bk-slot              pic 9(9).
     05 bk-image             pic X(400).
 01  backup-ctl-view redefines backup-record.
     05 filler               pic X(3).
     05 bk-count             pic 9(9).
     05 bk-checksum          pic 9(15).
     05 filler               pic X(385).

 FD  backup-cat-file.
 01  backup-cat-record.
     05 cat-set-id           pic X(14).
     05 filler               pic X(1).
     05 cat-kind             pic X(8).
     05 filler               pic X(1).
     05 cat-data-file        pic X(40).
     05 filler               pic X(1).
     05 cat-backup-file      pic X(60).
     05 filler               pic X(1).
     05 cat-count            pic 9(9).
     05 filler               pic X(1).
     05 cat-checksum         pic 9(15).
     05 filler               pic X(1).
     05 cat-status           pic X(8).
       88 cat-done                 value "DONE".
       88 cat-absent               value "ABSENT".
       88 cat-failed               value "FAILED".

 WORKING-STORAGE SECTION.
 77  arch-fs         pic XX.
 77  arch-filename   pic X(40).
 77  data-fs         pic XX.
 77  data-path       pic X(40).
 77  data-kind       pic X(8).
   88 known-kind           value "ARCHIVE" "AROPEN" "COMMACCR"
                                 "EXCREPO" "RUNHIST" "RUNVEND"
                                 "MANIFEST" "VENDMAST" "QUARANT"
                                 "SUSPENSE" "TAXCERT" "VENDBANK"
                                 "DAYSUM" "CONSENT" "TDB01INT"
                                 "VENDLINK" "VENDTERR" "DUNHIST"
                                 "EXCHHIST" "FXREVAL" "TDB04"
                                 "TDB05".
 77  t5-slot         pic 9(9).
 77  list-fs         pic XX.
 77  archyr-fs       pic XX.
 77  backup-fs       pic XX.
 77  backup-cat-fs   pic XX.
 77  backup-path     pic X(60).
 77  run-cmdline     pic X(80).
 77  run-mode        pic X(8).
 77  mode-argument   pic X(40).
 77  mode-set-id     pic X(14).
 77  set-id          pic X(14).
 77  today-date      pic 9(8).
 77  today-time      pic 9(8).
 77  list-end-flag   pic X.
   88 list-at-end          value "Y".
 77  years-end-flag  pic X.
   88 years-at-end         value "Y".
 77  source-end-flag pic X.
   88 source-at-end        value "Y".
 77  backup-end-flag pic X.
   88 backup-at-end        value "Y".
 77  cat-end-flag    pic X.
   88 cat-at-end           value "Y".
 77  record-image    pic X(400).
 77  record-slot     pic 9(9).
 77  record-count    pic 9(9) comp value zeros.
 77  checksum-work   pic 9(15) comp value zeros.
 77  ctl-count       pic 9(9) comp value zeros.
 77  ctl-checksum    pic 9(15) comp value zeros.
 77  ctl-seen-flag   pic X.
 77  backup-proven-flag pic X.
   88 backup-proven        value "Y".
 77  image-sub       pic 9(3) comp.
 77  digit-value     pic X.
 77  digit-value-num redefines digit-value pic 9.
 77  entry-status    pic X(8).
 77  done-count      pic 9(5) comp value zeros.
 77  absent-count    pic 9(5) comp value zeros.
 77  failed-count    pic 9(5) comp value zeros.
 77  reject-count    pic 9(9) comp value zeros.
 77  reload-count    pic 9(9) comp value zeros.
 77  entry-found-flag pic X value "N".
   88 entry-found          value "Y".
 77  system-command  pic X(120).

 PROCEDURE DIVISION.
 000-MAIN.
  accept run-cmdline from command-line
  unstring run-cmdline delimited by all ' '
      into run-mode mode-argument mode-set-id
  evaluate run-mode
  when "BACKUP"  perform 100-BACKUP
  when "VERIFY"  perform 300-VERIFY
  when "RESTORE" perform 500-RESTORE
  when other
      display "shopbkup: use BACKUP, VERIFY or RESTORE <file> <set>"
      move 8 to return-code
  end-evaluate
  stop run.

* One set per run, named for the moment it started; every listed
* file lands in the catalog under it, whatever became of it.
 100-BACKUP.
  open input backup-list-file
  if list-fs not = "00"
      display "shopbkup: no file list (shopbkup.lst status "
          list-fs ")"
      move 8 to return-code
      stop run
  end-if
  accept today-date from date yyyymmdd
  accept today-time from time
  move spaces to set-id
  string today-date today-time (1:6) delimited by size into set-id
  open extend backup-cat-file
  if backup-cat-fs not = "00"
      open output backup-cat-file
  end-if
  move "N" to list-end-flag
  perform 110-BACKUP-ONE-ENTRY until list-at-end
  close backup-list-file
  close backup-cat-file
  display "shopbkup: set " set-id ": " done-count " backed up, "
      absent-count " absent, " failed-count " failed"
  if failed-count > 0
      move 12 to return-code
  end-if.

 110-BACKUP-ONE-ENTRY.
  read backup-list-file
      at end move "Y" to list-end-flag
      not at end
          if list-kind not = spaces and list-kind (1:1) not = "*"
              perform 120-DISPATCH-ENTRY
          end-if
  end-read.

 120-DISPATCH-ENTRY.
  move list-kind to data-kind
  if not known-kind
      display "shopbkup: kind " list-kind " in shopbkup.lst is not "
          "one this utility knows, entry skipped"
      add 1 to failed-count
  else
      if data-kind = "ARCHIVE" and list-file = spaces
          perform 130-BACKUP-ARCHIVE-YEARS
      else
          move list-file to data-path
          perform 200-BACKUP-ONE-FILE
      end-if
  end-if.

 130-BACKUP-ARCHIVE-YEARS.
  open input arch-years-file
  if archyr-fs not = "00"
      display "shopbkup: no archive years on file (archyears.dat "
          "status " archyr-fs ")"
  else
      move "N" to years-end-flag
      perform 140-BACKUP-ONE-YEAR until years-at-end
      close arch-years-file
  end-if.

 140-BACKUP-ONE-YEAR.
  read arch-years-file
      at end move "Y" to years-end-flag
      not at end
          if arch-year-record not = spaces
              move spaces to data-path
              string "salesarch." arch-year-record ".dat"
                  delimited by size into data-path
              perform 200-BACKUP-ONE-FILE
          end-if
  end-read.

* A file that does not exist yet (status 35) is not a failure --
* commaccr.dat, say, appears only with the first accrual -- but it
* is registered ABSENT so nobody mistakes it for a backup.
 200-BACKUP-ONE-FILE.
  move spaces to backup-path
  string data-path delimited by space
      "." set-id ".bak" delimited by size into backup-path
  move zeros to record-count checksum-work
  perform 600-OPEN-DATA-INPUT
  evaluate true
  when data-fs = "35"
      move "ABSENT" to entry-status
      move spaces to backup-path
      add 1 to absent-count
  when data-fs not = "00"
      display "shopbkup: cannot read " data-path " (status "
          data-fs ")"
      move "FAILED" to entry-status
      move spaces to backup-path
      add 1 to failed-count
  when other
      perform 210-UNLOAD-FILE
  end-evaluate
  perform 290-CATALOG-ENTRY.

 210-UNLOAD-FILE.
  open output backup-file
  if backup-fs not = "00"
      display "shopbkup: cannot write " backup-path " (status "
          backup-fs ")"
      perform 620-CLOSE-DATA-FILE
      move "FAILED" to entry-status
      add 1 to failed-count
  else
      move "N" to source-end-flag
      perform 610-READ-DATA-NEXT
      perform 220-UNLOAD-ONE-RECORD until source-at-end
      perform 620-CLOSE-DATA-FILE
      move spaces to backup-record
      move "CTL"         to bk-tag
      move record-count  to bk-count
      move checksum-work to bk-checksum
      write backup-record
      close backup-file
      move "DONE" to entry-status
      add 1 to done-count
      display "shopbkup: " data-path " " record-count
          " record(s) to " backup-path
  end-if.

 220-UNLOAD-ONE-RECORD.
  move spaces       to backup-record
  move "REC"        to bk-tag
  move record-slot  to bk-slot
  move record-image to bk-image
  write backup-record
  add 1 to record-count
  perform 700-CHECKSUM-IMAGE
  perform 610-READ-DATA-NEXT.

 290-CATALOG-ENTRY.
  move spaces        to backup-cat-record
  move set-id        to cat-set-id
  move data-kind     to cat-kind
  move data-path     to cat-data-file
  move backup-path   to cat-backup-file
  move record-count  to cat-count
  move checksum-work to cat-checksum
  move entry-status  to cat-status
  write backup-cat-record.

* The newest set is the highest set name in the catalog; every
* entry of it must prove out against its own trailer and against
* the figures the catalog took down when it was written.
 300-VERIFY.
  open input backup-cat-file
  if backup-cat-fs not = "00"
      display "shopbkup: no backup set on record (shopbkup.cat "
          "status " backup-cat-fs ")"
      move 12 to return-code
      stop run
  end-if
  move spaces to set-id
  move "N" to cat-end-flag
  perform 310-FIND-NEWEST-SET until cat-at-end
  close backup-cat-file
  open input backup-cat-file
  move "N" to cat-end-flag
  perform 320-VERIFY-ONE-ENTRY until cat-at-end
  close backup-cat-file
  if set-id = spaces
      display "shopbkup: no backup set on record"
      move 12 to return-code
  else
      display "shopbkup: set " set-id ": " done-count " verified, "
          absent-count " absent, " failed-count " failed"
      if failed-count > 0
          move 12 to return-code
      end-if
  end-if.

 310-FIND-NEWEST-SET.
  read backup-cat-file
      at end move "Y" to cat-end-flag
      not at end
          if cat-set-id > set-id
              move cat-set-id to set-id
          end-if
  end-read.

 320-VERIFY-ONE-ENTRY.
  read backup-cat-file
      at end move "Y" to cat-end-flag
      not at end
          if cat-set-id = set-id
              perform 330-VERIFY-CATALOGED-FILE
          end-if
  end-read.

 330-VERIFY-CATALOGED-FILE.
  evaluate true
  when cat-absent
      add 1 to absent-count
  when cat-failed
      display "shopbkup: *** " cat-data-file " FAILED at backup "
          "time, the set is incomplete"
      add 1 to failed-count
  when other
      move cat-backup-file to backup-path
      perform 400-PROVE-BACKUP
      if backup-proven
          and record-count = cat-count
          and checksum-work = cat-checksum
          display "shopbkup: " backup-path " verifies: "
              record-count " record(s), checksum good"
          add 1 to done-count
      else
          display "shopbkup: *** " backup-path " FAILS "
              "verification: read " record-count "/" ctl-count
              "/" cat-count ", checksum " checksum-work "/"
              ctl-checksum "/" cat-checksum
          add 1 to failed-count
      end-if
  end-evaluate.

* One pass over a backup: REC records are counted and checksummed,
* the CTL trailer's figures captured; proven means the two agree.
 400-PROVE-BACKUP.
  move zeros to record-count checksum-work ctl-count ctl-checksum
  move "N" to ctl-seen-flag backup-proven-flag
  open input backup-file
  if backup-fs = "00"
      move "N" to backup-end-flag
      perform 410-PROVE-ONE-RECORD until backup-at-end
      close backup-file
      if ctl-seen-flag = "Y"
          and record-count = ctl-count
          and checksum-work = ctl-checksum
          move "Y" to backup-proven-flag
      end-if
  else
      display "shopbkup: cannot read " backup-path " (status "
          backup-fs ")"
  end-if.

 410-PROVE-ONE-RECORD.
  read backup-file
      at end move "Y" to backup-end-flag
      not at end
          if bk-tag = "CTL"
              move "Y" to ctl-seen-flag
              move bk-count    to ctl-count
              move bk-checksum to ctl-checksum
          else
              add 1 to record-count
              move bk-image to record-image
              perform 700-CHECKSUM-IMAGE
          end-if
  end-read.

* Only a backup that proves out may replace a live file, and the
* live file is kept under its .prerestore name, not removed.
 500-RESTORE.
  if mode-argument = spaces or mode-set-id = spaces
      display "shopbkup: RESTORE needs the file and the set"
      move 8 to return-code
      stop run
  end-if
  open input backup-cat-file
  if backup-cat-fs not = "00"
      display "shopbkup: no backup set on record (shopbkup.cat "
          "status " backup-cat-fs ")"
      move 12 to return-code
      stop run
  end-if
  move "N" to cat-end-flag
  perform 510-FIND-CATALOG-ENTRY until cat-at-end or entry-found
  close backup-cat-file
  if not entry-found
      display "shopbkup: " mode-argument " has no DONE backup in "
          "set " mode-set-id
      move 12 to return-code
      stop run
  end-if
  perform 400-PROVE-BACKUP
  if not backup-proven
      or record-count not = cat-count
      or checksum-work not = cat-checksum
      display "shopbkup: " backup-path " does not prove out, live "
          "file untouched"
      move 12 to return-code
      stop run
  end-if
  move spaces to system-command
  string "mv " data-path delimited by size
      " " data-path delimited by space
      ".prerestore 2>/dev/null" delimited by size
      into system-command
  call "SYSTEM" using system-command
  perform 630-OPEN-DATA-OUTPUT
  if data-fs not = "00"
      display "shopbkup: *** cannot create " data-path " (status "
          data-fs "), old file is " data-path " .prerestore"
      move 12 to return-code
      stop run
  end-if
  move zeros to reject-count
  open input backup-file
  move "N" to backup-end-flag
  perform 520-RELOAD-ONE-RECORD until backup-at-end
  close backup-file
  perform 620-CLOSE-DATA-FILE
  move zeros to reload-count
  perform 600-OPEN-DATA-INPUT
  if data-fs = "00"
      move "N" to source-end-flag
      perform 610-READ-DATA-NEXT
      perform 530-COUNT-RELOADED until source-at-end
      perform 620-CLOSE-DATA-FILE
  end-if
  if reload-count = ctl-count and reject-count = zeros
      display "shopbkup: restore complete, " reload-count
          " record(s) of " data-path " from set " mode-set-id
          " prove out; old file kept as .prerestore"
  else
      display "shopbkup: *** reload of " data-path " counts "
          reload-count " against the backup's " ctl-count
          ", " reject-count " record(s) refused"
      move 12 to return-code
  end-if.

 510-FIND-CATALOG-ENTRY.
  read backup-cat-file
      at end move "Y" to cat-end-flag
      not at end
          if cat-set-id = mode-set-id
              and cat-data-file = mode-argument
              and cat-done
              move "Y" to entry-found-flag
              move cat-kind        to data-kind
              move cat-data-file   to data-path
              move cat-backup-file to backup-path
          end-if
  end-read.

 520-RELOAD-ONE-RECORD.
  read backup-file
      at end move "Y" to backup-end-flag
      not at end
          if bk-tag = "REC"
              move bk-image to record-image
              move bk-slot  to record-slot
              perform 640-WRITE-DATA-RECORD
          end-if
  end-read.

 530-COUNT-RELOADED.
  add 1 to reload-count
  perform 610-READ-DATA-NEXT.

* The per-kind file verbs. Every file but the archive shares
* data-fs as its status; the archive keeps the arch-fs its shared
* SELECT names, copied across so callers look at one place.
 600-OPEN-DATA-INPUT.
  evaluate data-kind
  when "ARCHIVE"
      move data-path to arch-filename
      open input sales-archive-file
      move arch-fs to data-fs
  when "AROPEN"   open input ar-open-file
  when "COMMACCR" open input comm-accrual-file
  when "EXCREPO"  open input exc-repo-file
  when "RUNHIST"  open input run-history-file
  when "RUNVEND"  open input run-vendor-file
  when "MANIFEST" open input run-manifest-file
  when "VENDMAST" open input vendor-master-file
  when "QUARANT"  open input quarantine-reg-file
  when "SUSPENSE" open input sales-suspense-file
  when "TAXCERT"  open input tax-exempt-file
  when "VENDBANK" open input vendor-bank-file
  when "DAYSUM"   open input sales-daysum-file
  when "CONSENT"  open input consent-file
  when "TDB01INT" open input contact-inter-file
  when "VENDLINK" open input vendor-link-file
  when "VENDTERR" open input vendor-terr-file
  when "DUNHIST"  open input dunning-hist-file
  when "EXCHHIST" open input exch-hist-file
  when "FXREVAL"  open input fx-reval-file
  when "TDB04"    open input tdb04-file
  when "TDB05"    open input tdb05-file
  end-evaluate.

 610-READ-DATA-NEXT.
  move spaces to record-image
  move zeros  to record-slot
  evaluate data-kind
  when "ARCHIVE"
      read sales-archive-file next
          at end move "Y" to source-end-flag
          not at end move arch-rec to record-image
      end-read
  when "AROPEN"
      read ar-open-file next
          at end move "Y" to source-end-flag
          not at end move ar-rec to record-image
      end-read
  when "COMMACCR"
      read comm-accrual-file next
          at end move "Y" to source-end-flag
          not at end move ca-rec to record-image
      end-read
  when "EXCREPO"
      read exc-repo-file next
          at end move "Y" to source-end-flag
          not at end move excr-rec to record-image
      end-read
  when "RUNHIST"
      read run-history-file next
          at end move "Y" to source-end-flag
          not at end move runh-rec to record-image
      end-read
  when "RUNVEND"
      read run-vendor-file next
          at end move "Y" to source-end-flag
          not at end move runv-rec to record-image
      end-read
  when "MANIFEST"
      read run-manifest-file next
          at end move "Y" to source-end-flag
          not at end move manif-rec to record-image
      end-read
  when "VENDMAST"
      read vendor-master-file next
          at end move "Y" to source-end-flag
          not at end move vendor-master-record to record-image
      end-read
  when "QUARANT"
      read quarantine-reg-file
          at end move "Y" to source-end-flag
          not at end move quarantine-reg-record to record-image
      end-read
  when "SUSPENSE"
      read sales-suspense-file next
          at end move "Y" to source-end-flag
          not at end move susp-rec to record-image
      end-read
  when "TAXCERT"
      read tax-exempt-file next
          at end move "Y" to source-end-flag
          not at end move txe-rec to record-image
      end-read
  when "VENDBANK"
      read vendor-bank-file next
          at end move "Y" to source-end-flag
          not at end move vb-rec to record-image
      end-read
  when "DAYSUM"
      read sales-daysum-file next
          at end move "Y" to source-end-flag
          not at end move dsum-rec to record-image
      end-read
  when "CONSENT"
      read consent-file next
          at end move "Y" to source-end-flag
          not at end move cn-rec to record-image
      end-read
  when "TDB01INT"
      read contact-inter-file next
          at end move "Y" to source-end-flag
          not at end move ci-rec to record-image
      end-read
  when "VENDLINK"
      read vendor-link-file next
          at end move "Y" to source-end-flag
          not at end move vl-rec to record-image
      end-read
  when "VENDTERR"
      read vendor-terr-file next
          at end move "Y" to source-end-flag
          not at end move vt-rec to record-image
      end-read
  when "DUNHIST"
      read dunning-hist-file next
          at end move "Y" to source-end-flag
          not at end move dh-rec to record-image
      end-read
  when "EXCHHIST"
      read exch-hist-file next
          at end move "Y" to source-end-flag
          not at end move xh-rec to record-image
      end-read
  when "FXREVAL"
      read fx-reval-file next
          at end move "Y" to source-end-flag
          not at end move fx-rec to record-image
      end-read
  when "TDB04"
      read tdb04-file next
          at end move "Y" to source-end-flag
          not at end move tdb04-record to record-image
      end-read
  when "TDB05"
      read tdb05-file next
          at end move "Y" to source-end-flag
          not at end
              move tdb05-record to record-image
              move t5-slot to record-slot
      end-read
  end-evaluate.

 620-CLOSE-DATA-FILE.
  evaluate data-kind
  when "ARCHIVE"  close sales-archive-file
  when "AROPEN"   close ar-open-file
  when "COMMACCR" close comm-accrual-file
  when "EXCREPO"  close exc-repo-file
  when "RUNHIST"  close run-history-file
  when "RUNVEND"  close run-vendor-file
  when "MANIFEST" close run-manifest-file
  when "VENDMAST" close vendor-master-file
  when "QUARANT"  close quarantine-reg-file
  when "SUSPENSE" close sales-suspense-file
  when "TAXCERT"  close tax-exempt-file
  when "VENDBANK" close vendor-bank-file
  when "DAYSUM"   close sales-daysum-file
  when "CONSENT"  close consent-file
  when "TDB01INT" close contact-inter-file
  when "VENDLINK" close vendor-link-file
  when "VENDTERR" close vendor-terr-file
  when "DUNHIST"  close dunning-hist-file
  when "EXCHHIST" close exch-hist-file
  when "FXREVAL"  close fx-reval-file
  when "TDB04"    close tdb04-file
  when "TDB05"    close tdb05-file
  end-evaluate.

 630-OPEN-DATA-OUTPUT.
  evaluate data-kind
  when "ARCHIVE"
      move data-path to arch-filename
      open output sales-archive-file
      move arch-fs to data-fs
  when "AROPEN"   open output ar-open-file
  when "COMMACCR" open output comm-accrual-file
  when "EXCREPO"  open output exc-repo-file
  when "RUNHIST"  open output run-history-file
  when "RUNVEND"  open output run-vendor-file
  when "MANIFEST" open output run-manifest-file
  when "VENDMAST" open output vendor-master-file
  when "QUARANT"  open output quarantine-reg-file
  when "SUSPENSE" open output sales-suspense-file
  when "TAXCERT"  open output tax-exempt-file
  when "VENDBANK" open output vendor-bank-file
  when "DAYSUM"   open output sales-daysum-file
  when "CONSENT"  open output consent-file
  when "TDB01INT" open output contact-inter-file
  when "VENDLINK" open output vendor-link-file
  when "VENDTERR" open output vendor-terr-file
  when "DUNHIST"  open output dunning-hist-file
  when "EXCHHIST" open output exch-hist-file
  when "FXREVAL"  open output fx-reval-file
  when "TDB04"    open output tdb04-file
  when "TDB05"    open output tdb05-file
  end-evaluate.

 640-WRITE-DATA-RECORD.
  evaluate data-kind
  when "ARCHIVE"
      move record-image to arch-rec
      move arch-vendor-name to arch-vk-vendor
      move arch-sales-date  to arch-vk-date
      write arch-rec
          invalid key add 1 to reject-count
      end-write
  when "AROPEN"
      move record-image to ar-rec
      write ar-rec
          invalid key add 1 to reject-count
      end-write
  when "COMMACCR"
      move record-image to ca-rec
      write ca-rec
          invalid key add 1 to reject-count
      end-write
  when "EXCREPO"
      move record-image to excr-rec
      write excr-rec
          invalid key add 1 to reject-count
      end-write
  when "RUNHIST"
      move record-image to runh-rec
      write runh-rec
          invalid key add 1 to reject-count
      end-write
  when "RUNVEND"
      move record-image to runv-rec
      write runv-rec
          invalid key add 1 to reject-count
      end-write
  when "MANIFEST"
      move record-image to manif-rec
      write manif-rec
          invalid key add 1 to reject-count
      end-write
  when "VENDMAST"
      move record-image to vendor-master-record
      write vendor-master-record
          invalid key add 1 to reject-count
      end-write
  when "QUARANT"
      move record-image to quarantine-reg-record
      write quarantine-reg-record
      if data-fs not = "00"
          add 1 to reject-count
      end-if
  when "SUSPENSE"
      move record-image to susp-rec
      write susp-rec
          invalid key add 1 to reject-count
      end-write
  when "TAXCERT"
      move record-image to txe-rec
      write txe-rec
          invalid key add 1 to reject-count
      end-write
  when "VENDBANK"
      move record-image to vb-rec
      write vb-rec
          invalid key add 1 to reject-count
      end-write
  when "DAYSUM"
      move record-image to dsum-rec
      write dsum-rec
          invalid key add 1 to reject-count
      end-write
  when "CONSENT"
      move record-image to cn-rec
      write cn-rec
          invalid key add 1 to reject-count
      end-write
  when "TDB01INT"
      move record-image to ci-rec
      write ci-rec
          invalid key add 1 to reject-count
      end-write
  when "VENDLINK"
      move record-image to vl-rec
      write vl-rec
          invalid key add 1 to reject-count
      end-write
  when "VENDTERR"
      move record-image to vt-rec
      write vt-rec
          invalid key add 1 to reject-count
      end-write
  when "DUNHIST"
      move record-image to dh-rec
      write dh-rec
          invalid key add 1 to reject-count
      end-write
  when "EXCHHIST"
      move record-image to xh-rec
      write xh-rec
          invalid key add 1 to reject-count
      end-write
  when "FXREVAL"
      move record-image to fx-rec
      write fx-rec
          invalid key add 1 to reject-count
      end-write
  when "TDB04"
      move record-image to tdb04-flat
      write tdb04-record
          invalid key add 1 to reject-count
      end-write
  when "TDB05"
      move record-image to tdb05-flat
      move record-slot to t5-slot
      write tdb05-record
          invalid key add 1 to reject-count
      end-write
  end-evaluate.

* the checksum folds in every digit of the record image, so a
* backup missing or corrupting a record almost surely disagrees
* with its own trailer.
 700-CHECKSUM-IMAGE.
  perform 710-ADD-ONE-DIGIT
      varying image-sub from 1 by 1
      until image-sub > 400.

 710-ADD-ONE-DIGIT.
  move record-image (image-sub:1) to digit-value
  if digit-value is numeric
      add digit-value-num to checksum-work
  end-if.
