 IDENTIFICATION DIVISION.
 PROGRAM-ID.    daysum.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Rebuild and proof of the daily sales summary.
*
*    salesdaysum.dat carries, per company, sales-date, region, city,
*    vendor and sales-type, the transaction count and the gross,
*    returns and home-currency totals of the archive rows behind
*    it. The archive load, archpurge, archretire and vendmerge
*    keep it in step through the daysumupd routine, and budgetvar,
*    yearend, salesfcst and vendrestate read it instead of the
*    archive detail. This utility makes the summary from scratch
*    and proves it:
*
*      daysum BUILD
*          sweeps every year listed in archyears.dat into a fresh
*          summary (salesdaysum.wrk), proves that its counts and
*          home total add back to the rows read, then puts it in
*          place as salesdaysum.dat; the summary it replaces is
*          kept as salesdaysum.prev. Used to start the summary over
*          an archive loaded before it existed, and to replace one
*          a CHECK found wrong.
*      daysum CHECK
*          builds the same fresh summary and compares it, record by
*          record in key order, with salesdaysum.dat. Every
*          difference goes to daysum.rpt -- MISSING (archive rows
*          with no summary record), EXTRA (a summary record with no
*          archive rows behind it) or DIFFERS (both sides with
*          their figures) -- and RETURN-CODE is 12 when there is
*          any. The live summary is not touched.
*
*    Usage: daysum BUILD|CHECK
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "archsel.cpy".
    COPY "dsumsel.cpy".
    SELECT arch-years-file
         ASSIGN TO "archyears.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS archyr-fs.
* the summary rebuilt from the archive, the live one's shape.
    SELECT daysum-work-file
         ASSIGN TO "salesdaysum.wrk"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS dw-key
         FILE STATUS  IS dw-fs.
    SELECT daysum-report-file
         ASSIGN TO "daysum.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "archfd.cpy".
 COPY "dsumfd.cpy".

 FD  arch-years-file.
 01  arch-year-record        pic X(4).

 FD  daysum-work-file.
 01 dw-rec.
    05  dw-key.
      10  dw-company           pic X(02).
      10  dw-sales-date        pic 9(08).
      10  dw-region            pic X(17).
      10  dw-city              pic X(20).
      10  dw-vendor-name       pic X(20).
      10  dw-sales-type        pic X(01).
    05  dw-tran-count          pic 9(07).
    05  dw-gross-total         pic S9(12).
    05  dw-returns-total       pic S9(12).
    05  dw-home-total          pic S9(12).

 FD  daysum-report-file.
 01  daysum-report-record    pic X(160).

 WORKING-STORAGE SECTION.
  77      arch-fs             pic XX.
  77      arch-filename       pic X(40).
  77      dsum-fs             pic XX.
  77      dw-fs               pic XX.
  77      archyr-fs           pic XX.
  77      daysum-cmdline      pic X(40).
  77      daysum-mode         pic X(8).
  77      years-end-flag      pic X value 'N'.
    88     years-at-end             value 'Y'.
  77      archive-end-flag    pic X.
    88     archive-at-end           value 'Y'.
  77      work-end-flag       pic X.
    88     work-at-end              value 'Y'.
  77      live-end-flag       pic X.
    88     live-at-end              value 'Y'.
  77      work-found-flag     pic X.
  77      rows-read           pic 9(9) comp value zeros.
  77      rows-home-total     pic S9(15) comp value zeros.
  77      work-records        pic 9(9) comp value zeros.
  77      work-tran-total     pic 9(9) comp value zeros.
  77      work-home-total     pic S9(15) comp value zeros.
  77      live-records        pic 9(9) comp value zeros.
  77      missing-count       pic 9(9) comp value zeros.
  77      extra-count         pic 9(9) comp value zeros.
  77      differs-count       pic 9(9) comp value zeros.
  77      count-dsp           pic Z(8)9.
  77      records-dsp         pic Z(8)9.
  77      home-dsp            pic -(14)9.
  77      tran-dsp            pic Z(6)9.
  77      amount-dsp          pic -(11)9.
  77      other-tran-dsp      pic Z(6)9.
  77      other-amount-dsp    pic -(11)9.
  77      diff-label          pic X(8).
  77      system-command      pic X(80).

 PROCEDURE DIVISION.
 000-MAIN.
  accept daysum-cmdline from command-line
  unstring daysum-cmdline delimited by all ' '
      into daysum-mode
  if daysum-mode not = "BUILD" and daysum-mode not = "CHECK"
      display "Usage: daysum BUILD|CHECK"
      move 8 to return-code
      stop run
  end-if
  perform 100-BUILD-WORK-SUMMARY
  perform 200-PROVE-WORK-SUMMARY
  if daysum-mode = "BUILD"
      perform 300-PUT-SUMMARY-IN-PLACE
  else
      perform 400-COMPARE-WITH-LIVE
      move "rm -f salesdaysum.wrk" to system-command
      call "SYSTEM" using system-command
  end-if
  stop run.

* Every live archive year, every row, folded exactly the way the
* daysumupd routine folds a row as the archive is loaded.
 100-BUILD-WORK-SUMMARY.
  open input arch-years-file
  if archyr-fs not = "00"
      display "daysum: no archive years on file (archyears.dat "
          "status " archyr-fs ")"
      move 8 to return-code
      stop run
  end-if
  open output daysum-work-file
  close daysum-work-file
  open i-o daysum-work-file
  if dw-fs not = "00"
      display "daysum: salesdaysum.wrk cannot be built (status "
          dw-fs ")"
      move 8 to return-code
      stop run
  end-if
  perform 110-SWEEP-ONE-YEAR until years-at-end
  close arch-years-file
  close daysum-work-file.

 110-SWEEP-ONE-YEAR.
  read arch-years-file
      at end move 'Y' to years-end-flag
      not at end
          if arch-year-record not = spaces
              perform 120-SWEEP-YEAR-FILE
          end-if
  end-read.

 120-SWEEP-YEAR-FILE.
  move spaces to arch-filename
  string "salesarch." arch-year-record ".dat"
      delimited by size into arch-filename
  open input sales-archive-file
  if arch-fs not = "00"
      display "daysum: year " arch-year-record " listed but "
          "not readable (status " arch-fs "); the summary will "
          "not hold it"
  else
      move 'N' to archive-end-flag
      perform 130-FOLD-ONE-ROW until archive-at-end
      close sales-archive-file
  end-if.

 130-FOLD-ONE-ROW.
  read sales-archive-file next
      at end move 'Y' to archive-end-flag
      not at end
          add 1 to rows-read
          add arch-home-value to rows-home-total
          perform 140-POST-INTO-WORK
  end-read.

 140-POST-INTO-WORK.
  perform 145-SET-WORK-KEY
  move 'Y' to work-found-flag
  read daysum-work-file
      invalid key move 'N' to work-found-flag
  end-read
  if work-found-flag = 'N'
      perform 145-SET-WORK-KEY
      move zeros to dw-tran-count dw-gross-total
          dw-returns-total dw-home-total
  end-if
  add 1 to dw-tran-count
  add arch-home-value to dw-home-total
  if arch-sales-type = "R"
      add arch-home-value to dw-returns-total
  else
      add arch-home-value to dw-gross-total
  end-if
  if work-found-flag = 'Y'
      rewrite dw-rec
          invalid key
              display "daysum: work rewrite failed, status " dw-fs
      end-rewrite
  else
      write dw-rec
          invalid key
              display "daysum: work write failed, status " dw-fs
      end-write
  end-if.

 145-SET-WORK-KEY.
  move spaces to dw-rec
  move arch-company to dw-company
  if dw-company = spaces
      move "01" to dw-company
  end-if
  move arch-sales-date  to dw-sales-date
  move arch-region      to dw-region
  move arch-city        to dw-city
  move arch-vendor-name to dw-vendor-name
  move arch-sales-type  to dw-sales-type.

* The fresh summary must add back to what was read: its counts to
* the rows, its home totals to their home values.
 200-PROVE-WORK-SUMMARY.
  open input daysum-work-file
  move 'N' to work-end-flag
  perform 210-ADD-ONE-WORK-RECORD until work-at-end
  close daysum-work-file
  move rows-read    to count-dsp
  move work-records to records-dsp
  display "daysum: " count-dsp " archive row(s) into "
      records-dsp " summary record(s)"
  if work-tran-total not = rows-read
      or work-home-total not = rows-home-total
      move work-tran-total to count-dsp
      display "daysum: *** REBUILT SUMMARY DOES NOT ADD BACK: "
          count-dsp " transaction(s) summarized"
      move "rm -f salesdaysum.wrk" to system-command
      call "SYSTEM" using system-command
      move 12 to return-code
      stop run
  end-if.

 210-ADD-ONE-WORK-RECORD.
  read daysum-work-file next
      at end move 'Y' to work-end-flag
      not at end
          add 1 to work-records
          add dw-tran-count to work-tran-total
          add dw-home-total to work-home-total
  end-read.

 300-PUT-SUMMARY-IN-PLACE.
  move "mv salesdaysum.dat salesdaysum.prev 2>/dev/null"
      to system-command
  call "SYSTEM" using system-command
  move "mv salesdaysum.wrk salesdaysum.dat" to system-command
  call "SYSTEM" using system-command
  move rows-home-total to home-dsp
  display "daysum: salesdaysum.dat rebuilt, home total " home-dsp
      "; the previous summary is kept as salesdaysum.prev".

* Both files are in the same key order, so one forward pass over
* each matches them up: the lower key is the side the other lacks.
 400-COMPARE-WITH-LIVE.
  open input sales-daysum-file
  if dsum-fs not = "00"
      display "daysum: *** no daily summary to check "
          "(salesdaysum.dat status " dsum-fs "); daysum BUILD "
          "makes one"
      move 12 to return-code
      stop run
  end-if
  open input daysum-work-file
  open output daysum-report-file
  move spaces to daysum-report-record
  string "DAILY SALES SUMMARY AGAINST THE ARCHIVE" delimited by size
      into daysum-report-record
  write daysum-report-record
  move spaces to daysum-report-record
  string "         CO DATE     REGION            CITY"
      "                 VENDOR               T"
      "  ARCHIVE ROWS/HOME    SUMMARY ROWS/HOME"
      delimited by size into daysum-report-record
  write daysum-report-record
  move 'N' to work-end-flag live-end-flag
  perform 410-READ-WORK
  perform 420-READ-LIVE
  perform 430-MATCH-ONE-KEY until work-at-end and live-at-end
  close daysum-work-file sales-daysum-file
  move spaces to daysum-report-record
  move live-records to records-dsp
  string "SUMMARY RECORDS " records-dsp delimited by size
      into daysum-report-record
  write daysum-report-record
  move spaces to daysum-report-record
  move missing-count to count-dsp
  string "MISSING " count-dsp delimited by size
      into daysum-report-record
  write daysum-report-record
  move spaces to daysum-report-record
  move extra-count to count-dsp
  string "EXTRA   " count-dsp delimited by size
      into daysum-report-record
  write daysum-report-record
  move spaces to daysum-report-record
  move differs-count to count-dsp
  string "DIFFERS " count-dsp delimited by size
      into daysum-report-record
  write daysum-report-record
  close daysum-report-file
  if missing-count = zeros and extra-count = zeros
      and differs-count = zeros
      display "daysum: summary equals the archive"
  else
      compute count-dsp = missing-count + extra-count
          + differs-count
      display "daysum: *** SUMMARY DOES NOT EQUAL THE ARCHIVE: "
          count-dsp " difference(s), see daysum.rpt; daysum "
          "BUILD replaces it"
      move 12 to return-code
  end-if.

 410-READ-WORK.
  read daysum-work-file next
      at end move 'Y' to work-end-flag
  end-read.

 420-READ-LIVE.
  read sales-daysum-file next
      at end move 'Y' to live-end-flag
      not at end add 1 to live-records
  end-read.

 430-MATCH-ONE-KEY.
  evaluate true
  when live-at-end
      perform 440-REPORT-MISSING
      perform 410-READ-WORK
  when work-at-end
      perform 450-REPORT-EXTRA
      perform 420-READ-LIVE
  when dw-key < dsum-key
      perform 440-REPORT-MISSING
      perform 410-READ-WORK
  when dw-key > dsum-key
      perform 450-REPORT-EXTRA
      perform 420-READ-LIVE
  when other
      if dw-tran-count not = dsum-tran-count
          or dw-gross-total not = dsum-gross-total
          or dw-returns-total not = dsum-returns-total
          or dw-home-total not = dsum-home-total
          perform 460-REPORT-DIFFERS
      end-if
      perform 410-READ-WORK
      perform 420-READ-LIVE
  end-evaluate.

 440-REPORT-MISSING.
  add 1 to missing-count
  move "MISSING" to diff-label
  move dw-tran-count to tran-dsp
  move dw-home-total to amount-dsp
  move spaces to daysum-report-record
  string diff-label " " dw-company " " dw-sales-date " "
      dw-region " " dw-city " " dw-vendor-name " "
      dw-sales-type " " tran-dsp " " amount-dsp
      delimited by size into daysum-report-record
  write daysum-report-record.

 450-REPORT-EXTRA.
  add 1 to extra-count
  move "EXTRA" to diff-label
  move dsum-tran-count to other-tran-dsp
  move dsum-home-total to other-amount-dsp
  move spaces to daysum-report-record
  string diff-label " " dsum-company " " dsum-sales-date " "
      dsum-region " " dsum-city " " dsum-vendor-name " "
      dsum-sales-type "                      " other-tran-dsp " "
      other-amount-dsp
      delimited by size into daysum-report-record
  write daysum-report-record.

 460-REPORT-DIFFERS.
  add 1 to differs-count
  move "DIFFERS" to diff-label
  move dw-tran-count   to tran-dsp
  move dw-home-total   to amount-dsp
  move dsum-tran-count to other-tran-dsp
  move dsum-home-total to other-amount-dsp
  move spaces to daysum-report-record
  string diff-label " " dw-company " " dw-sales-date " "
      dw-region " " dw-city " " dw-vendor-name " "
      dw-sales-type " " tran-dsp " " amount-dsp " "
      other-tran-dsp " " other-amount-dsp
      delimited by size into daysum-report-record
  write daysum-report-record.
