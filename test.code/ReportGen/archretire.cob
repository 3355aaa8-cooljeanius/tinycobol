 IDENTIFICATION DIVISION.
 PROGRAM-ID.    archretire.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Offline export and recall of whole archive years.
*
*    Taking a year out of archyears.dat only stops the inquiries
*    answering for it; salesarch.<YYYY>.dat stayed on disk, and
*    bringing a removed year back was a copy nobody had ever
*    rehearsed. This utility does both halves, the same way every
*    time:
*
*      archretire RETIRE <YYYY> <supervisor>
*          exports the year to archexport.<YYYY>.dat, a flat file
*          that describes itself: an AXH header (year, row count,
*          hash total, date, supervisor, the layout's name), one
*          AXF line per field of the archive row (name, start,
*          length, picture), one AXD line per row carrying the row
*          image (the vendor access key is not carried -- it only
*          repeats the row's vendor and date, and the recall
*          rebuilds it), and an AXT trailer repeating the count
*          and hash total. The hash total is the sum of every row's
*          sales-date, face value and home value. The export is
*          read back and proven -- header, rows and trailer agree
*          with each other and with the live year -- before
*          anything is removed; only then does the year leave
*          archyears.dat, its rows come out of the daily sales
*          summary (daysumupd) and salesarch.<YYYY>.dat go. The
*          supervisor is asked where the export media will be
*          kept, and the retirement is filed in archretire.dat
*          with the count, hash total and that location. A year
*          holding any row under an active legal hold (holdchk)
*          is refused: held rows stay live. The current year, and
*          any later one, is refused too.
*      archretire RECALL <YYYY> <supervisor>
*          with the export put back in place under its name,
*          rebuilds salesarch.<YYYY>.dat from it, proves the row
*          count and hash total against the export's own header
*          and trailer and the retirement on file, and registers
*          the year in archyears.dat again and its rows in the
*          daily sales summary, so salesinq, invcopy, salesregen,
*          the summary readers and every cross-year sweep answer
*          for it once more. A recall that does not prove out
*          removes the half-built year file and leaves the year
*          retired. A year still live is refused.
*      archretire LIST
*          the retirement catalog, every retirement and recall in
*          the order done, to archretire.rpt.
*
*    RETIRE and RECALL take a level-3 operators.dat sign-on through
*    the shared opersign routine (the legalhold rule). RETURN-CODE
*    is 8 for a refusal, 12 when an export or a recall does not
*    prove out.
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
    SELECT arch-years-new-file
         ASSIGN TO "archyears.new"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS archyrnew-fs.
    SELECT export-file
         ASSIGN TO export-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS export-fs.
    SELECT retire-catalog-file
         ASSIGN TO "archretire.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS catalog-fs.
    SELECT retire-report-file
         ASSIGN TO "archretire.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "archfd.cpy".

 FD  arch-years-file.
 01  arch-year-record        pic X(4).

 FD  arch-years-new-file.
 01  arch-year-new-record    pic X(4).

* AXH header, AXF field description, AXD row, AXT trailer.
 FD  export-file.
 01  export-record.
     05 ex-tag               pic X(3).
     05 ex-body              pic X(297).
 01  export-hdr-view.
     05 filler               pic X(3).
     05 exh-year             pic 9(4).
     05 filler               pic X(1).
     05 exh-count            pic 9(9).
     05 filler               pic X(1).
     05 exh-hash             pic S9(17) sign leading separate.
     05 filler               pic X(1).
     05 exh-created          pic 9(8).
     05 filler               pic X(1).
     05 exh-created-by       pic X(8).
     05 filler               pic X(1).
     05 exh-layout           pic X(20).
     05 filler               pic X(1).
     05 exh-title            pic X(40).
     05 filler               pic X(184).
 01  export-field-view.
     05 filler               pic X(3).
     05 exf-name             pic X(20).
     05 filler               pic X(1).
     05 exf-start            pic 9(3).
     05 filler               pic X(1).
     05 exf-length           pic 9(3).
     05 filler               pic X(1).
     05 exf-picture          pic X(12).
     05 filler               pic X(256).
 01  export-row-view.
     05 filler               pic X(3).
     05 exd-row              pic X(274).
     05 filler               pic X(23).

* one line per retirement or recall, in the order done.
 FD  retire-catalog-file.
 01  catalog-record.
     05 cat-year             pic 9(4).
     05 filler               pic X(1).
     05 cat-event            pic X(8).
     05 filler               pic X(1).
     05 cat-date             pic 9(8).
     05 filler               pic X(1).
     05 cat-by               pic X(8).
     05 filler               pic X(1).
     05 cat-count            pic 9(9).
     05 filler               pic X(1).
     05 cat-hash             pic S9(17) sign leading separate.
     05 filler               pic X(1).
     05 cat-export           pic X(30).
     05 filler               pic X(1).
     05 cat-media            pic X(40).

 FD  retire-report-file.
 01  retire-report-record    pic X(150).

 WORKING-STORAGE SECTION.
  77      arch-fs             pic XX.
  77      arch-filename       pic X(40).
  77      archyr-fs           pic XX.
  77      archyrnew-fs        pic XX.
  77      export-fs           pic XX.
  77      catalog-fs          pic XX.
  77      export-filename     pic X(30).
  77      retire-cmdline      pic X(60).
  77      retire-mode         pic X(8).
  77      retire-year-x       pic X(4).
  77      retire-year redefines retire-year-x pic 9(4).
  77      supervisor-id       pic X(8).
  77      media-location      pic X(40).
  77      today-date          pic 9(8).
  77      file-end-flag       pic X.
  77      year-listed-flag    pic X.
  77      live-count          pic 9(9) comp value zeros.
  77      live-hash           pic S9(17) comp-3 value zeros.
  77      written-count       pic 9(9) comp value zeros.
  77      written-hash        pic S9(17) comp-3 value zeros.
  77      read-count          pic 9(9) comp value zeros.
  77      read-hash           pic S9(17) comp-3 value zeros.
  77      header-count        pic 9(9) value zeros.
  77      header-hash         pic S9(17) value zeros.
  77      trailer-count       pic 9(9) value zeros.
  77      trailer-hash        pic S9(17) value zeros.
  77      header-seen-flag    pic X.
  77      trailer-seen-flag   pic X.
  77      held-count          pic 9(9) comp value zeros.
  77      proof-ok-flag       pic X.
    88     proof-ok                 value 'Y'.
  77      retired-flag        pic X value 'N'.
  77      retired-count       pic 9(9) value zeros.
  77      catalog-event       pic X(8).
  77      retired-hash        pic S9(17) value zeros.
  77      retired-export      pic X(30).
  77      count-dsp           pic Z(8)9.
  77      hash-dsp            pic -(17)9.
  77      hold-only-id        pic 9(4) value zeros.
  77      hold-vendor         pic X(20).
  77      hold-date           pic 9(8).
  77      hold-run-id         pic X(14).
  77      hold-file           pic X(80).
  77      hold-found-id       pic 9(4).
  77      first-hold-id       pic 9(4) value zeros.
  77      signon-password     pic X(8).
  77      signon-req-level    pic 9(1) value 3.
  77      signon-level        pic 9(1).
  77      signon-result       pic X(1).
  77      signon-ok-flag      pic X value 'N'.
    88     signon-ok                value 'Y'.
  77      system-command      pic X(80).
  77      field-sub           pic 9(2) comp.
  77      daysum-action       pic X.
  77      daysum-posted       pic X.
  77      daysum-miss-count   pic 9(9) comp value zeros.
* the archive row's fields as the export describes them: name,
* start, length and picture, in archfd.cpy order.
  01      field-description-values.
     05  filler pic X(38) value "SALES-DATE          001008 9(8)".
     05  filler pic X(38) value "KEY-NUMBER          009013 X(13)".
     05  filler pic X(38) value "KEY-COMPANY         022002 X(02)".
     05  filler pic X(38) value "SALES-NUMBER        024013 X(13)".
     05  filler pic X(38) value "VENDOR-NAME         037020 X(20)".
     05  filler pic X(38) value "VALUE               057009 S9(09)".
     05  filler pic X(38) value "CURRENCY            066003 X(03)".
     05  filler pic X(38) value "HOME-VALUE          069012 S9(12)".
     05  filler pic X(38) value "SALES-TYPE          081001 X(01)".
     05  filler pic X(38) value "REGION              082017 X(17)".
     05  filler pic X(38) value "CITY                099020 X(20)".
     05  filler pic X(38) value "COMMENTS            119060 X(60)".
     05  filler pic X(38) value "SOURCE-FILE         179080 X(80)".
     05  filler pic X(38) value "RUN-ID              259014 X(14)".
     05  filler pic X(38) value "COMPANY             273002 X(02)".
  01  filler redefines field-description-values.
     05  field-description   occurs 15 times.
        10  fd-name          pic X(20).
        10  fd-start         pic 9(3).
        10  fd-length        pic 9(3).
        10  filler           pic X(1).
        10  fd-picture       pic X(11).

 PROCEDURE DIVISION.
 000-MAIN.
  accept retire-cmdline from command-line
  move spaces to retire-mode retire-year-x supervisor-id
  unstring retire-cmdline delimited by all ' '
      into retire-mode retire-year-x supervisor-id
  accept today-date from date yyyymmdd
  evaluate retire-mode
  when "RETIRE"
      perform 050-CHECK-YEAR-AND-SUPERVISOR
      perform 100-RETIRE-YEAR
  when "RECALL"
      perform 050-CHECK-YEAR-AND-SUPERVISOR
      perform 300-RECALL-YEAR
  when "LIST"
      perform 500-LIST-CATALOG
  when other
      display "Usage: archretire RETIRE <YYYY> <supervisor> | "
          "RECALL <YYYY> <supervisor> | LIST"
      move 8 to return-code
  end-evaluate
  stop run.

 050-CHECK-YEAR-AND-SUPERVISOR.
  if retire-year-x not numeric or supervisor-id = spaces
      display "Usage: archretire " retire-mode (1:6)
          " <YYYY> <supervisor>"
      move 8 to return-code
      stop run
  end-if
  move spaces to arch-filename export-filename
  string "salesarch." retire-year-x ".dat"
      delimited by size into arch-filename
  string "archexport." retire-year-x ".dat"
      delimited by size into export-filename
  perform 700-CHECK-YEAR-LISTED
  perform 720-FIND-RETIREMENT.

* Counted and hold-checked first, then exported, then the export
* read back and proven; the live year goes only after all three.
 100-RETIRE-YEAR.
  if retire-year-x not < today-date (1:4)
      display "archretire: " retire-year-x " is the current year "
          "or later and cannot be retired"
      move 8 to return-code
      stop run
  end-if
  if year-listed-flag not = 'Y'
      display "archretire: " retire-year-x " is not a live archive "
          "year (not in archyears.dat)"
      move 8 to return-code
      stop run
  end-if
  open input sales-archive-file
  if arch-fs not = "00"
      display "archretire: " arch-filename " not readable (status "
          arch-fs ")"
      move 8 to return-code
      stop run
  end-if
  move 'N' to file-end-flag
  perform 110-COUNT-ONE-ROW until file-end-flag = 'Y'
  close sales-archive-file
  if held-count > zeros
      move held-count to count-dsp
      display "archretire: " count-dsp " row(s) of " retire-year-x
          " are under legal hold " first-hold-id
          "; the year stays live"
      move 8 to return-code
      stop run
  end-if
  if live-count = zeros
      display "archretire: " arch-filename " holds no rows; take "
          "the year off archyears.dat by hand if it is unwanted"
      move 8 to return-code
      stop run
  end-if
  perform 800-SIGN-ON-SUPERVISOR
  move spaces to media-location
  display "Where will the export media be kept? " with no advancing
  accept media-location
  if media-location = spaces
      display "archretire: the media location is required"
      move 8 to return-code
      stop run
  end-if
  perform 150-WRITE-EXPORT
  perform 200-PROVE-EXPORT
  if not proof-ok
      display "archretire: *** EXPORT DID NOT PROVE OUT for "
          retire-year-x "; the live year is untouched, "
          export-filename " should not be kept"
      move 12 to return-code
      stop run
  end-if
  perform 740-DROP-YEAR-FROM-LIST
  move "S" to daysum-action
  perform 770-POST-YEAR-TO-SUMMARY
  move spaces to system-command
  string "rm -f " arch-filename delimited by size
      into system-command
  call "SYSTEM" using system-command
  move "RETIRED" to catalog-event
  move live-count to retired-count
  move live-hash  to retired-hash
  perform 760-FILE-CATALOG-ENTRY
  move live-count to count-dsp
  display "archretire: " retire-year-x " retired, " count-dsp
      " row(s) in " export-filename ", media kept at "
      media-location.

 110-COUNT-ONE-ROW.
  read sales-archive-file next
      at end move 'Y' to file-end-flag
      not at end
          add 1 to live-count
          compute live-hash = live-hash + arch-sales-date
              + arch-value + arch-home-value
          move arch-vendor-name to hold-vendor
          move arch-sales-date  to hold-date
          move arch-run-id      to hold-run-id
          move arch-source-file to hold-file
          call "holdchk" using hold-only-id hold-vendor hold-date
              hold-run-id hold-file hold-found-id
              on exception
                  display "archretire: holdchk not available, "
                      "retirement refused -- legal holds cannot "
                      "be honored"
                  close sales-archive-file
                  move 8 to return-code
                  stop run
          end-call
          if hold-found-id not = zeros
              add 1 to held-count
              if first-hold-id = zeros
                  move hold-found-id to first-hold-id
              end-if
          end-if
  end-read.

 150-WRITE-EXPORT.
  open output export-file
  if export-fs not = "00"
      display "archretire: " export-filename " cannot be written "
          "(status " export-fs ")"
      move 8 to return-code
      stop run
  end-if
  move spaces to export-record
  move "AXH"               to ex-tag
  move retire-year         to exh-year
  move live-count          to exh-count
  move live-hash           to exh-hash
  move today-date          to exh-created
  move supervisor-id       to exh-created-by
  move "ARCHFD-274"        to exh-layout
  move "SALES ARCHIVE YEAR EXPORT" to exh-title
  write export-record
  perform 155-WRITE-ONE-FIELD-LINE
    varying field-sub from 1 by 1
    until field-sub > 15
  open input sales-archive-file
  move 'N' to file-end-flag
  perform 160-EXPORT-ONE-ROW until file-end-flag = 'Y'
  close sales-archive-file
  move spaces to export-record
  move "AXT"               to ex-tag
  move retire-year         to exh-year
  move written-count       to exh-count
  move written-hash        to exh-hash
  write export-record
  close export-file.

 155-WRITE-ONE-FIELD-LINE.
  move spaces to export-record
  move "AXF"                      to ex-tag
  move fd-name (field-sub)        to exf-name
  move fd-start (field-sub)       to exf-start
  move fd-length (field-sub)      to exf-length
  move fd-picture (field-sub)     to exf-picture
  write export-record.

 160-EXPORT-ONE-ROW.
  read sales-archive-file next
      at end move 'Y' to file-end-flag
      not at end
          move spaces to export-record
          move "AXD"   to ex-tag
          move arch-rec (1:274) to exd-row
          write export-record
          add 1 to written-count
          compute written-hash = written-hash + arch-sales-date
              + arch-value + arch-home-value
  end-read.

* The export proves out when its header, its rows and its trailer
* all give the count and hash total the live year gave.
 200-PROVE-EXPORT.
  perform 600-READ-EXPORT
  move 'N' to proof-ok-flag
  if header-seen-flag = 'Y' and trailer-seen-flag = 'Y'
      and read-count = live-count and read-hash = live-hash
      and header-count = live-count and header-hash = live-hash
      and trailer-count = live-count
      and trailer-hash = live-hash
      move 'Y' to proof-ok-flag
  end-if.

* Rebuilt row by row from the export; the rebuilt year must give
* the count and hash total the export and the retirement gave.
 300-RECALL-YEAR.
  if year-listed-flag = 'Y'
      display "archretire: " retire-year-x " is live already"
      move 8 to return-code
      stop run
  end-if
  open input sales-archive-file
  if arch-fs = "00"
      close sales-archive-file
      display "archretire: " arch-filename " is on disk although "
          "the year is not listed; settle it by hand first"
      move 8 to return-code
      stop run
  end-if
  if retired-flag not = 'Y'
      display "archretire: no retirement of " retire-year-x
          " on file in archretire.dat"
      move 8 to return-code
      stop run
  end-if
  move retired-export to export-filename
  open input export-file
  if export-fs not = "00"
      display "archretire: put the export back in place first: "
          export-filename " not found (status " export-fs ")"
      move 8 to return-code
      stop run
  end-if
  close export-file
  perform 800-SIGN-ON-SUPERVISOR
  open output sales-archive-file
  if arch-fs not = "00"
      display "archretire: " arch-filename " cannot be built "
          "(status " arch-fs ")"
      move 8 to return-code
      stop run
  end-if
  move zeros to written-count written-hash
  perform 600-READ-EXPORT
  close sales-archive-file
  move 'N' to proof-ok-flag
  if header-seen-flag = 'Y' and trailer-seen-flag = 'Y'
      and read-count = header-count and read-hash = header-hash
      and trailer-count = header-count
      and trailer-hash = header-hash
      and written-count = read-count and written-hash = read-hash
      and header-count = retired-count
      and header-hash = retired-hash
      move 'Y' to proof-ok-flag
  end-if
  if not proof-ok
      move spaces to system-command
      string "rm -f " arch-filename delimited by size
          into system-command
      call "SYSTEM" using system-command
      move written-count to count-dsp
      display "archretire: *** RECALL DID NOT PROVE OUT for "
          retire-year-x " (" count-dsp " row(s) rebuilt); the "
          "year stays retired"
      move 12 to return-code
      stop run
  end-if
  perform 750-ADD-YEAR-TO-LIST
  move "A" to daysum-action
  perform 770-POST-YEAR-TO-SUMMARY
  move "RECALLED" to catalog-event
  move "RECALLED FROM " to media-location
  move export-filename to media-location (15:26)
  perform 760-FILE-CATALOG-ENTRY
  move written-count to count-dsp
  display "archretire: " retire-year-x " recalled, " count-dsp
      " row(s) rebuilt and proven; the year answers again".

 500-LIST-CATALOG.
  open input retire-catalog-file
  if catalog-fs not = "00"
      display "archretire: no retirements on file (archretire.dat "
          "status " catalog-fs ")"
      stop run
  end-if
  open output retire-report-file
  move spaces to retire-report-record
  string "ARCHIVE YEAR RETIREMENTS AND RECALLS AS OF " today-date
      delimited by size into retire-report-record
  write retire-report-record
  move spaces to retire-report-record
  write retire-report-record
  move spaces to retire-report-record
  string "YEAR EVENT    DATE     BY            ROWS        "
      "HASH TOTAL  EXPORT / MEDIA"
      delimited by size into retire-report-record
  write retire-report-record
  move 'N' to file-end-flag
  perform 510-LIST-ONE-ENTRY until file-end-flag = 'Y'
  close retire-catalog-file retire-report-file
  display "archretire: see archretire.rpt".

 510-LIST-ONE-ENTRY.
  read retire-catalog-file
      at end move 'Y' to file-end-flag
      not at end
          move cat-count to count-dsp
          move cat-hash  to hash-dsp
          move spaces to retire-report-record
          string cat-year " " cat-event " " cat-date " " cat-by
              count-dsp " " hash-dsp "  " cat-export " " cat-media
              delimited by size into retire-report-record
          write retire-report-record
  end-read.

* Reads the export through; on a recall (the year file open for
* output) every row is also written back into the year file.
 600-READ-EXPORT.
  move zeros to read-count read-hash
  move 'N' to header-seen-flag trailer-seen-flag
  open input export-file
  if export-fs = "00"
      move 'N' to file-end-flag
      perform 610-READ-ONE-EXPORT-LINE until file-end-flag = 'Y'
      close export-file
  end-if.

 610-READ-ONE-EXPORT-LINE.
  read export-file
      at end move 'Y' to file-end-flag
      not at end
          evaluate ex-tag
          when "AXH"
              if exh-year = retire-year
                  move 'Y'       to header-seen-flag
                  move exh-count to header-count
                  move exh-hash  to header-hash
              end-if
          when "AXD"
              move spaces  to arch-rec
              move exd-row to arch-rec (1:274)
              move arch-vendor-name to arch-vk-vendor
              move arch-sales-date  to arch-vk-date
              add 1 to read-count
              compute read-hash = read-hash + arch-sales-date
                  + arch-value + arch-home-value
              if retire-mode = "RECALL"
                  perform 620-REBUILD-ONE-ROW
              end-if
          when "AXT"
              move 'Y'       to trailer-seen-flag
              move exh-count to trailer-count
              move exh-hash  to trailer-hash
          when other
              continue
          end-evaluate
  end-read.

 620-REBUILD-ONE-ROW.
  write arch-rec
      invalid key
          display "archretire: row refused on rebuild, "
              arch-sales-number " status " arch-fs
      not invalid key
          add 1 to written-count
          compute written-hash = written-hash + arch-sales-date
              + arch-value + arch-home-value
  end-write.

 700-CHECK-YEAR-LISTED.
  move 'N' to year-listed-flag
  open input arch-years-file
  if archyr-fs = "00"
      move 'N' to file-end-flag
      perform 710-SCAN-ONE-YEAR until file-end-flag = 'Y'
      close arch-years-file
  end-if.

 710-SCAN-ONE-YEAR.
  read arch-years-file
      at end move 'Y' to file-end-flag
      not at end
          if arch-year-record = retire-year-x
              move 'Y' to year-listed-flag
          end-if
  end-read.

* The latest catalog entry for the year decides: a retirement not
* since recalled is what a recall works from.
 720-FIND-RETIREMENT.
  move 'N' to retired-flag
  open input retire-catalog-file
  if catalog-fs = "00"
      move 'N' to file-end-flag
      perform 730-SCAN-ONE-ENTRY until file-end-flag = 'Y'
      close retire-catalog-file
  end-if.

 730-SCAN-ONE-ENTRY.
  read retire-catalog-file
      at end move 'Y' to file-end-flag
      not at end
          if cat-year = retire-year
              if cat-event = "RETIRED"
                  move 'Y'        to retired-flag
                  move cat-count  to retired-count
                  move cat-hash   to retired-hash
                  move cat-export to retired-export
              else
                  move 'N' to retired-flag
              end-if
          end-if
  end-read.

* Every other year is copied to archyears.new, which then takes
* the list's place.
 740-DROP-YEAR-FROM-LIST.
  open input arch-years-file
  open output arch-years-new-file
  move 'N' to file-end-flag
  perform 745-COPY-ONE-YEAR until file-end-flag = 'Y'
  close arch-years-file arch-years-new-file
  move "mv archyears.new archyears.dat" to system-command
  call "SYSTEM" using system-command.

 745-COPY-ONE-YEAR.
  read arch-years-file
      at end move 'Y' to file-end-flag
      not at end
          if arch-year-record not = retire-year-x
              move arch-year-record to arch-year-new-record
              write arch-year-new-record
          end-if
  end-read.

 750-ADD-YEAR-TO-LIST.
  open extend arch-years-file
  if archyr-fs not = "00"
      open output arch-years-file
  end-if
  move retire-year-x to arch-year-record
  write arch-year-record
  close arch-years-file.

 760-FILE-CATALOG-ENTRY.
  open extend retire-catalog-file
  if catalog-fs not = "00"
      open output retire-catalog-file
  end-if
  move spaces to catalog-record
  move retire-year     to cat-year
  move catalog-event   to cat-event
  move today-date      to cat-date
  move supervisor-id   to cat-by
  move retired-count   to cat-count
  move retired-hash    to cat-hash
  move export-filename to cat-export
  move media-location  to cat-media
  write catalog-record
  close retire-catalog-file.

* The daily summary covers what the archive holds live: a retired
* year's rows come out of it, a recalled year's go back in.
 770-POST-YEAR-TO-SUMMARY.
  move zeros to daysum-miss-count
  open input sales-archive-file
  if arch-fs = "00"
      move 'N' to file-end-flag
      perform 775-POST-ONE-ROW until file-end-flag = 'Y'
      close sales-archive-file
  end-if
  move "C" to daysum-action
  call "daysumupd" using daysum-action arch-company
      arch-sales-date arch-region arch-city arch-vendor-name
      arch-sales-type arch-home-value daysum-posted
  if daysum-miss-count > zeros
      move daysum-miss-count to count-dsp
      display "archretire: daily summary not posted for "
          count-dsp " row(s) -- run daysum CHECK"
  end-if.

 775-POST-ONE-ROW.
  read sales-archive-file next
      at end move 'Y' to file-end-flag
      not at end
          call "daysumupd" using daysum-action arch-company
              arch-sales-date arch-region arch-city
              arch-vendor-name arch-sales-type arch-home-value
              daysum-posted
          if daysum-posted not = "Y"
              add 1 to daysum-miss-count
          end-if
  end-read.

* Level 3 on operators.dat, through the shared opersign routine;
* with no operator file at all the change is refused outright.
 800-SIGN-ON-SUPERVISOR.
  display "Password for " supervisor-id ": " with no advancing
  accept signon-password
  move 'N' to signon-ok-flag
  move 'N' to signon-result
  call "opersign" using supervisor-id signon-password
      signon-req-level signon-level signon-result
      on exception
          display "archretire: opersign not available, "
              "retirement and recall refused"
          move 8 to return-code
          stop run
  end-call
  if signon-result = "M"
      display "archretire: no operators.dat on file, retirement "
          "and recall refused"
      move 8 to return-code
      stop run
  end-if
  if signon-result = "Y"
      move 'Y' to signon-ok-flag
  end-if
  if not signon-ok
      display "archretire: supervisor sign-on failed for "
          supervisor-id
      move 8 to return-code
      stop run
  end-if.
