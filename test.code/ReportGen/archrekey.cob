 IDENTIFICATION DIVISION.
 PROGRAM-ID.    archrekey.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    One-time rebuild of the sales archive year files under the
*    vendor + sales-date alternate key.
*
*    monthstmt and salesxtr used to read a whole year to find one
*    vendor's rows; the archive record now ends with
*    arch-vendor-key (the vendor name and sales-date side by side)
*    and the archive carries it as a second alternate key, so they
*    position on the vendor instead. Year files written before that
*    have neither the field nor the key. In the archmigr mold, for
*    every year listed in archyears.dat: the rows are read through
*    the old layout and unloaded to a flat holding file
*    (salesarch.<YYYY>.unload), the old year file is set aside as
*    salesarch.<YYYY>.prekey, and the rows reload through the
*    current copybook layout with the vendor key filled in. The
*    rows in and out are counted per year and overall; a year
*    whose counts do not match stops the run loudly (RETURN-CODE
*    12) with its old file intact under the backup name, and the
*    years after it untouched. A year file that does not open
*    under the old layout -- already rebuilt, or missing -- is
*    reported and left as it stands.
*
*    Usage: archrekey
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* a year file as it stands on disk, read through the old layout.
    SELECT old-archive-file
         ASSIGN TO old-arch-filename
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS old-arch-key
         ALTERNATE RECORD KEY IS old-arch-sales-number
           WITH DUPLICATES
         FILE STATUS  IS old-arch-fs.
    COPY "archsel.cpy".
    SELECT arch-years-file
         ASSIGN TO "archyears.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS archyr-fs.
    SELECT unload-file
         ASSIGN TO unload-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS unload-fs.

 DATA DIVISION.
 FILE SECTION.
* the record shape before the vendor key, used only to read the
* old year files; the rest of the row is carried through as is.
 FD  old-archive-file.
 01 old-arch-rec.
    05  old-arch-key.
      10  old-arch-sales-date  pic 9(08).
      10  old-arch-key-number  pic X(13).
      10  old-arch-key-company pic X(02).
    05  old-arch-sales-number  pic X(13).
    05  old-arch-rest          pic X(238).

 COPY "archfd.cpy".

 FD  arch-years-file.
 01  arch-year-record        pic X(4).

 FD  unload-file.
 01  unload-record           pic X(274).

 WORKING-STORAGE SECTION.
  77      old-arch-fs         pic XX.
  77      old-arch-filename   pic X(40).
  77      arch-fs             pic XX.
  77      arch-filename       pic X(40).
  77      archyr-fs           pic XX.
  77      years-end-flag      pic X value 'N'.
    88     years-at-end             value 'Y'.
  77      unload-fs           pic XX.
  77      unload-filename     pic X(40).
  77      prekey-filename     pic X(40).
  77      old-end-flag        pic X.
    88     old-at-end               value 'Y'.
  77      unload-end-flag     pic X.
    88     unload-at-end            value 'Y'.
  77      mismatch-flag       pic X value 'N'.
  77      unloaded-count      pic 9(8) comp.
  77      reloaded-count      pic 9(8) comp.
  77      total-unloaded      pic 9(8) comp value zeros.
  77      total-reloaded      pic 9(8) comp value zeros.
  77      years-rebuilt       pic 9(4) comp value zeros.
  77      years-left          pic 9(4) comp value zeros.
  77      unloaded-dsp        pic Z(7)9.
  77      reloaded-dsp        pic Z(7)9.
  77      years-dsp           pic ZZZ9.
  77      system-command      pic X(120).

 PROCEDURE DIVISION.
 000-MAIN.
  open input arch-years-file
  if archyr-fs not = "00"
      display "archrekey: no archive years on file (archyears.dat "
          "status " archyr-fs ")"
      move 8 to return-code
      stop run
  end-if
  perform 100-TAKE-ONE-YEAR until years-at-end
  close arch-years-file
  move total-unloaded to unloaded-dsp
  move total-reloaded to reloaded-dsp
  move years-rebuilt  to years-dsp
  display "archrekey: " years-dsp " year file(s) rebuilt, "
      unloaded-dsp " row(s) in, " reloaded-dsp " row(s) out"
  move years-left to years-dsp
  display "archrekey: " years-dsp " year file(s) left as they "
      "stand"
  if mismatch-flag = 'Y'
      move 12 to return-code
  end-if
  stop run.

 100-TAKE-ONE-YEAR.
  read arch-years-file
      at end move 'Y' to years-end-flag
      not at end
          if arch-year-record not = spaces
              perform 200-REKEY-YEAR-FILE
          end-if
  end-read.

 200-REKEY-YEAR-FILE.
  move spaces to old-arch-filename arch-filename
      unload-filename prekey-filename
  string "salesarch." arch-year-record ".dat"
      delimited by size into old-arch-filename
  move old-arch-filename to arch-filename
  string "salesarch." arch-year-record ".unload"
      delimited by size into unload-filename
  string "salesarch." arch-year-record ".prekey"
      delimited by size into prekey-filename
  move zeros to unloaded-count reloaded-count
  perform 210-UNLOAD-OLD-YEAR
  if unloaded-count not = zeros
      perform 230-SET-OLD-FILE-ASIDE
      perform 300-RELOAD-WITH-VENDOR-KEY
      perform 400-PROVE-YEAR
  end-if.

 210-UNLOAD-OLD-YEAR.
  open input old-archive-file
  if old-arch-fs not = "00"
      display "archrekey: " old-arch-filename " not read under "
          "the old layout (status " old-arch-fs "), left as it "
          "stands"
      add 1 to years-left
  else
      open output unload-file
      move 'N' to old-end-flag
      perform 220-UNLOAD-ONE-ROW until old-at-end
      close old-archive-file
      close unload-file
      if unloaded-count = zeros
          display "archrekey: " old-arch-filename " is empty, "
              "left as it stands"
          add 1 to years-left
          perform 420-REMOVE-UNLOAD-FILE
      end-if
  end-if.

 220-UNLOAD-ONE-ROW.
  read old-archive-file next
      at end move 'Y' to old-end-flag
      not at end
          move old-arch-rec to unload-record
          write unload-record
          add 1 to unloaded-count
  end-read.

* The old year file moves aside under its backup name, so a failed
* reload leaves everything recoverable by hand.
 230-SET-OLD-FILE-ASIDE.
  move spaces to system-command
  string "mv " old-arch-filename delimited by space
      " " prekey-filename delimited by size
      into system-command
  call "SYSTEM" using system-command.

 300-RELOAD-WITH-VENDOR-KEY.
  open output sales-archive-file
  if arch-fs not = "00"
      display "archrekey: year file not usable, " arch-filename
          " status " arch-fs
  else
      open input unload-file
      move 'N' to unload-end-flag
      perform 310-RELOAD-ONE-ROW until unload-at-end
      close unload-file
      close sales-archive-file
  end-if.

 310-RELOAD-ONE-ROW.
  read unload-file
      at end move 'Y' to unload-end-flag
      not at end
          move spaces to arch-rec
          move unload-record    to arch-rec
          move arch-vendor-name to arch-vk-vendor
          move arch-sales-date  to arch-vk-date
          write arch-rec
              invalid key
                  display "archrekey: reload refused for "
                      arch-sales-number " status " arch-fs
              not invalid key
                  add 1 to reloaded-count
          end-write
  end-read.

* Counts in and out must agree before the year counts as rebuilt;
* a mismatch stops the run with the years after it untouched.
 400-PROVE-YEAR.
  move unloaded-count to unloaded-dsp
  move reloaded-count to reloaded-dsp
  if reloaded-count = unloaded-count
      display "archrekey: " arch-year-record " " unloaded-dsp
          " row(s) in, " reloaded-dsp " row(s) out; old file kept "
          "as " prekey-filename
      add 1 to years-rebuilt
      add unloaded-count to total-unloaded
      add reloaded-count to total-reloaded
      perform 420-REMOVE-UNLOAD-FILE
  else
      display "archrekey: *** REKEY MISMATCH for "
          arch-year-record ": unloaded " unloaded-dsp
          ", reloaded " reloaded-dsp "; old file is intact as "
          prekey-filename
      move 'Y' to mismatch-flag
      move 'Y' to years-end-flag
  end-if.

 420-REMOVE-UNLOAD-FILE.
  move spaces to system-command
  string "rm -f " unload-filename delimited by size
      into system-command
  call "SYSTEM" using system-command.
