 IDENTIFICATION DIVISION.
 PROGRAM-ID.    salessplit.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Splits a consolidated sales file back into per-region extracts.
*
*    tsort01 merges the regional extracts into merged.dat; this is
*    the reverse, for sending corrected data back to each region
*    or giving a region manager just their own rows. The input is
*    merged.dat or any file in the sales.dat layout; HDR and TRL
*    control records in it are looked straight past. Each row's
*    region is standardized through salesstdnames.dat first (the
*    R lines, the same table the report run uses), so "Sao Paulo"
*    and "SAO PAULO" land in one extract, not two.
*
*    Every region gets split.<region>.dat (spaces in the region
*    name become underscores; a row with no region goes to
*    split.UNASSIGNED.dat), rows in the order they came, topped
*    with a HDR giving the run date and its own row count and
*    tailed with a TRL giving its row count and the sum of its
*    face values -- the controls salesconv writes, so the extract
*    goes through salesintake and the report run like any other.
*    The files written are listed in salessplit.lst.
*
*    The split then proves itself in the tsort01 style: every
*    extract is read back, its rows counted and summed against
*    its own HDR and TRL, and the total row count, amount and
*    checksum (the sum of every row's sales-date) across all of
*    them must equal the input's before success is declared;
*    RETURN-CODE 12 otherwise. More than 50 regions refuses the
*    run before anything is written.
*
*    Usage: salessplit [<input-file> [<run-date>]]
*    (defaults merged.dat and today)
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT consolidated-file
         ASSIGN TO input-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS input-fs.
    SELECT region-file
         ASSIGN TO region-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS region-fs.
    SELECT std-names-file
         ASSIGN TO "salesstdnames.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS stdnames-fs.
    SELECT split-list-file
         ASSIGN TO "salessplit.lst"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    SELECT sort-work-file ASSIGN TO "splitsort.wrk".

 DATA DIVISION.
 FILE SECTION.
 FD  consolidated-file.
 01  consolidated-record     pic X(151).

 FD  region-file.
 01  region-record           pic X(151).

* One standardization line per known variant: R or C, the variant
* spelling, then the canonical form it maps to.
 FD  std-names-file.
 01  std-names-record.
     05 sn-kind              pic X(1).
     05 sn-variant           pic X(20).
     05 sn-canonical         pic X(20).

 FD  split-list-file.
 01  split-list-record       pic X(40).

* region first, then the arrival sequence, so each extract keeps
* the rows in the order the consolidated file had them.
    SD sort-work-file.
    01 sort-rec.
     05     sort-region            pic X(17).
     05     sort-seq               pic 9(8).
     05     sort-image             pic X(151).

 WORKING-STORAGE SECTION.
  77      input-fs            pic XX.
  77      region-fs           pic XX.
  77      stdnames-fs         pic XX.
  77      input-filename      pic X(80) value "merged.dat".
  77      region-filename     pic X(40).
  77      run-date-parm       pic X(8).
  77      run-date            pic 9(8).
  77      split-cmdline       pic X(100).
  77      input-end-flag      pic X value 'N'.
    88     input-at-end             value 'Y'.
  77      sort-end-flag       pic X value 'N'.
    88     sort-at-end              value 'Y'.
  77      proof-end-flag      pic X.
    88     proof-at-end             value 'Y'.
  77      first-record-flag   pic X value 'Y'.
  77      save-region         pic X(17).
  77      arrival-seq         pic 9(8) comp value zeros.
  77      input-count         pic 9(8) comp value zeros.
  77      input-amount        pic S9(12) comp value zeros.
  77      input-checksum      pic 9(15) comp value zeros.
  77      proof-count         pic 9(8) comp value zeros.
  77      proof-amount        pic S9(12) comp value zeros.
  77      proof-checksum      pic 9(15) comp value zeros.
  77      file-rows           pic 9(8) comp.
  77      file-amount         pic S9(12) comp.
  77      file-hdr-count      pic 9(8).
  77      file-trl-count      pic 9(8).
  77      file-trl-amount     pic S9(12).
  77      file-trl-seen-flag  pic X.
  77      proof-failed-flag   pic X value 'N'.
    88     proof-failed             value 'Y'.
  77      std-value-work      pic X(20).
  77      std-found-flag      pic X.
    88     std-value-known          value 'Y'.
  77      std-names-count     pic 9(3) comp value zeros.
  77      snx                 pic 9(3) comp.
  01      std-names-table.
     05     std-names-entry     occurs 200 times.
        10    snt-kind            pic X(1).
        10    snt-variant         pic X(20).
        10    snt-canonical       pic X(20).
* one slot per region met on the input: its extract's name and the
* row count and amount the input side gave it.
  77      region-count        pic 9(3) comp value zeros.
  77      region-overflow-flag pic X value 'N'.
    88     region-overflow          value 'Y'.
  77      rgx                 pic 9(3) comp.
  77      region-sub          pic 9(3) comp.
  01      region-table.
     05     region-entry        occurs 50 times.
        10    rg-name             pic X(17).
        10    rg-filename         pic X(40).
        10    rg-count            pic 9(8) comp.
        10    rg-amount           pic S9(12) comp.
  77      name-work           pic X(17).
  77      name-length         pic 9(3) comp.
  77      count-dsp           pic Z(7)9.
  77      amount-dsp          pic -(11)9.
* the transaction in the fixed shape.
  01      sales-record.
     05     sales-vendor-name      pic X(20).
     05     sales-date             pic 9(8).
     05     sales-value            pic S9(9).
     05     sales-number           pic X(13).
     05     sales-type             pic X.
     05     sales-vendor-region    pic X(17).
     05     sales-vendor-city      pic X(20).
     05     sales-comments         pic X(60).
     05     sales-currency         pic X(3).
  01      sales-control-record redefines sales-record.
     05     sales-control-tag      pic X(3).
     05     sales-control-run-date pic 9(8).
     05     sales-control-count    pic 9(8).
     05     sales-control-amount   pic S9(12).
     05     sales-control-company  pic X(2).
     05     filler                 pic X(118).
  77      input-company       pic X(2) value spaces.

 PROCEDURE DIVISION.
 000-MAIN.
  accept split-cmdline from command-line
  move spaces to run-date-parm
  if split-cmdline not = spaces
      move spaces to input-filename
      unstring split-cmdline delimited by all ' '
          into input-filename run-date-parm
  end-if
  if run-date-parm = spaces
      accept run-date from date yyyymmdd
  else
      if run-date-parm not numeric
          display "salessplit: usage: salessplit [<input-file> "
              "[<run-date>]]"
          move 8 to return-code
          stop run
      end-if
      move run-date-parm to run-date
  end-if
  open input consolidated-file
  if input-fs not = "00"
      display "salessplit: cannot read " input-filename (1:40)
          " (status " input-fs ")"
      move 8 to return-code
      stop run
  end-if
  perform 050-LOAD-STD-NAMES
  sort sort-work-file
    ascending key sort-region sort-seq
    input procedure is 100-FEED-SORT
        thru 100-FEED-SORT-EXIT
    output procedure is 200-WRITE-EXTRACTS
        thru 200-WRITE-EXTRACTS-EXIT
  close consolidated-file
  if region-overflow
      display "salessplit: *** more than 50 regions on "
          input-filename (1:40) ", nothing written"
      move 12 to return-code
      stop run
  end-if
  perform 400-PROVE-SPLIT
  move input-count to count-dsp
  move input-amount to amount-dsp
  if proof-failed
      display "salessplit: *** split does NOT prove out against "
          input-filename (1:40) ", extracts must not be sent"
      move 12 to return-code
  else
      display "salessplit: " count-dsp " row(s), amount "
          amount-dsp " checksum " input-checksum " split into "
          region-count " extract(s), proven; see salessplit.lst"
  end-if
  stop run.

 050-LOAD-STD-NAMES.
  open input std-names-file
  if stdnames-fs = "00"
      perform 055-READ-STD-NAME
        until stdnames-fs not = "00"
      close std-names-file
  else
      display "salessplit: no standardization table "
          "(salesstdnames.dat status " stdnames-fs
          "), region names taken as they come"
  end-if.

 055-READ-STD-NAME.
  read std-names-file
    at end continue
    not at end
        if sn-kind = "R"
            if std-names-count < 200
                add 1 to std-names-count
                move sn-kind      to snt-kind (std-names-count)
                move sn-variant   to snt-variant (std-names-count)
                move sn-canonical to snt-canonical (std-names-count)
            else
                display "salessplit: standardization table full "
                    "(200), dropping " sn-variant
            end-if
        end-if
  end-read.

* Input procedure: every transaction row, its region made
* canonical, counted and checksummed on the way to the sort.
 100-FEED-SORT.
  perform 110-RELEASE-ONE-ROW until input-at-end.
 100-FEED-SORT-EXIT.
  exit.

 110-RELEASE-ONE-ROW.
  read consolidated-file into sales-record
      at end move 'Y' to input-end-flag
      not at end
          if sales-control-tag = "HDR"
              and sales-control-run-date numeric
              and sales-control-count numeric
              move sales-control-company to input-company
          else
              if sales-control-tag = "TRL"
                  and sales-control-run-date numeric
                  and sales-control-count numeric
                  continue
              else
                  perform 120-STAGE-ONE-ROW
              end-if
          end-if
  end-read.

 120-STAGE-ONE-ROW.
  move sales-vendor-region to std-value-work
  perform 130-STANDARDIZE-REGION
  move std-value-work to sales-vendor-region
  add 1 to arrival-seq input-count
  add sales-value to input-amount
  add sales-date  to input-checksum
  perform 140-COUNT-IN-REGION
  move sales-vendor-region to sort-region
  move arrival-seq         to sort-seq
  move sales-record        to sort-image
  release sort-rec.

 130-STANDARDIZE-REGION.
  move 'N' to std-found-flag
  perform 135-MATCH-ONE-STD-ENTRY
    varying snx from 1 by 1
    until snx > std-names-count or std-value-known.

 135-MATCH-ONE-STD-ENTRY.
  if snt-variant (snx) = std-value-work
      move snt-canonical (snx) to std-value-work
      move 'Y' to std-found-flag
  else
      if snt-canonical (snx) = std-value-work
          move 'Y' to std-found-flag
      end-if
  end-if.

 140-COUNT-IN-REGION.
  move zeros to rgx
  perform 145-MATCH-ONE-REGION
    varying region-sub from 1 by 1
    until region-sub > region-count or rgx not = zeros
  if rgx = zeros
      if region-count < 50
          add 1 to region-count
          move region-count to rgx
          move sales-vendor-region to rg-name (rgx)
          move zeros to rg-count (rgx) rg-amount (rgx)
          perform 150-NAME-EXTRACT
      else
          move 'Y' to region-overflow-flag
      end-if
  end-if
  if rgx not = zeros
      add 1 to rg-count (rgx)
      add sales-value to rg-amount (rgx)
  end-if.

 145-MATCH-ONE-REGION.
  if rg-name (region-sub) = sales-vendor-region
      move region-sub to rgx
  end-if.

* split.<region>.dat, the region's inner spaces made underscores
* so the name survives the shell and the inbox listing.
 150-NAME-EXTRACT.
  if rg-name (rgx) = spaces
      move "UNASSIGNED" to name-work
  else
      move rg-name (rgx) to name-work
  end-if
  move 17 to name-length
  perform 155-TRIM-ONE-CHAR
    until name-length = 1 or name-work (name-length:1) not = space
  inspect name-work (1:name-length) replacing all space by "_"
  inspect name-work (1:name-length) replacing all "/" by "_"
  move spaces to rg-filename (rgx)
  string "split." name-work (1:name-length) ".dat"
      delimited by size into rg-filename (rgx).

 155-TRIM-ONE-CHAR.
  subtract 1 from name-length.

* Output procedure: the sorted rows come grouped by region, each
* group written as its own extract between its HDR and TRL.
 200-WRITE-EXTRACTS.
  if not region-overflow
      open output split-list-file
      perform 210-RETURN-ONE-ROW until sort-at-end
      if first-record-flag not = 'Y'
          perform 320-CLOSE-EXTRACT
      end-if
      close split-list-file
  end-if.
 200-WRITE-EXTRACTS-EXIT.
  exit.

 210-RETURN-ONE-ROW.
  return sort-work-file
      at end move 'Y' to sort-end-flag
      not at end perform 300-WRITE-ONE-ROW
  end-return.

 300-WRITE-ONE-ROW.
  if first-record-flag = 'Y' or sort-region not = save-region
      if first-record-flag not = 'Y'
          perform 320-CLOSE-EXTRACT
      end-if
      move sort-region to save-region
      perform 310-OPEN-EXTRACT
  end-if
  move 'N' to first-record-flag
  move sort-image to region-record
  write region-record.

 310-OPEN-EXTRACT.
  move zeros to rgx
  perform 315-FIND-SAVED-REGION
    varying region-sub from 1 by 1
    until region-sub > region-count or rgx not = zeros
  move rg-filename (rgx) to region-filename
  open output region-file
  move spaces to sales-control-record
  move "HDR"          to sales-control-tag
  move run-date       to sales-control-run-date
  move rg-count (rgx) to sales-control-count
  move zeros          to sales-control-amount
  move input-company  to sales-control-company
  move sales-control-record to region-record
  write region-record
  move region-filename to split-list-record
  write split-list-record.

 315-FIND-SAVED-REGION.
  if rg-name (region-sub) = save-region
      move region-sub to rgx
  end-if.

 320-CLOSE-EXTRACT.
  move spaces to sales-control-record
  move "TRL"           to sales-control-tag
  move run-date        to sales-control-run-date
  move rg-count (rgx)  to sales-control-count
  move rg-amount (rgx) to sales-control-amount
  move input-company   to sales-control-company
  move sales-control-record to region-record
  write region-record
  close region-file.

* The tsort01 discipline: read what was written back and prove it,
* each extract against its own controls and all of them together
* against the input, before anyone is told the split worked.
 400-PROVE-SPLIT.
  perform 410-PROVE-ONE-EXTRACT
    varying region-sub from 1 by 1
    until region-sub > region-count
  if proof-count not = input-count
      or proof-amount not = input-amount
      or proof-checksum not = input-checksum
      display "salessplit: *** extracts hold " proof-count
          " row(s), amount " proof-amount ", checksum "
          proof-checksum "; input had " input-count ", "
          input-amount ", " input-checksum
      move 'Y' to proof-failed-flag
  end-if.

 410-PROVE-ONE-EXTRACT.
  move rg-filename (region-sub) to region-filename
  move zeros to file-rows file-amount file-hdr-count
      file-trl-count file-trl-amount
  move 'N' to file-trl-seen-flag
  open input region-file
  if region-fs not = "00"
      display "salessplit: *** cannot read back " region-filename
          " (status " region-fs ")"
      move 'Y' to proof-failed-flag
  else
      move 'N' to proof-end-flag
      perform 420-PROVE-ONE-ROW until proof-at-end
      close region-file
      if file-trl-seen-flag not = 'Y'
          or file-hdr-count not = file-rows
          or file-trl-count not = file-rows
          or file-trl-amount not = file-amount
          or file-rows not = rg-count (region-sub)
          display "salessplit: *** " region-filename
              " disagrees with its own HDR/TRL: rows " file-rows
              ", HDR " file-hdr-count ", TRL " file-trl-count
          move 'Y' to proof-failed-flag
      end-if
  end-if.

 420-PROVE-ONE-ROW.
  read region-file into sales-record
      at end move 'Y' to proof-end-flag
      not at end
          if sales-control-tag = "HDR"
              and sales-control-run-date numeric
              and sales-control-count numeric
              move sales-control-count to file-hdr-count
          else
              if sales-control-tag = "TRL"
                  and sales-control-run-date numeric
                  and sales-control-count numeric
                  move 'Y' to file-trl-seen-flag
                  move sales-control-count  to file-trl-count
                  move sales-control-amount to file-trl-amount
              else
                  add 1 to file-rows proof-count
                  add sales-value to file-amount proof-amount
                  add sales-date  to proof-checksum
              end-if
          end-if
  end-read.
