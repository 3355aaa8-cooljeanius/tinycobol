 IDENTIFICATION DIVISION.
 PROGRAM-ID.    auditsample.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Statistical audit sample from the sales archive.
*
*      auditsample SRS <size> <seed> <from> <to> [company]
*          a simple random sample of <size> transactions: every
*          archived row of the range has the same chance.
*      auditsample MUS <size> <seed> <from> <to> [company]
*          a monetary-unit sample: <size> selection points spaced
*          evenly through the range's total home-currency value
*          from a random start, so every unit of money has the same
*          chance and large invoices are drawn in proportion.
*
*    <from> and <to> are YYYYMMDD sales dates; the company defaults
*    to every company (a pre-company row counts as 01). The seed is
*    any whole number the auditor chooses and records: the draw
*    comes from the minimal-standard generator (x = x * 16807 mod
*    2147483647) started on that seed, and the archive is always
*    walked in the same order -- years ascending, each year file
*    in key order -- so the same seed over the same archive draws
*    the same sample months later.
*
*    auditsample.rpt records the parameters, the population (rows
*    and total value) and, for each sampled invoice, its full
*    lineage: the archive row itself, the source file it came in
*    on, the run that archived it with that run's manifest figures
*    (timestamps, controls, rows read, grand total, the source
*    file's row count and amount), and every line of that run's
*    adjustments register (salesadjreg.<run-id>.txt) naming the
*    invoice.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "archsel.cpy".
    COPY "manifsel.cpy".
    SELECT arch-years-file
         ASSIGN TO "archyears.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS archyr-fs.
    SELECT adj-register-file
         ASSIGN TO adjreg-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS adjreg-fs.
    SELECT sample-report-file
         ASSIGN TO "auditsample.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "archfd.cpy".
 COPY "maniffd.cpy".

 FD  arch-years-file.
 01  arch-year-record        pic X(4).

* a run's adjustments register exactly as the report run writes it.
 FD  adj-register-file.
 01  adj-register-record     pic X(100).

 FD  sample-report-file.
 01  sample-report-record    pic X(132).

 WORKING-STORAGE SECTION.
  77      arch-fs             pic XX.
  77      arch-filename       pic X(40).
  77      archyr-fs           pic XX.
  77      manif-fs            pic XX.
  77      adjreg-fs           pic XX.
  77      adjreg-filename     pic X(40).
  77      manif-active-flag   pic X value 'N'.
    88     manif-active             value 'Y'.
  77      file-end-flag       pic X.
  77      archive-end-flag    pic X.
  77      smp-cmdline         pic X(80).
  77      smp-method          pic X(4).
  77      smp-size-x          pic X(10).
  77      smp-seed-x          pic X(12).
  77      smp-from-x          pic X(10).
  77      smp-to-x            pic X(10).
  77      smp-company         pic X(2).
  77      sample-size         pic 9(6) value zeros.
  77      seed-value          pic 9(10) value zeros.
  77      from-date           pic 9(8).
  77      to-date             pic 9(8).
  77      row-company         pic X(2).
  77      parm-text           pic X(12).
  77      parm-number         pic 9(12).
  77      parm-sub            pic 9(2) comp.
  77      parm-digit          pic X.
  77      parm-digit-num      redefines parm-digit pic 9.
  77      parm-stop-flag      pic X.
* the archive years, walked ascending whatever order the list
* file holds them in.
  01      year-table.
     05     year-entry        pic X(4) occurs 50 times
                               indexed by yrx yry.
  77      year-count          pic 9(2) comp value zeros.
  77      year-swap           pic X(4).
* the generator: minimal standard, multiplier 16807, modulus 2**31-1.
  77      rand-state          pic 9(10) comp.
  77      rand-product        pic 9(18) comp.
  77      rand-quotient       pic 9(18) comp.
  77      rand-modulus        pic 9(10) comp value 2147483647.
* population and draw.
  77      population-count    pic 9(9) comp value zeros.
  77      population-total    pic 9(16) comp value zeros.
  77      row-amount          pic 9(12) comp.
  77      rows-seen           pic 9(9) comp.
  77      rows-selected       pic 9(6) comp value zeros.
  77      rows-left           pic 9(9) comp.
  77      picks-left          pic 9(6) comp.
  77      srs-left-side       pic 9(18) comp.
  77      srs-right-side      pic 9(18) comp.
  77      mus-interval        pic 9(16) comp.
  77      mus-next-point      pic 9(16) comp.
  77      mus-cumulative      pic 9(16) comp.
  77      mus-points-taken    pic 9(6) comp.
  77      mus-hits            pic 9(6) comp.
  77      pass-flag           pic X.
    88     counting-pass            value 'C'.
    88     drawing-pass             value 'D'.
  77      adj-lines-found     pic 9(4) comp.
  77      inp-found-flag      pic X.
  77      seq-dsp             pic Z(5)9.
  77      count-dsp           pic Z(8)9.
  77      total-dsp           pic Z(15)9.
  77      value-dsp           pic -(11)9.
  77      home-dsp            pic -(11)9.
  77      hits-dsp            pic Z(5)9.
  77      mrows-dsp           pic Z(7)9.
  77      mamount-dsp         pic -(11)9.

 PROCEDURE DIVISION.
 000-MAIN.
  accept smp-cmdline from command-line
  unstring smp-cmdline delimited by all ' '
      into smp-method smp-size-x smp-seed-x smp-from-x smp-to-x
          smp-company
  perform 050-TAKE-ARGUMENTS
  perform 100-LOAD-ARCHIVE-YEARS
  move 'C' to pass-flag
  perform 200-SWEEP-ONE-YEAR
    varying yrx from 1 by 1
    until yrx > year-count
  if population-count = zeros
      display "auditsample: nothing archived from " from-date
          " to " to-date ", nothing to sample"
      move 8 to return-code
      stop run
  end-if
  if smp-method = "SRS" and sample-size > population-count
      move population-count to sample-size
  end-if
  open input run-manifest-file
  if manif-fs = "00"
      move 'Y' to manif-active-flag
  end-if
  open output sample-report-file
  perform 150-WRITE-HEADING
  move seed-value to rand-state
  perform 400-PREPARE-DRAW
  move 'D' to pass-flag
  move zeros to rows-seen
  perform 200-SWEEP-ONE-YEAR
    varying yrx from 1 by 1
    until yrx > year-count
  move rows-selected to seq-dsp
  move spaces to sample-report-record
  string "END OF SAMPLE: " seq-dsp " invoice(s) drawn"
      delimited by size into sample-report-record
  write sample-report-record
  close sample-report-file
  if manif-active
      close run-manifest-file
  end-if
  move population-count to count-dsp
  display "auditsample: " smp-method " seed " seed-value ", "
      seq-dsp " of " count-dsp " row(s) drawn; see auditsample.rpt"
  stop run.

 050-TAKE-ARGUMENTS.
  if smp-method not = "SRS" and smp-method not = "MUS"
      display "auditsample: use SRS|MUS <size> <seed> <from-"
          "YYYYMMDD> <to-YYYYMMDD> [company]"
      move 8 to return-code
      stop run
  end-if
  move smp-size-x to parm-text
  perform 060-PARSE-NUMBER
  move parm-number to sample-size
  move smp-seed-x to parm-text
  perform 060-PARSE-NUMBER
  if parm-number = zeros or sample-size = zeros
      display "auditsample: the sample size and the seed must be "
          "whole numbers above zero"
      move 8 to return-code
      stop run
  end-if
  divide parm-number by rand-modulus giving rand-quotient
      remainder seed-value
  if seed-value = zeros
      move 1 to seed-value
  end-if
  if smp-from-x (1:8) not numeric or smp-to-x (1:8) not numeric
      display "auditsample: the range is two YYYYMMDD dates"
      move 8 to return-code
      stop run
  end-if
  move smp-from-x (1:8) to from-date
  move smp-to-x (1:8)   to to-date
  if from-date > to-date
      display "auditsample: " from-date " is after " to-date
      move 8 to return-code
      stop run
  end-if.

* Folds however many leading digits were typed into the number,
* so "250" works as well as "000250".
 060-PARSE-NUMBER.
  move zeros to parm-number
  move 'N' to parm-stop-flag
  perform 065-FOLD-ONE-DIGIT
    varying parm-sub from 1 by 1
    until parm-sub > 12 or parm-stop-flag = 'Y'.

 065-FOLD-ONE-DIGIT.
  move parm-text (parm-sub:1) to parm-digit
  if parm-digit is numeric
      compute parm-number = (parm-number * 10) + parm-digit-num
  else
      move 'Y' to parm-stop-flag
  end-if.

* Only the years the range touches are kept, then put in order.
 100-LOAD-ARCHIVE-YEARS.
  open input arch-years-file
  if archyr-fs not = "00"
      display "auditsample: no archive years on file (archyears.dat "
          "status " archyr-fs ")"
      move 8 to return-code
      stop run
  end-if
  move 'N' to file-end-flag
  perform 110-READ-ONE-YEAR until file-end-flag = 'Y'
  close arch-years-file
  perform 120-ORDER-ONE-YEAR
    varying yrx from 1 by 1
    until yrx > year-count.

 110-READ-ONE-YEAR.
  read arch-years-file
      at end move 'Y' to file-end-flag
      not at end
          if arch-year-record not = spaces
              and arch-year-record >= from-date (1:4)
              and arch-year-record <= to-date (1:4)
              if year-count < 50
                  add 1 to year-count
                  move arch-year-record to year-entry (year-count)
              end-if
          end-if
  end-read.

 120-ORDER-ONE-YEAR.
  perform 125-SWAP-IF-EARLIER
    varying yry from yrx by 1
    until yry > year-count.

 125-SWAP-IF-EARLIER.
  if year-entry (yry) < year-entry (yrx)
      move year-entry (yrx) to year-swap
      move year-entry (yry) to year-entry (yrx)
      move year-swap        to year-entry (yry)
  end-if.

 150-WRITE-HEADING.
  move spaces to sample-report-record
  string "AUDIT SAMPLE " smp-method " SEED " seed-value
      " SALES DATES " from-date " TO " to-date
      delimited by size into sample-report-record
  write sample-report-record
  move spaces to sample-report-record
  if smp-company = spaces
      string "COMPANY: ALL" delimited by size
          into sample-report-record
  else
      string "COMPANY: " smp-company delimited by size
          into sample-report-record
  end-if
  write sample-report-record
  move population-count to count-dsp
  move population-total to total-dsp
  move sample-size      to seq-dsp
  move spaces to sample-report-record
  string "POPULATION " count-dsp " ROW(S), TOTAL VALUE " total-dsp
      ", SAMPLE SIZE " seq-dsp
      delimited by size into sample-report-record
  write sample-report-record
  move spaces to sample-report-record
  write sample-report-record.

 200-SWEEP-ONE-YEAR.
  move spaces to arch-filename
  string "salesarch." year-entry (yrx) ".dat"
      delimited by size into arch-filename
  open input sales-archive-file
  if arch-fs not = "00"
      display "auditsample: year " year-entry (yrx) " listed but "
          "not readable (status " arch-fs "), skipped"
  else
      move 'N' to archive-end-flag
      perform 210-TAKE-ONE-ROW until archive-end-flag = 'Y'
      close sales-archive-file
  end-if.

 210-TAKE-ONE-ROW.
  read sales-archive-file next record
      at end move 'Y' to archive-end-flag
      not at end
          move arch-company to row-company
          if row-company = spaces
              move "01" to row-company
          end-if
          if arch-sales-date not < from-date
              and arch-sales-date not > to-date
              and (smp-company = spaces
                   or smp-company = row-company)
              perform 220-POPULATION-ROW
          end-if
  end-read.

 220-POPULATION-ROW.
  if arch-home-value < zeros
      compute row-amount = zeros - arch-home-value
  else
      move arch-home-value to row-amount
  end-if
  if counting-pass
      add 1 to population-count
      add row-amount to population-total
  else
      add 1 to rows-seen
      if smp-method = "SRS"
          perform 300-DRAW-SRS
      else
          perform 350-DRAW-MUS
      end-if
  end-if.

* Selection sampling: the row is taken when a uniform draw falls
* under picks-still-wanted over rows-still-to-come, which takes
* exactly <size> rows, each row with the same chance.
 300-DRAW-SRS.
  if rows-selected < sample-size
      perform 500-NEXT-RANDOM
      compute rows-left = population-count - rows-seen + 1
      compute picks-left = sample-size - rows-selected
      compute srs-left-side = rand-state * rows-left
      compute srs-right-side = picks-left * rand-modulus
      if srs-left-side < srs-right-side
          add 1 to rows-selected
          move 1 to mus-hits
          perform 600-WRITE-LINEAGE
      end-if
  end-if.

* Every selection point falling inside the row's slice of the
* cumulative value hits it; a row hit more than once is listed
* once with its hit count.
 350-DRAW-MUS.
  move zeros to mus-hits
  add row-amount to mus-cumulative
  perform 360-TAKE-ONE-POINT
    until mus-points-taken not < sample-size
       or mus-next-point > mus-cumulative
  if mus-hits > zeros
      add 1 to rows-selected
      perform 600-WRITE-LINEAGE
  end-if.

 360-TAKE-ONE-POINT.
  add 1 to mus-hits mus-points-taken
  add mus-interval to mus-next-point.

* MUS: the interval is the population value over the sample size
* and the first point is drawn at random inside the first interval.
 400-PREPARE-DRAW.
  move zeros to rows-selected mus-cumulative mus-points-taken
  if smp-method = "MUS"
      divide population-total by sample-size
          giving mus-interval
      if mus-interval = zeros
          move 1 to mus-interval
      end-if
      perform 500-NEXT-RANDOM
      divide rand-state by mus-interval giving rand-quotient
          remainder mus-next-point
      add 1 to mus-next-point
      move mus-interval to total-dsp
      move spaces to sample-report-record
      string "SAMPLING INTERVAL " total-dsp
          delimited by size into sample-report-record
      write sample-report-record
      move mus-next-point to total-dsp
      move spaces to sample-report-record
      string "RANDOM START      " total-dsp
          delimited by size into sample-report-record
      write sample-report-record
      move spaces to sample-report-record
      write sample-report-record
  end-if.

 500-NEXT-RANDOM.
  compute rand-product = rand-state * 16807
  divide rand-product by rand-modulus giving rand-quotient
      remainder rand-state.

 600-WRITE-LINEAGE.
  move rows-selected  to seq-dsp
  move arch-value      to value-dsp
  move arch-home-value to home-dsp
  move spaces to sample-report-record
  string "SAMPLE " seq-dsp ": " arch-sales-number " "
      arch-sales-date " CO " row-company " " arch-vendor-name
      delimited by size into sample-report-record
  write sample-report-record
  move spaces to sample-report-record
  string "  ROW      VALUE " value-dsp " " arch-currency
      " HOME " home-dsp " TYPE " arch-sales-type " "
      arch-region " " arch-city
      delimited by size into sample-report-record
  write sample-report-record
  if smp-method = "MUS"
      move mus-hits to hits-dsp
      move spaces to sample-report-record
      string "  HIT " hits-dsp " TIME(S)"
          delimited by size into sample-report-record
      write sample-report-record
  end-if
  move spaces to sample-report-record
  string "  COMMENT  " arch-comments
      delimited by size into sample-report-record
  write sample-report-record
  move spaces to sample-report-record
  string "  SOURCE   " arch-source-file
      delimited by size into sample-report-record
  write sample-report-record
  move spaces to sample-report-record
  string "  RUN      " arch-run-id
      delimited by size into sample-report-record
  write sample-report-record
  perform 650-WRITE-MANIFEST-FIGURES
  perform 700-WRITE-ADJUSTMENTS
  move spaces to sample-report-record
  write sample-report-record.

* The run's HDR record is sequence 000; its INP records follow in
* key order, and the one naming the row's source file carries
* that file's row count and amount.
 650-WRITE-MANIFEST-FIGURES.
  if not manif-active
      move "  MANIFEST no runmanifest.dat on file"
          to sample-report-record
      write sample-report-record
  else
      move arch-run-id to manif-run-id
      move zeros       to manif-seq
      move 'Y' to inp-found-flag
      read run-manifest-file
          invalid key move 'X' to inp-found-flag
      end-read
      if inp-found-flag = 'X'
          move "  MANIFEST run not on the manifest"
              to sample-report-record
          write sample-report-record
      else
          perform 660-WRITE-HDR-FIGURES
          move 'N' to inp-found-flag
          move 'N' to file-end-flag
          perform 670-CHECK-ONE-INPUT
            until file-end-flag = 'Y'
          if inp-found-flag = 'N'
              move "  INPUT    source file not manifested"
                  to sample-report-record
              write sample-report-record
          end-if
      end-if
  end-if.

 660-WRITE-HDR-FIGURES.
  move mh-records-read to mrows-dsp
  move mh-grand-total  to mamount-dsp
  move spaces to sample-report-record
  string "  MANIFEST " mh-start-stamp " TO " mh-end-stamp
      " CONTROLS " mh-controls " QUARANTINED " mh-quarantined
      delimited by size into sample-report-record
  write sample-report-record
  move spaces to sample-report-record
  string "  RUN READ " mrows-dsp " ROW(S), GRAND TOTAL "
      mamount-dsp ", RANGE " mh-start-date " TO " mh-end-date
      delimited by size into sample-report-record
  write sample-report-record.

 670-CHECK-ONE-INPUT.
  read run-manifest-file next record
      at end move 'Y' to file-end-flag
      not at end
          if manif-run-id not = arch-run-id
              move 'Y' to file-end-flag
          else
              if manif-rec-type = "INP"
                  and mi-filename = arch-source-file
                  move 'Y' to inp-found-flag
                  move mi-rows   to mrows-dsp
                  move mi-amount to mamount-dsp
                  move spaces to sample-report-record
                  string "  INPUT    " mrows-dsp " ROW(S), AMOUNT "
                      mamount-dsp
                      delimited by size into sample-report-record
                  write sample-report-record
              end-if
          end-if
  end-read.

* The adjustments register the archiving run kept as a generation.
 700-WRITE-ADJUSTMENTS.
  move zeros to adj-lines-found
  move spaces to adjreg-filename
  string "salesadjreg." arch-run-id ".txt"
      delimited by size into adjreg-filename
  open input adj-register-file
  if adjreg-fs = "00"
      move 'N' to file-end-flag
      perform 710-CHECK-ONE-ADJUSTMENT until file-end-flag = 'Y'
      close adj-register-file
  end-if
  if adj-lines-found = zeros
      move "  ADJUST   none" to sample-report-record
      write sample-report-record
  end-if.

 710-CHECK-ONE-ADJUSTMENT.
  read adj-register-file
      at end move 'Y' to file-end-flag
      not at end
          if adj-register-record (1:13) = arch-sales-number
              add 1 to adj-lines-found
              move spaces to sample-report-record
              string "  ADJUST   " adj-register-record
                  delimited by size into sample-report-record
              write sample-report-record
          end-if
  end-read.
