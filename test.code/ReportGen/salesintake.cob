*    salesreject/ instead and never reaches the list -- so
*    report_example only ever runs against a list this program
*    built. Every decision is appended to salesintake.log.
*
*    Each registration carries the date and time it was made, so
*    extcheck can tell an extract that arrived by its cutoff from
*    one that came late.
*
*    A suspense release (susprel.<co>.<stamp>.dat, written into
*    salesinbox/ by salessusp RELEASE) carries the day's own date
*    on its HDR, the same as that night's regular extract, so for
*    it alone the once-only test is on the file name -- which is
*    stamped and never repeats -- instead of the run date.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
     05 reg-run-date         pic 9(8).
     05 filler               pic X(2).
     05 reg-filename         pic X(80).
     05 reg-stamp            pic X(17).

 FD  fileslist-file.
 01  fileslist-record        pic X(80).
  77      log-timestamp       pic X(17).
  77      log-message         pic X(120).
  77      hdr-date-valid-flag pic X.
  77      release-extract-flag pic X.
    88     is-release-extract       value 'Y'.

 PROCEDURE DIVISION.
 000-MAIN.
 220-CHECK-REGISTRY.
  move 'N' to date-registered-flag
  move 'N' to registry-end-flag
  move 'N' to release-extract-flag
  if candidate-name (1:8) = "susprel."
      move 'Y' to release-extract-flag
  end-if
  open input registry-file
  if registry-fs = "00"
      perform 230-SCAN-ONE-REGISTRATION
  read registry-file
      at end move 'Y' to registry-end-flag
      not at end
          if is-release-extract
              if reg-filename = candidate-name
                  move 'Y' to date-registered-flag
              end-if
          else
              if reg-run-date = cand-run-date
                  and reg-filename (1:8) not = "susprel."
                  move 'Y' to date-registered-flag
              end-if
          end-if
  end-read.

  move spaces to registry-record
  move cand-run-date  to reg-run-date
  move candidate-name to reg-filename
  accept log-date from date yyyymmdd
  accept log-time from time
  string log-date "-" log-time delimited by size into reg-stamp
  write registry-record
  close registry-file
  move spaces to processed-path
