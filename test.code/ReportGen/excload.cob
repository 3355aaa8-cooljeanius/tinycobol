*    Run after the report run, this program reads the four listing
*    files the run scatters its findings across --
*    salesexceptions.txt, salesvendexc.txt, salesdupes.txt and
*    salesunmapped.txt -- plus the anomaly listing salesanom scores
*    the same run into (salesanomaly.txt, whose lines carry the run
*    id so a listing left over from an earlier run is passed over),
*    and files every line into the keyed
*    exception repository (excrepo.dat, excsel.cpy/excfd.cpy)
*    under the run identifier, status NEW, ready for excreview to
*    disposition. The run id is taken from the newest
  move "UNMAPPED"   to listing-source
  move "salesunmapped.txt" to listing-filename
  perform 300-FILE-ONE-LISTING
  move "ANOMALY"    to listing-source
  move "salesanomaly.txt" to listing-filename
  perform 300-FILE-ONE-LISTING
  close exc-repo-file
  move filed-count to filed-dsp
  display "excload: " filed-dsp " exception(s) filed for run "
      at end move 'Y' to listing-end-flag
      not at end
          if listing-record not = spaces
              if listing-source not = "ANOMALY"
                  or listing-record (5:14) = load-run-id
                  perform 320-FILE-ONE-FINDING
              end-if
          end-if
  end-read.

 320-FILE-ONE-FINDING.
  add 1 to exc-seq-work
  move spaces to excr-rec
  move load-run-id    to excr-run-id
  move exc-seq-work   to excr-seq
  move listing-source to excr-source
  move today-date     to excr-date
  move listing-record to excr-text
  move "NEW"          to excr-status
  write excr-rec
      invalid key
          display "excload: record " exc-seq-work
              " not accepted, status " excr-fs
      not invalid key
          add 1 to filed-count
  end-write.
