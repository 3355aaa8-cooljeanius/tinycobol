*
*    Driven by the recipient list (distlist.dat, one line per
*    recipient/output pair: recipient id, then which output they
*    receive -- PDF, CSV, EXC or PRT, the line-printer edition
*    for a branch that prints rather than opens the PDF; a run
*    cataloged before the print edition has no PRT to send, and
*    that line is skipped). Each delivery copies the file
*    into the recipient's own folder under distout/ and appends a
*    line with the run id and a timestamp to distrib.log, so "did
*    marketing get Friday's report" is a grep, not a guess.
     05 rc-pdf-name          pic X(40).
     05 rc-csv-name          pic X(40).
     05 rc-exc-name          pic X(40).
     05 rc-prt-name          pic X(40).

 FD  dist-log-file.
 01  dist-log-record         pic X(120).
  77      source-pdf-name     pic X(40).
  77      source-csv-name     pic X(40).
  77      source-exc-name     pic X(40).
  77      source-prt-name     pic X(40).
  77      source-name-work    pic X(40).
  77      system-command      pic X(200).
  77      log-date            pic 9(8).
  move "repoutput.pdf"       to source-pdf-name
  move "salesreport.csv"     to source-csv-name
  move "salesexceptions.txt" to source-exc-name
  move "repoutput.prt"       to source-prt-name
  move "*CURRENT*"           to delivery-run-id
  open input run-catalog-file
  if catalog-fs = "00"
              move rc-pdf-name to source-pdf-name
              move rc-csv-name to source-csv-name
              move rc-exc-name to source-exc-name
              move rc-prt-name to source-prt-name
          end-if
  end-read.

      when "PDF" move source-pdf-name to source-name-work
      when "CSV" move source-csv-name to source-name-work
      when "EXC" move source-exc-name to source-name-work
      when "PRT" move source-prt-name to source-name-work
      when other move spaces          to source-name-work
  end-evaluate
  if source-name-work = spaces
