*
*    Works the catalog report_example maintains (one line per
*    retained generation of repoutput.pdf / salesreport.csv /
*    salesexceptions.txt, and of the repoutput.prt line-printer
*    edition on runs that wrote one; a catalog line from before
*    the print edition names none and is worked without it):
*
*      gencat LIST            list every cataloged generation
*      gencat GET <run-id>    copy that generation back over the
*                             remove the files of the rest and
*                             rewrite the catalog without them
*
*    PURGE never removes a generation covered by an active legal
*    hold (see legalhold) -- by its run, its run date or any of its
*    file names, as the holdchk routine judges it. A held generation
*    keeps its files and its catalog line and is reported as
*    skipped; it does not count against the generations kept.
*
*    The catalog rewrite uses the same write-new-then-mv pattern the
*    CGI program uses for its token file.
*
     05 rc-pdf-name          pic X(40).
     05 rc-csv-name          pic X(40).
     05 rc-exc-name          pic X(40).
     05 rc-prt-name          pic X(40).

 FD  catalog-new-file.
 01  catalog-new-record      pic X(188).

 WORKING-STORAGE SECTION.
  77      catalog-fs          pic XX.
  77      catalog-overflow-flag pic X value 'N'.
  01      generation-table.
     05     generation-entry  occurs 200 times indexed by gnx.
        10     gn-record        pic X(188).
        10     gn-held-flag     pic X.
  77      generation-count    pic 9(3) comp value zeros.
  77      purge-from          pic 9(3) comp.
  77      held-count          pic 9(3) comp value zeros.
  77      purged-count        pic 9(3) comp.
  77      hold-only-id        pic 9(4) value zeros.
  77      hold-vendor         pic X(20) value spaces.
  77      hold-date           pic 9(8).
  77      hold-run-id         pic X(14).
  77      hold-file           pic X(80).
  77      hold-found-id       pic 9(4).
  77      found-flag          pic X.
  77      system-command      pic X(200).
  77      parm-sub            pic 9(2) comp.
     05 gw-pdf-name          pic X(40).
     05 gw-csv-name          pic X(40).
     05 gw-exc-name          pic X(40).
     05 gw-prt-name          pic X(40).

 PROCEDURE DIVISION.
 000-MAIN.
              add 1 to generation-count
              move run-catalog-record
                to gn-record (generation-count)
              move 'N' to gn-held-flag (generation-count)
          else
* the catalog appends newest at the bottom, so overflow means the
* NEWEST generations are the ones this run cannot see.
          " salesexceptions.txt" delimited by size
          into system-command
      call "SYSTEM" using system-command
      if gw-prt-name not = spaces
          move spaces to system-command
          string "cp " gw-prt-name delimited by "  "
              " repoutput.prt" delimited by size
              into system-command
          call "SYSTEM" using system-command
      end-if
      display "gencat: generation " gw-run-id " restored to the "
          "current output names"
  end-if.
      stop run
  end-if
  compute purge-from = generation-count - keep-count
  perform 415-MARK-HELD-GENERATION
    varying gnx from 1 by 1
    until gnx > purge-from
  perform 410-REMOVE-ONE-GENERATION thru 410-EXIT
    varying gnx from 1 by 1
    until gnx > purge-from
  open output catalog-new-file
  perform 420-KEEP-ONE-GENERATION
    varying gnx from 1 by 1
    until gnx > generation-count
  close catalog-new-file
  call "SYSTEM" using rewrite-command
  compute purged-count = purge-from - held-count
  display "gencat: " purged-count " generation(s) purged, "
      keep-count " kept, " held-count " held".

* Folds however many leading digits the operator typed into the
* keep count, so "1" works as well as "001".
  end-if.

 410-REMOVE-ONE-GENERATION.
  if gn-held-flag (gnx) = 'Y'
      go to 410-EXIT
  end-if
  move gn-record (gnx) to gen-work-view
  display "gencat: purging generation " gw-run-id
  move spaces to system-command
  move spaces to system-command
  string "rm -f " gw-exc-name delimited by "  "
      into system-command
  call "SYSTEM" using system-command
  if gw-prt-name not = spaces
      move spaces to system-command
      string "rm -f " gw-prt-name delimited by "  "
          into system-command
      call "SYSTEM" using system-command
  end-if.
 410-EXIT.
  exit.

* Every candidate is judged before any file is removed, so a hold
* check that cannot run leaves the catalog and its files untouched.
 415-MARK-HELD-GENERATION.
  move gn-record (gnx) to gen-work-view
  perform 430-CHECK-LEGAL-HOLD
  if hold-found-id not = zeros
      move 'Y' to gn-held-flag (gnx)
      add 1 to held-count
      display "gencat: generation " gw-run-id " held by legal "
          "hold " hold-found-id ", skipped"
  end-if.

* Everything newer than the purge point, and every held generation
* at or before it, goes back into the catalog in its original order.
 420-KEEP-ONE-GENERATION.
  if gnx > purge-from or gn-held-flag (gnx) = 'Y'
      move gn-record (gnx) to catalog-new-record
      write catalog-new-record
  end-if.

* The generation is asked about by its run, by the run date its
* identifier starts with, and by each of its file names in turn.
 430-CHECK-LEGAL-HOLD.
  move gw-run-id to hold-run-id
  if gw-run-id (1:8) is numeric
      move gw-run-id (1:8) to hold-date
  else
      move zeros to hold-date
  end-if
  move gw-pdf-name to hold-file
  perform 435-CALL-HOLDCHK
  if hold-found-id = zeros and gw-csv-name not = spaces
      move gw-csv-name to hold-file
      perform 435-CALL-HOLDCHK
  end-if
  if hold-found-id = zeros
      move gw-exc-name to hold-file
      perform 435-CALL-HOLDCHK
  end-if
  if hold-found-id = zeros and gw-prt-name not = spaces
      move gw-prt-name to hold-file
      perform 435-CALL-HOLDCHK
  end-if.

 435-CALL-HOLDCHK.
  call "holdchk" using hold-only-id hold-vendor hold-date
      hold-run-id hold-file hold-found-id
      on exception
          display "gencat: holdchk not available, purge refused "
              "-- legal holds cannot be honored"
          move 8 to return-code
          stop run
  end-call.
