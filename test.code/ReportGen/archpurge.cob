*    The cutoff is computed from today's date with real calendar
*    arithmetic (month lengths and leap years), not day-count
*    approximations.
*
*    A record covered by an active legal hold (see legalhold) is
*    never purged, however old: the holdchk routine is asked about
*    every record due for removal -- its vendor, sales-date, run and
*    source file -- and a held record is kept and listed in the
*    report as HELD with the hold that preserves it.
*
*    Every record removed is taken back out of the daily sales
*    summary (salesdaysum.dat) through the shared daysumupd routine
*    the archive load posts it with, so the summary the reporting
*    programs read stays equal to what the archive still holds.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
    88     archive-at-end           value 'Y'.
  77      purged-count        pic 9(8) comp value zeros.
  77      kept-count          pic 9(8) comp value zeros.
  77      held-count          pic 9(8) comp value zeros.
  77      purged-count-dsp    pic Z(7)9.
  77      held-count-dsp      pic Z(7)9.
  77      hold-only-id        pic 9(4) value zeros.
  77      hold-vendor         pic X(20).
  77      hold-date           pic 9(8).
  77      hold-run-id         pic X(14).
  77      hold-file           pic X(80).
  77      hold-found-id       pic 9(4).
  77      kept-count-dsp      pic Z(7)9.
  77      daysum-action       pic X.
  77      daysum-posted       pic X.
  77      daysum-miss-count   pic 9(8) comp value zeros.
  01      today-date-split.
     05     tod-year           pic 9(4).
     05     tod-month          pic 9(2).
  open output purge-report-file
  perform 250-PURGE-ONE-YEAR until years-at-end
  close arch-years-file
  move "C" to daysum-action
  call "daysumupd" using daysum-action arch-company
      arch-sales-date arch-region arch-city arch-vendor-name
      arch-sales-type arch-home-value daysum-posted
  move spaces to purge-report-record
  move purged-count to purged-count-dsp
  move kept-count   to kept-count-dsp
  move held-count   to held-count-dsp
  string "PURGED " purged-count-dsp " KEPT " kept-count-dsp
      " HELD " held-count-dsp " CUTOFF " cutoff-date
      delimited by size into purge-report-record
  write purge-report-record
  close purge-report-file
  display "archpurge: " purged-count " purged, " kept-count " kept, "
      held-count " held"
  if daysum-miss-count > zeros
      display "archpurge: daily summary not adjusted for "
          daysum-miss-count " purged row(s) -- run daysum CHECK"
  end-if
  stop run.

 100-GET-RETENTION.
      at end move 'Y' to archive-end-flag
      not at end
          if arch-sales-date < cutoff-date
              perform 305-CHECK-LEGAL-HOLD
          else
              move zeros to hold-found-id
          end-if
          if arch-sales-date < cutoff-date
              and hold-found-id = zeros
              perform 310-REPORT-PURGED-ROW
              delete sales-archive-file
                  invalid key
                      display "archpurge: delete failed for "
                          arch-key " status " arch-fs
                  not invalid key
                      perform 315-ADJUST-DAILY-SUMMARY
              end-delete
              add 1 to purged-count
          else
              add 1 to kept-count
              if hold-found-id not = zeros
                  add 1 to held-count
                  perform 320-REPORT-HELD-ROW
              end-if
          end-if
  end-read.

 305-CHECK-LEGAL-HOLD.
  move arch-vendor-name to hold-vendor
  move arch-sales-date  to hold-date
  move arch-run-id      to hold-run-id
  move arch-source-file to hold-file
  call "holdchk" using hold-only-id hold-vendor hold-date
      hold-run-id hold-file hold-found-id
      on exception
          display "archpurge: holdchk not available, purge "
              "refused -- legal holds cannot be honored"
          close sales-archive-file arch-years-file
              purge-report-file
          move 8 to return-code
          stop run
  end-call.

 310-REPORT-PURGED-ROW.
  move spaces to purge-report-record
  string arch-sales-date       delimited by size
      arch-source-file         delimited by "  "
      into purge-report-record
  write purge-report-record.

 315-ADJUST-DAILY-SUMMARY.
  move "S" to daysum-action
  call "daysumupd" using daysum-action arch-company
      arch-sales-date arch-region arch-city arch-vendor-name
      arch-sales-type arch-home-value daysum-posted
  if daysum-posted not = "Y"
      add 1 to daysum-miss-count
  end-if.

 320-REPORT-HELD-ROW.
  move spaces to purge-report-record
  string "HELD " hold-found-id " " arch-sales-date " "
      arch-sales-number " " arch-vendor-name " "
      delimited by size
      arch-source-file delimited by "  "
      into purge-report-record
  write purge-report-record.
