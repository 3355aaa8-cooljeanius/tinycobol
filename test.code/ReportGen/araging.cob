*    matched) in the usual 30/60/90/120 buckets aged on the sale
*    date: CURRENT is 30 days old or less, then 31-60, 61-90,
*    91-120, and everything older in the last column. Fully paid
*    and written-off items carry nothing and are only counted. A
*    credit item (a validated return arload has not yet fully
*    offset) ages like any other item but carries what is left of
*    it as a negative amount, so each bucket and the BALANCE column
*    -- the vendor's total across the buckets -- show the net
*    position. The bucket cutoff dates come from real calendar
*    arithmetic -- the same year-borrowing walk archpurge uses for
*    its retention cutoff -- so a month-end run doesn't smear
*    invoices across buckets.
*
*    The report goes to araging.rpt with a grand-total line at the
*    bottom; the console gets the one-line summary.
  77      paid-count-dsp      pic Z(5)9.
  77      still-open-work     pic S9(12) comp.
  77      bucket-sub          pic 9(1) comp.
  77      balance-work        pic S9(12) comp.
* cutoff (1) is today minus 30 days, (2) minus 60, (3) minus 90,
* (4) minus 120; an item's bucket is the first cutoff its sale
* date is on or after, or the over-120 bucket when none is.
     05     al-b91-120         pic -(10)9.
     05     filler             pic X(1).
     05     al-over-120        pic -(10)9.
     05     filler             pic X(1).
     05     al-balance         pic -(11)9.
* calendar work fields for the cutoff computation, the same shape
* archpurge's retention cutoff uses.
  77      today-date          pic 9(8).
  move open-item-count to open-count-dsp
  move paid-item-count to paid-count-dsp
  display "araging: " open-count-dsp " open item(s) aged, "
      paid-count-dsp " paid or written off; report in "
      "araging.rpt"
  stop run.

* One cutoff per bucket boundary: walks today back age-days-back
  read ar-open-file next
      at end move 'Y' to items-end-flag
      not at end
          if ar-item-paid or ar-item-written-off
              add 1 to paid-item-count
          else
              add 1 to open-item-count
  write aging-report-record
  move spaces to aging-report-record
  string "VENDOR                  CURRENT       31-60"
      "       61-90      91-120    OVER 120      BALANCE"
      delimited by size into aging-report-record
  write aging-report-record
  perform 510-REPORT-ONE-VENDOR
  move ag-bucket (3)     to al-b61-90
  move ag-bucket (4)     to al-b91-120
  move ag-bucket (5)     to al-over-120
  compute balance-work = ag-bucket (1) + ag-bucket (2)
      + ag-bucket (3) + ag-bucket (4) + ag-bucket (5)
  move balance-work      to al-balance
  move aging-line-work to aging-report-record
  write aging-report-record
  close aging-report-file.
  move av-bucket (avx 3)    to al-b61-90
  move av-bucket (avx 4)    to al-b91-120
  move av-bucket (avx 5)    to al-over-120
  compute balance-work = av-bucket (avx 1) + av-bucket (avx 2)
      + av-bucket (avx 3) + av-bucket (avx 4) + av-bucket (avx 5)
  move balance-work         to al-balance
  move aging-line-work to aging-report-record
  write aging-report-record.
