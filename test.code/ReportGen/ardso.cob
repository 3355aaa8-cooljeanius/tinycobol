 IDENTIFICATION DIVISION.
 PROGRAM-ID.    ardso.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Days-sales-outstanding and cash-receipts forecast over aropen.
*
*    Cash application records the date each item was last paid;
*    this program puts that history to work. From aropen.dat it
*    computes:
*
*      per vendor    the average days from sales-date to last-paid
*                    date over the vendor's fully paid items (credit
*                    and written-off items say nothing about how a
*                    vendor pays and are left out -- a credit by its
*                    negative amount, so one used up and gone PAID
*                    stays out too);
*      per month     the shop-wide DSO for each of the twelve months
*                    ending with the last complete month: receivables
*                    still open at month end over the month's sales,
*                    times the days in the month. An item paid after
*                    the month end counts at its full amount, one
*                    paid by then at whatever it still owed.
*
*    It then projects when today's OPEN and PART items will be
*    collected: each item is expected its vendor's average days
*    after its sales-date (a vendor with no paid history takes the
*    shop-wide average, and with no history at all 30 days), an
*    item already past its expected date is expected this week, and
*    the amounts still open are totalled into the next eight weeks
*    starting today, with anything later in a LATER line.
*
*    Day counts are taken on a serial day number (days since 1
*    March of year 0, the usual era arithmetic), so month and year
*    ends and leap days fall out of the arithmetic. The report goes
*    to ardso.rpt; the console gets the one-line summary.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "arsel.cpy".
    SELECT dso-report-file
         ASSIGN TO "ardso.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "arfd.cpy".

 FD  dso-report-file.
 01  dso-report-record       pic X(132).

 WORKING-STORAGE SECTION.
  77      ar-fs               pic XX.
  77      items-end-flag      pic X value 'N'.
    88     items-at-end             value 'Y'.
  77      today-date          pic 9(8).
  77      today-daynum        pic 9(7) comp.
  77      sale-daynum         pic 9(7) comp.
  77      paid-daynum         pic 9(7) comp.
  77      expected-daynum     pic 9(7) comp.
  77      days-to-pay         pic 9(5) comp.
  77      still-open-work     pic S9(12) comp.
  77      month-end-open-work pic S9(12) comp.
  01      ar-vendor-table.
     05     ar-vendor-entry    occurs 500 times indexed by avx.
        10     av-name           pic X(20).
        10     av-paid-count     pic 9(6) comp.
        10     av-paid-days      pic 9(9) comp.
        10     av-open-count     pic 9(6) comp.
        10     av-open-amount    pic S9(12) comp.
  77      ar-vendor-count     pic 9(3) comp value zeros.
  77      shop-paid-count     pic 9(7) comp value zeros.
  77      shop-paid-days      pic 9(10) comp value zeros.
  77      shop-average-days   pic 9(5) comp value 30.
  77      vendor-average-days pic 9(5) comp.
* month 1 is the oldest of the twelve, month 12 the last complete
* one; month-first (13) is the first day of the current month.
  01      dso-month-table.
     05     dso-month-entry    occurs 13 times.
        10     dm-month          pic 9(6).
        10     dm-first-daynum   pic 9(7) comp.
        10     dm-sales          pic S9(12) comp.
        10     dm-receivable     pic S9(12) comp.
  77      month-sub           pic 9(2) comp.
  77      days-in-month       pic 9(2) comp.
  77      dso-work            pic S9(7)v9 comp.
  01      month-work          pic 9(6).
  01      filler redefines month-work.
     05     mw-year            pic 9(4).
     05     mw-mm              pic 9(2).
* eight forecast weeks from today, and everything after.
  01      forecast-table.
     05     fc-week-amount     pic S9(12) comp occurs 9 times.
  77      week-sub            pic 9(2) comp.
  77      week-offset         pic 9(7) comp.
  77      forecast-total      pic S9(13) comp value zeros.
* the serial day number of a date and back.
  01      serial-date         pic 9(8).
  01      filler redefines serial-date.
     05     sd-year            pic 9(4).
     05     sd-month           pic 9(2).
     05     sd-day             pic 9(2).
  77      serial-daynum       pic 9(7) comp.
  77      sn-y                pic 9(4) comp.
  77      sn-m                pic 9(2) comp.
  77      sn-era              pic 9(2) comp.
  77      sn-yoe              pic 9(3) comp.
  77      sn-doy              pic 9(3) comp.
  77      sn-doe              pic 9(6) comp.
  77      sn-mp               pic 9(2) comp.
  77      sn-work             pic 9(7) comp.
  77      sn-quotient         pic 9(7) comp.
* report lines.
  01      vendor-line-work.
     05     vl-vendor          pic X(20).
     05     filler             pic X(2).
     05     vl-paid-count      pic Z(5)9.
     05     filler             pic X(2).
     05     vl-average-days    pic Z(4)9.
     05     filler             pic X(2).
     05     vl-open-count      pic Z(5)9.
     05     filler             pic X(2).
     05     vl-open-amount     pic -(11)9.
  01      month-line-work.
     05     ml-month           pic 9(6).
     05     filler             pic X(4).
     05     ml-sales           pic -(11)9.
     05     filler             pic X(2).
     05     ml-receivable      pic -(11)9.
     05     filler             pic X(2).
     05     ml-dso             pic Z(5)9.9.
     05     ml-no-sales redefines ml-dso pic X(8).
  01      week-line-work.
     05     wl-label           pic X(6).
     05     wl-week            pic Z9.
     05     filler             pic X(2).
     05     wl-from            pic 9(8).
     05     wl-dash            pic X(3).
     05     wl-to              pic 9(8).
     05     filler             pic X(2).
     05     wl-amount          pic -(11)9.
  77      count-dsp           pic Z(5)9.
  77      amount-dsp          pic -(11)9.
  77      days-dsp            pic Z(4)9.

 PROCEDURE DIVISION.
 000-MAIN.
  accept today-date from date yyyymmdd
  move today-date to serial-date
  perform 800-DATE-TO-DAYNUM
  move serial-daynum to today-daynum
  perform 050-SET-MONTHS
  perform 070-CLEAR-ONE-WEEK
    varying week-sub from 1 by 1
    until week-sub > 9
  open input ar-open-file
  if ar-fs not = "00"
      display "ardso: open-item file not available, aropen.dat "
          "status " ar-fs
      move 8 to return-code
      stop run
  end-if
  perform 100-LEARN-ONE-ITEM until items-at-end
  if shop-paid-count > zeros
      divide shop-paid-days by shop-paid-count
          giving shop-average-days rounded
  end-if
  move 'N' to items-end-flag
  move low-values to ar-sales-number
  start ar-open-file key >= ar-sales-number
      invalid key move 'Y' to items-end-flag
  end-start
  perform 300-PROJECT-ONE-ITEM until items-at-end
  close ar-open-file
  perform 500-WRITE-REPORT
  move shop-average-days to days-dsp
  move forecast-total to amount-dsp
  display "ardso: shop-wide average " days-dsp " day(s) to pay, "
      amount-dsp " open; report in ardso.rpt"
  stop run.

* The twelve months ending with the last complete month, and the
* first day of each plus the first day of the current month.
 050-SET-MONTHS.
  move today-date (1:6) to month-work
  move month-work to dm-month (13)
  perform 055-STEP-BACK-ONE-MONTH
    varying month-sub from 12 by -1
    until month-sub < 1
  perform 060-FIRST-DAY-OF-MONTH
    varying month-sub from 1 by 1
    until month-sub > 13.

 055-STEP-BACK-ONE-MONTH.
  if mw-mm = 1
      move 12 to mw-mm
      subtract 1 from mw-year
  else
      subtract 1 from mw-mm
  end-if
  move month-work to dm-month (month-sub)
  move zeros to dm-sales (month-sub) dm-receivable (month-sub).

 060-FIRST-DAY-OF-MONTH.
  move dm-month (month-sub) to serial-date (1:6)
  move 1 to sd-day
  perform 800-DATE-TO-DAYNUM
  move serial-daynum to dm-first-daynum (month-sub).

 070-CLEAR-ONE-WEEK.
  move zeros to fc-week-amount (week-sub).

* First pass: what the paid items teach about each vendor, and
* what every item contributed to each month's sales and month-end
* receivables.
 100-LEARN-ONE-ITEM.
  read ar-open-file next
      at end move 'Y' to items-end-flag
      not at end
          if not ar-item-credit and ar-open-amount not < zeros
              move ar-sales-date to serial-date
              perform 800-DATE-TO-DAYNUM
              move serial-daynum to sale-daynum
              move zeros to paid-daynum
              if ar-last-paid-date numeric
                  and ar-last-paid-date > zeros
                  move ar-last-paid-date to serial-date
                  perform 800-DATE-TO-DAYNUM
                  move serial-daynum to paid-daynum
              end-if
              perform 150-FOLD-INTO-MONTH
                varying month-sub from 1 by 1
                until month-sub > 12
              perform 200-FIND-VENDOR
              if ar-item-paid and paid-daynum > zeros
                  perform 120-LEARN-PAYMENT
              end-if
          end-if
  end-read.

 120-LEARN-PAYMENT.
  if paid-daynum > sale-daynum
      compute days-to-pay = paid-daynum - sale-daynum
  else
      move zeros to days-to-pay
  end-if
  add 1 to shop-paid-count
  add days-to-pay to shop-paid-days
  if avx not > ar-vendor-count
      add 1 to av-paid-count (avx)
      add days-to-pay to av-paid-days (avx)
  end-if.

* What the item still owed at the month's end: nothing before its
* sale, its full amount until a payment dated by then, and after
* that what the last payment left (nothing once PAID or WOFF).
 150-FOLD-INTO-MONTH.
  if sale-daynum not < dm-first-daynum (month-sub)
      and sale-daynum < dm-first-daynum (month-sub + 1)
      add ar-open-amount to dm-sales (month-sub)
  end-if
  if sale-daynum < dm-first-daynum (month-sub + 1)
      if paid-daynum > zeros
          and paid-daynum < dm-first-daynum (month-sub + 1)
          if ar-item-paid or ar-item-written-off
              move zeros to month-end-open-work
          else
              compute month-end-open-work =
                  ar-open-amount - ar-paid-amount
          end-if
      else
          move ar-open-amount to month-end-open-work
      end-if
      add month-end-open-work to dm-receivable (month-sub)
  end-if.

* Leaves avx on the vendor's entry, adding it when new; a full
* table leaves avx past the count and the vendor unlearned.
 200-FIND-VENDOR.
  set avx to 1
  search ar-vendor-entry
      at end perform 210-ADD-VENDOR
      when avx > ar-vendor-count
          perform 210-ADD-VENDOR
      when av-name (avx) = ar-vendor-name
          continue
  end-search.

 210-ADD-VENDOR.
  if ar-vendor-count < 500
      add 1 to ar-vendor-count
      set avx to ar-vendor-count
      move ar-vendor-name to av-name (avx)
      move zeros to av-paid-count (avx) av-paid-days (avx)
          av-open-count (avx) av-open-amount (avx)
  else
      display "ardso: vendor table full (500), "
          ar-vendor-name " takes the shop-wide average"
  end-if.

* Second pass: each item still owed lands in the week its vendor's
* habit says it will be paid.
 300-PROJECT-ONE-ITEM.
  read ar-open-file next
      at end move 'Y' to items-end-flag
      not at end
          if ar-item-open or ar-item-part-paid
              compute still-open-work =
                  ar-open-amount - ar-paid-amount
              if still-open-work > zeros
                  perform 310-PROJECT-PAYMENT
              end-if
          end-if
  end-read.

 310-PROJECT-PAYMENT.
  perform 200-FIND-VENDOR
  move shop-average-days to vendor-average-days
  if avx not > ar-vendor-count
      add 1 to av-open-count (avx)
      add still-open-work to av-open-amount (avx)
      if av-paid-count (avx) > zeros
          divide av-paid-days (avx) by av-paid-count (avx)
              giving vendor-average-days rounded
      end-if
  end-if
  move ar-sales-date to serial-date
  perform 800-DATE-TO-DAYNUM
  compute expected-daynum = serial-daynum + vendor-average-days
  if expected-daynum > today-daynum
      compute week-offset = expected-daynum - today-daynum
      divide week-offset by 7 giving week-sub
      add 1 to week-sub
      if week-sub > 8
          move 9 to week-sub
      end-if
  else
      move 1 to week-sub
  end-if
  add still-open-work to fc-week-amount (week-sub)
  add still-open-work to forecast-total.

 500-WRITE-REPORT.
  open output dso-report-file
  move spaces to dso-report-record
  string "DAYS SALES OUTSTANDING AND CASH RECEIPTS FORECAST AS OF "
      today-date delimited by size into dso-report-record
  write dso-report-record
  move spaces to dso-report-record
  write dso-report-record
  move spaces to dso-report-record
  string "VENDOR                  PAID  AVG DAYS    OPEN"
      "   OPEN AMOUNT" delimited by size into dso-report-record
  write dso-report-record
  perform 510-REPORT-ONE-VENDOR
    varying avx from 1 by 1
    until avx > ar-vendor-count
  move spaces to vendor-line-work
  move "SHOP-WIDE" to vl-vendor
  move shop-paid-count to vl-paid-count
  move shop-average-days to vl-average-days
  move vendor-line-work to dso-report-record
  write dso-report-record
  move spaces to dso-report-record
  write dso-report-record
  move spaces to dso-report-record
  string "MONTH           SALES     RECEIVABLE       DSO"
      delimited by size into dso-report-record
  write dso-report-record
  perform 520-REPORT-ONE-MONTH
    varying month-sub from 1 by 1
    until month-sub > 12
  move spaces to dso-report-record
  write dso-report-record
  move spaces to dso-report-record
  string "WEEK    FROM        TO              EXPECTED"
      delimited by size into dso-report-record
  write dso-report-record
  perform 530-REPORT-ONE-WEEK
    varying week-sub from 1 by 1
    until week-sub > 8
  move spaces to week-line-work
  move "LATER" to wl-label
  move fc-week-amount (9) to wl-amount
  move week-line-work to dso-report-record
  write dso-report-record
  move spaces to week-line-work
  move "TOTAL" to wl-label
  move forecast-total to wl-amount
  move week-line-work to dso-report-record
  write dso-report-record
  close dso-report-file.

 510-REPORT-ONE-VENDOR.
  move spaces to vendor-line-work
  move av-name (avx)        to vl-vendor
  move av-paid-count (avx)  to vl-paid-count
  move zeros to vendor-average-days
  if av-paid-count (avx) > zeros
      divide av-paid-days (avx) by av-paid-count (avx)
          giving vendor-average-days rounded
  end-if
  move vendor-average-days  to vl-average-days
  move av-open-count (avx)  to vl-open-count
  move av-open-amount (avx) to vl-open-amount
  move vendor-line-work to dso-report-record
  write dso-report-record.

 520-REPORT-ONE-MONTH.
  move spaces to month-line-work
  move dm-month (month-sub)      to ml-month
  move dm-sales (month-sub)      to ml-sales
  move dm-receivable (month-sub) to ml-receivable
  compute days-in-month = dm-first-daynum (month-sub + 1)
      - dm-first-daynum (month-sub)
  if dm-sales (month-sub) > zeros
      compute dso-work rounded = dm-receivable (month-sub)
          / dm-sales (month-sub) * days-in-month
      move dso-work to ml-dso
  else
      move "NO SALES" to ml-no-sales
  end-if
  move month-line-work to dso-report-record
  write dso-report-record.

 530-REPORT-ONE-WEEK.
  move spaces to week-line-work
  move "WEEK" to wl-label
  move week-sub to wl-week
  compute serial-daynum = today-daynum + ((week-sub - 1) * 7)
  perform 850-DAYNUM-TO-DATE
  move serial-date to wl-from
  move " - " to wl-dash
  add 6 to serial-daynum
  perform 850-DAYNUM-TO-DATE
  move serial-date to wl-to
  move fc-week-amount (week-sub) to wl-amount
  move week-line-work to dso-report-record
  write dso-report-record.

* Serial day number of serial-date, counted from 1 March of year 0
* so the leap day is the last day of the counting year: January
* and February belong to the year before, each 400-year era is
* 146097 days and the months from March run in a fixed 153-day
* pattern per five.
 800-DATE-TO-DAYNUM.
  move sd-year  to sn-y
  move sd-month to sn-m
  if sn-m > 2
      subtract 3 from sn-m
  else
      add 9 to sn-m
      subtract 1 from sn-y
  end-if
  divide sn-y by 400 giving sn-era
  compute sn-yoe = sn-y - (sn-era * 400)
  compute sn-work = (153 * sn-m) + 2
  divide sn-work by 5 giving sn-doy
  compute sn-doy = sn-doy + sd-day - 1
  compute sn-doe = (sn-yoe * 365) + sn-doy
  divide sn-yoe by 4 giving sn-quotient
  add sn-quotient to sn-doe
  divide sn-yoe by 100 giving sn-quotient
  subtract sn-quotient from sn-doe
  compute serial-daynum = (sn-era * 146097) + sn-doe.

* And back: the era, the year of the era, the day of that year and
* the month from the same 153-day pattern.
 850-DAYNUM-TO-DATE.
  divide serial-daynum by 146097 giving sn-era
  compute sn-doe = serial-daynum - (sn-era * 146097)
  move sn-doe to sn-work
  divide sn-doe by 1460 giving sn-quotient
  subtract sn-quotient from sn-work
  divide sn-doe by 36524 giving sn-quotient
  add sn-quotient to sn-work
  divide sn-doe by 146096 giving sn-quotient
  subtract sn-quotient from sn-work
  divide sn-work by 365 giving sn-yoe
  compute sn-y = sn-yoe + (sn-era * 400)
  compute sn-work = (sn-yoe * 365)
  divide sn-yoe by 4 giving sn-quotient
  add sn-quotient to sn-work
  divide sn-yoe by 100 giving sn-quotient
  subtract sn-quotient from sn-work
  compute sn-doy = sn-doe - sn-work
  compute sn-work = (5 * sn-doy) + 2
  divide sn-work by 153 giving sn-mp
  compute sn-work = (153 * sn-mp) + 2
  divide sn-work by 5 giving sn-quotient
  compute sd-day = sn-doy - sn-quotient + 1
  if sn-mp < 10
      compute sd-month = sn-mp + 3
  else
      compute sd-month = sn-mp - 9
      add 1 to sn-y
  end-if
  move sn-y to sd-year.
