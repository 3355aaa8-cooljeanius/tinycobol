*
* shared FD and record layout for the keyed exchange-rate history.
* Keyed currency + rate date, so a START on the currency walks its
* rates oldest first; the rate in force on a date is the last one
* dated on or before it. The rate is units of home per unit, the
* exchrates.dat 9(3)v9(6) picture.
*
 FD  exch-hist-file.
 01 xh-rec.
    05  xh-key.
      10  xh-currency          pic X(03).
      10  xh-rate-date         pic 9(08).
    05  xh-rate                pic 9(03)v9(06).
    05  xh-filed-date          pic 9(08).
