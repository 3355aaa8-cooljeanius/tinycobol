*
* shared FD and record layout for the keyed foreign-currency
* revaluation register. The foreign amount and currency come off
* the item's archived sale; booked-home is what the item opened
* for in home currency. Unrealized is the running total posted by
* the month-end revaluations, so booked-home plus unrealized is
* what the ledger carries the item at. When arapply closes the
* item the realized difference is posted and the entry goes
* CLSD, never to be revalued again.
*
 FD  fx-reval-file.
 01 fx-rec.
    05  fx-sales-number        pic X(13).
    05  fx-vendor-name         pic X(20).
    05  fx-region              pic X(17).
    05  fx-sales-type          pic X(01).
    05  fx-currency            pic X(03).
    05  fx-foreign-amount      pic S9(09).
    05  fx-booked-home         pic S9(12).
    05  fx-unrealized          pic S9(12).
    05  fx-last-month          pic 9(06).
    05  fx-last-rate           pic 9(03)v9(06).
    05  fx-status              pic X(04).
      88  fx-item-open               value "OPEN".
      88  fx-item-closed             value "CLSD".
    05  fx-realized            pic S9(12).
    05  fx-closed-date         pic 9(08).
