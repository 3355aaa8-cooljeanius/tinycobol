*
* shared FD and record layout for the keyed daily sales summary.
* The totals are home-currency amounts folded the way the report
* run folds a vendor's: every row's home value into the home
* total, a return's (sales-type "R") into the returns total and
* any other row's into the gross. A row archived before company
* codes were carried is summarized under company 01.
*
 FD  sales-daysum-file.
 01 dsum-rec.
    05  dsum-key.
      10  dsum-company         pic X(02).
      10  dsum-sales-date      pic 9(08).
      10  dsum-region          pic X(17).
      10  dsum-city            pic X(20).
      10  dsum-vendor-name     pic X(20).
      10  dsum-sales-type      pic X(01).
    05  dsum-tran-count        pic 9(07).
    05  dsum-gross-total       pic S9(12).
    05  dsum-returns-total     pic S9(12).
    05  dsum-home-total        pic S9(12).
