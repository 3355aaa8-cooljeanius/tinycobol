*
* shared FD and record layout for the keyed tax exemption
* certificate file. A certificate exempts the vendor's sales in
* the regions it lists (up to five, unused ones blank) whose
* sales-date falls from the valid-from date to the expiry date,
* both days included.
*
 FD  tax-exempt-file.
 01 txe-rec.
    05  txe-key.
      10  txe-vendor-name      pic X(20).
      10  txe-cert-number      pic X(20).
    05  txe-valid-from         pic 9(08).
    05  txe-expiry             pic 9(08).
    05  txe-region             pic X(17) occurs 5 times.
    05  txe-recorded-date      pic 9(08).
