*
* shared FD and record layout for the keyed dunning history. One
* record per dunned open item: the vendor it was sent to, the
* highest level reached so far (1 = 30 days, 2 = 60, 3 = 90) and
* the date each level went out, so "when was this vendor first
* reminded" has an answer straight off the file.
*
 FD  dunning-hist-file.
 01 dh-rec.
    05  dh-sales-number        pic X(13).
    05  dh-vendor-name         pic X(20).
    05  dh-level               pic 9(01).
    05  dh-level-date          pic 9(08) occurs 3 times.
    05  dh-last-open-amount    pic S9(12).
    05  dh-last-run-date       pic 9(08).
