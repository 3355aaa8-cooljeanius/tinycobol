*
* shared FDs for the filedb01 journal snapshots, laid out as
* jsnapfd.cpy lays out mytable's: the catalog line per cut-off,
* each contact's state at the end of the cut-off day, and the
* dated generation holding the journal records moved out of
* tdb01journal.dat, in the journal's own layout and order.
*
 FD  tdb01-snap-catalog.
 01 t1cat-rec.
    05  t1cat-cutoff        pic 9(8).
    05  filler              pic X(1).
    05  t1cat-snap-name     pic X(40).
    05  t1cat-gen-name      pic X(40).
    05  t1cat-contacts      pic 9(6).
    05  filler              pic X(1).
    05  t1cat-moved         pic 9(8).
    05  filler              pic X(1).
    05  t1cat-taken-stamp   pic X(17).

 FD  tdb01-snap-file.
 01 t1snap-rec.
    05  t1snap-key          pic X(40).
    05  t1snap-state        pic X(1).
      88  t1snap-deleted      value "D".
      88  t1snap-present      value "P".
    05  t1snap-stamp        pic X(17).
    05  t1snap-image.
      10  t1snap-name         pic X(40).
      10  t1snap-phone        pic X(20).
      10  t1snap-city         pic X(20).
      10  t1snap-street       pic X(50).
      10  t1snap-email        pic X(40).
      10  t1snap-status       pic X(01).

 FD  tdb01-jgen-file.
 01 t1gen-rec               pic X(425).
