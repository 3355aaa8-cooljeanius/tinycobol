    05  mh-grand-total         pic S9(12).
    05  mh-quarantined         pic X(01).
    05  mh-company             pic X(02).
    05  mh-partial-night       pic X(01).
    05  filler                 pic X(03).

 01 manif-inp-view redefines manif-rec.
    05  filler                 pic X(20).
    05  ma-dup-count           pic 9(08).
    05  ma-clean               pic X(01).
    05  filler                 pic X(83).

* XRT records name the date of the exchange rates the run applied,
* as filed in the rate history (exchhist.dat), and how many
* currencies the table carried; a zero date means the run had no
* rate table and took every amount as home currency.
 01 manif-xrt-view redefines manif-rec.
    05  filler                 pic X(20).
    05  mx-rate-date           pic 9(08).
    05  mx-rate-count          pic 9(03).
    05  filler                 pic X(89).

* MIS records name each mandatory extract the expected-extract
* check (extcheck) found not in when the run started; the HDR's
* partial-night byte is Y whenever there is one.
 01 manif-mis-view redefines manif-rec.
    05  filler                 pic X(20).
    05  mm-site                pic X(08).
    05  mm-prefix              pic X(20).
    05  mm-cutoff              pic 9(04).
    05  filler                 pic X(68).
