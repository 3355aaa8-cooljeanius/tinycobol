*
* shared FD and record layout for the keyed vendor territory
* history. Keyed vendor name + effective date, so a START on the
* vendor walks its assignments oldest first; the assignment in
* force on a date is the last one effective on or before it. The
* operator and the date the assignment was recorded ride along for
* the audit trail.
*
 FD  vendor-terr-file.
 01 vt-rec.
    05  vt-key.
      10  vt-vendor-name       pic X(20).
      10  vt-effective-date    pic 9(08).
    05  vt-region              pic X(17).
    05  vt-city                pic X(20).
    05  vt-recorded-by         pic X(08).
    05  vt-recorded-date       pic 9(08).
