*    difference in salesdelta.rpt:
*
*      ADDED     an invoice in the resubmission the archive never
*                saw for this file -- also logged to salesresub.dat
*                (invoice, vendor, sales-date, resubmitted file),
*                so the invoice-sequence gap analysis can close the
*                gap the resubmission fills;
*      CHANGED   present in both with a different face value --
*                also written to salesadjust.dat as a correction
*                (invoice, archived value, resubmitted value), so
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS adjust-fs.
    SELECT resub-log-file
         ASSIGN TO "salesresub.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS resublog-fs.

 DATA DIVISION.
 FILE SECTION.
     05 adj-old-value        pic S9(9).
     05 adj-new-value        pic S9(9).

* one invoice a resubmission brought in that the original lacked.
 FD  resub-log-file.
 01  resub-log-record.
     05 rl-sales-number      pic X(13).
     05 rl-vendor-name       pic X(20).
     05 rl-sales-date        pic 9(8).
     05 rl-resub-file        pic X(80).
     05 rl-logged-date       pic 9(8).

 WORKING-STORAGE SECTION.
  77      arch-fs             pic XX.
  77      arch-filename       pic X(40).
  77      resub-fs            pic XX.
  77      deltaw-fs           pic XX.
  77      adjust-fs           pic XX.
  77      resublog-fs         pic XX.
  77      today-date          pic 9(8).
  77      resub-filename      pic X(80).
  77      source-path-parm    pic X(80).
  77      delta-cmdline       pic X(160).
  string "ADDED   " sales-number " " new-value-dsp
      " " sales-vendor-name
      delimited by size into delta-report-record
  write delta-report-record
  perform 350-LOG-RESUBMITTED-ROW.

* The gap analysis reads this log to tell a gap the sending site
* filled by resubmission from one that is still open.
 350-LOG-RESUBMITTED-ROW.
  accept today-date from date yyyymmdd
  open extend resub-log-file
  if resublog-fs not = "00"
      open output resub-log-file
  end-if
  move spaces to resub-log-record
  move sales-number      to rl-sales-number
  move sales-vendor-name to rl-vendor-name
  move sales-date        to rl-sales-date
  move resub-filename    to rl-resub-file
  move today-date        to rl-logged-date
  write resub-log-record
  close resub-log-file.

 340-JUDGE-MATCHED-ROW.
  move 'Y' to dw-matched
