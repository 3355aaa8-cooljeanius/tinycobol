* same date, and neither may ever overwrite (or be dropped as a
* duplicate of) the other's row. The one-time archmigr utility
* reloads a pre-widening archive under the current shape.
*
* arch-vendor-key repeats the vendor name and sales-date side by
* side, the alternate key the vendor-driven programs position on;
* every writer fills it from arch-vendor-name and arch-sales-date.
* The one-time archrekey utility rebuilt the year files written
* before it was added.
*
 FD  sales-archive-file.
 01 arch-rec.
    05  arch-source-file       pic X(80).
    05  arch-run-id            pic X(14).
    05  arch-company           pic X(02).
    05  arch-vendor-key.
      10  arch-vk-vendor       pic X(20).
      10  arch-vk-date         pic 9(08).
