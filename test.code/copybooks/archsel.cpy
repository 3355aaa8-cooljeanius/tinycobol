* COPYd into FILE-CONTROL by report_example (which loads it after a
* clean run), the purge utility, the invoice inquiry and the
* year-end consolidation. Keyed on sales-date + sales-number so the
* archive is organized by date; the alternate keys give direct
* access by invoice number, and by vendor + sales-date for the
* programs that want one vendor's rows without reading the year.
*
* The archive is partitioned by year: one salesarch.<YYYY>.dat per
* calendar year, with the years on file listed in archyears.dat
         RECORD KEY   IS arch-key
         ALTERNATE RECORD KEY IS arch-sales-number
           WITH DUPLICATES
         ALTERNATE RECORD KEY IS arch-vendor-key
           WITH DUPLICATES
         FILE STATUS  IS arch-fs.
