*
* shared SELECT clause for the keyed daily sales summary: one
* record per company, sales-date, region, city, vendor and
* sales-type, carrying the transaction count and the gross,
* returns and home-currency totals of the archive rows behind it.
* Posted only through the daysumupd routine -- by report_example
* as it loads the archive, archpurge as it removes rows,
* archretire as a year leaves or comes back and vendmerge as it
* restates a vendor's rows -- rebuilt and proven against the
* archive by daysum, and read instead of the archive detail by
* budgetvar, yearend, salesfcst and vendrestate. The COPYing
* program must declare dsum-fs pic XX itself.
*
    SELECT sales-daysum-file
         ASSIGN TO "salesdaysum.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS dsum-key
         FILE STATUS  IS dsum-fs.
