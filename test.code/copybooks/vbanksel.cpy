*
* shared SELECT clause for the keyed vendor bank details file: the
* account each vendor's commission is paid into, keyed on the
* vendor name. Kept by vendbank under supervisor sign-on, read by
* commsettle when it writes the bank payment file. The COPYing
* program must declare vbank-fs pic XX itself.
*
    SELECT vendor-bank-file
         ASSIGN TO "vendbank.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS vb-vendor-name
         FILE STATUS  IS vbank-fs.
