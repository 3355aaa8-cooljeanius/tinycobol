*
* shared SELECT clause for the vendor-to-contact link: one record
* per vendor that has been tied to its filedb01 contact, so the
* statements, invoice copies and dunning letters can print a real
* addressee block. Kept by vendmaint; read through the vendaddr
* routine and by the vendlink unlinked-vendor report. The COPYing
* program must declare vlink-fs pic XX itself.
*
    SELECT vendor-link-file
         ASSIGN TO "vendlink.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS vl-vendor-name
         FILE STATUS  IS vlink-fs.
