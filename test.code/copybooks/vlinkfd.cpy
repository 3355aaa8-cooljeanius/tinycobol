*
* shared FD and record layout for the vendor-to-contact link. Keyed
* on the vendor name as vendmast.dat keys it; vl-contact-name is
* the filedb01 dt-name the vendor's mail goes to. The operator and
* the date the link was made ride along for the audit trail.
*
 FD  vendor-link-file.
 01 vl-rec.
    05  vl-vendor-name         pic X(20).
    05  vl-contact-name        pic X(40).
    05  vl-linked-by           pic X(08).
    05  vl-linked-date         pic 9(08).
