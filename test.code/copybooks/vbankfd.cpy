*
* shared FD and record layout for the keyed vendor bank details
* file: bank and branch codes, the account number and the name the
* account is held in, with who last changed them and when.
*
 FD  vendor-bank-file.
 01 vb-rec.
    05  vb-vendor-name         pic X(20).
    05  vb-bank-code           pic X(08).
    05  vb-branch-code         pic X(06).
    05  vb-account-number      pic X(20).
    05  vb-account-holder      pic X(35).
    05  vb-changed-by          pic X(08).
    05  vb-changed-stamp       pic X(17).
