*
* shared SELECT clause for the legal-hold register: one line per
* hold ever placed, active or released, kept by legalhold and read
* by the holdchk routine every purge and rotation consults. The
* COPYing program must declare hold-fs pic XX itself.
*
    SELECT legal-hold-file
         ASSIGN TO "legalhold.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS hold-fs.
