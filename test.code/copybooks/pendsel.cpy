*
* shared SELECT clause for the pending-approval register: one line
* per sensitive change ever held for a second operator's approval,
* open or decided, kept by pendappr and the pendchk routine. The
* COPYing program must declare pend-fs pic XX itself.
*
    SELECT pending-appr-file
         ASSIGN TO "pendappr.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS pend-fs.
