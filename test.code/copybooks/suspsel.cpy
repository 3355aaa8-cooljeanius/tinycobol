*
* shared SELECT clause for the keyed sales suspense file: every
* transaction the report run rejected for an unknown or held
* vendor, held whole with the run and source file it came from
* until the vendor is on the master and active again. Keyed on
* the source file + the row's position in it, so a resumed run
* that re-reads its inputs cannot file a row twice; the alternate
* key gives the items held for one vendor. COPYd into FILE-CONTROL
* by report_example (which files the rejects) and salessusp (which
* releases, lists and ages them). The COPYing program must declare
* susp-fs pic XX itself.
*
    SELECT sales-suspense-file
         ASSIGN TO "salessusp.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS susp-key
         ALTERNATE RECORD KEY IS susp-vendor-name
           WITH DUPLICATES
         FILE STATUS  IS susp-fs.
