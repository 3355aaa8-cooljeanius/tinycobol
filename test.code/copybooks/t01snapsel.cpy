*
* shared SELECT clauses for the filedb01 journal snapshots, COPYd
* into FILE-CONTROL by tdb01snap (which takes them) and tdb01asof
* (which starts its replay from them) -- the same scheme
* jsnapsel.cpy gives mytable. tdb01journal.cat lists one line per
* cut-off, oldest first. The COPYing program must declare
* t1cat-fs, t1snap-fs and t1gen-fs pic XX and t1snap-filename and
* t1gen-filename pic X(40) itself.
*
    SELECT tdb01-snap-catalog
         ASSIGN TO "tdb01journal.cat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS t1cat-fs.
    SELECT tdb01-snap-file
         ASSIGN TO t1snap-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS t1snap-fs.
    SELECT tdb01-jgen-file
         ASSIGN TO t1gen-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS t1gen-fs.
