*
* shared SELECT clauses for the mytable journal snapshots, COPYd
* into FILE-CONTROL by jrnlsnap (which takes them) and jrnlview
* (which starts its replay from them). mytbljournal.cat lists one
* line per cut-off, oldest first; each names the snapshot of every
* contact's state as of that cut-off and the dated journal
* generation the older records were moved to. The COPYing program
* must declare jcat-fs, jsnap-fs and jgen-fs pic XX and
* jsnap-filename and jgen-filename pic X(40) itself.
*
    SELECT mytbl-snap-catalog
         ASSIGN TO "mytbljournal.cat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS jcat-fs.
    SELECT mytbl-snap-file
         ASSIGN TO jsnap-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS jsnap-fs.
    SELECT mytbl-jgen-file
         ASSIGN TO jgen-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS jgen-fs.
