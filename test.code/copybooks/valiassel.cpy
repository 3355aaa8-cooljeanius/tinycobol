*
* shared SELECT clause for the vendor alias register: one line per
* vendor rename or merge ever made, old name to surviving name,
* kept by vendmerge (which only ever appends to it) and read
* through the vendalias routine by everything that takes a vendor
* name from outside -- the report run and the suspense release --
* so a late row under a retired name lands on the survivor. The
* COPYing program must declare valias-fs pic XX itself.
*
    SELECT vendor-alias-file
         ASSIGN TO "vendalias.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS valias-fs.
