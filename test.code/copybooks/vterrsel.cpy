*
* shared SELECT clause for the keyed vendor territory history: one
* record per vendor per effective date, naming the region and city
* the vendor was assigned from that date on, so a sale is always
* carried under the territory in force on its own sales-date, not
* whatever vendmast.dat says today. COPYd into FILE-CONTROL by
* vendmaint (which records a new assignment whenever a vendor's
* region or city changes), the report run (which picks the
* assignment in force) and vendrestate (which recasts history under
* current territories). The COPYing program must declare vterr-fs
* pic XX itself.
*
    SELECT vendor-terr-file
         ASSIGN TO "vendterr.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS vt-key
         FILE STATUS  IS vterr-fs.
