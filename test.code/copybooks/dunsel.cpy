*
* shared SELECT clause for the keyed dunning history: one record
* per open item ever dunned, keyed on the sales-number the item
* carries on aropen.dat, remembering the highest reminder level
* sent and when -- so the same item never receives the same level
* twice. COPYd into FILE-CONTROL by ardunning (which sends the
* reminders). The COPYing program must declare dun-fs pic XX
* itself.
*
    SELECT dunning-hist-file
         ASSIGN TO "dunhist.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS dh-sales-number
         FILE STATUS  IS dun-fs.
