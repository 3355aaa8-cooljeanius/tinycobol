*
* shared SELECT clause for the keyed exchange-rate history: every
* day's rates kept under the date they applied, so what rate a
* past run used can always be proven after exchrates.dat has been
* overwritten again. COPYd into FILE-CONTROL by the report run
* (which files the day's table as it loads it), arreval (which
* files rates and revalues open foreign-currency items at the
* closing rate) and arapply (which takes the rate of the value
* date when it closes a foreign-currency item). The COPYing
* program must declare xhist-fs pic XX itself.
*
    SELECT exch-hist-file
         ASSIGN TO "exchhist.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS xh-key
         FILE STATUS  IS xhist-fs.
