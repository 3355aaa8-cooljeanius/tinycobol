*
* shared SELECT clause for the keyed foreign-currency revaluation
* register: one record per AR open item booked in a currency other
* than home, keyed on the sales-number like aropen.dat, carrying
* the unrealized difference already posted against it -- so each
* month-end posts only the movement since the last, and closing
* the item can reverse exactly what was carried. COPYd into
* FILE-CONTROL by arreval (which revalues) and arapply (which
* realizes the difference when it closes the item). The COPYing
* program must declare fxrev-fs pic XX itself.
*
    SELECT fx-reval-file
         ASSIGN TO "arfxreval.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS fx-sales-number
         FILE STATUS  IS fxrev-fs.
