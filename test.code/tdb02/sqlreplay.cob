*    of what was replayed goes to sqlreplay.rpt, and the drained
*    queue is set aside as sqlqueue.done so a second run can't
*    apply it twice. If the database still isn't back, nothing is
*    touched and the queue stays where it is; the same goes for a
*    database at a schema version other than the one this program
*    was built for (schemachk.cpy).
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
    77  WS-TIME             pic 9(8).
    77  WS-TIMESTAMP        pic X(17).
    COPY "dberrws.cpy".
    COPY "schemaws.cpy".
    77  sqlq-fs             pic XX.
    77  queue-end-flag      pic X value "N".
      88 queue-at-end            value "Y".
        move 8 to return-code
        stop run
    end-if
    perform 206-CHECK-SCHEMA-VERSION
    if not SCHEMA-IS-CURRENT
        display "sqlreplay: " SCHEMA-MESSAGE
        call "sql_disconnect_db" using DB-HANDLE
        close sql-queue-file
        move 8 to return-code
        stop run
    end-if
    open output replay-report-file
    perform 100-REPLAY-ONE-OPERATION until queue-at-end
    close sql-queue-file
    end-if.

 COPY "dberrlog.cpy".
 COPY "schemachk.cpy".
