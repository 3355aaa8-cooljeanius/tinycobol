*      tdbsync BOTH       apply both directions
*
*    The run ends with a reconciliation count; zero one-sided rows
*    after an apply proves the stores match. A mydatabase at a
*    schema version other than the one this program was built for
*    (schemachk.cpy) refuses the run with RETURN-CODE 8.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
    77  WS-TIME             pic 9(8).
    77  WS-TIMESTAMP        pic X(17).
    COPY "dberrws.cpy".
    COPY "schemaws.cpy".

 77  datafile        pic x(80).
 77  len1            pic 9(9) comp.
        move 8 to return-code
        stop run
    end-if
    perform 206-CHECK-SCHEMA-VERSION
    if not SCHEMA-IS-CURRENT
        display "tdbsync: " SCHEMA-MESSAGE
        call "sql_disconnect_db" using DB-HANDLE
        move 8 to return-code
        stop run
    end-if
    move "select * from mytable;;" to SQL-QUERY
    call "sql_exec_query" using DB-HANDLE SQL-QUERY QRY-HANDLE
        DB-STATUS
        DB-STATUS.

 COPY "dberrlog.cpy".
 COPY "schemachk.cpy".
