*
*    plus the per-store row counts, so "are the stores still
*    joined up" is one report. Any orphan order ends with
*    RETURN-CODE 8 so the chain can raise it, as does a mydatabase
*    at a schema version other than the one this program was
*    built for (schemachk.cpy), which refuses the audit.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
    77  WS-TIME         pic 9(8).
    77  WS-TIMESTAMP    pic X(17).
    COPY "dberrws.cpy".
    COPY "schemaws.cpy".
    01  ORPHAN-TUPLE.
     05 OR-NAME         pic X(40).
     05 OR-ORDNUM       pic X(10).
        move 8 to return-code
        stop run
    end-if
    perform 206-CHECK-SCHEMA-VERSION
    if not SCHEMA-IS-CURRENT
        display "tdbintegrity: " SCHEMA-MESSAGE
        call "sql_disconnect_db" using DB-HANDLE
        move 8 to return-code
        stop run
    end-if
    open output integrity-report-file
    perform 100-LOAD-FILEDB01-NAMES
    perform 200-AUDIT-ORPHAN-ORDERS
    end-if.

 COPY "dberrlog.cpy".
 COPY "schemachk.cpy".
