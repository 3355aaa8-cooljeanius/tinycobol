*    Order revenue never reached the sales report; this program
*    joins the two halves of the shop. Every billed order (status
*    B, set by the tdbbill run) is written as one fixed
*    sales-record -- the contact as the vendor, the order total
*    (the sum of its myordlines extended amounts) rounded to whole
*    home-currency units as the value, the order
*    number carried as invoice number ORD<ordnum>, region ORDERS
*    and city ORDERS DESK (put those on the vendor master and the
*    GL account mapping once) -- topped with a HDR record and
*
*    Exported rows go status X inside the usual transaction
*    wrapping, so a rerun exports nothing twice; mydatabase being
*    down, or at a schema version other than the one this program
*    was built for (schemachk.cpy), refuses the run outright.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.

 WORKING-STORAGE SECTION.
    77  DATABASE-NAME   PIC X(80).
    77  SQL-QUERY       PIC X(400).
    77  TXN-QUERY       PIC X(20).
    77  DB-HANDLE       PIC 9(12) COMP.
    77  QRY-HANDLE      PIC 9(12) COMP.
    77  WS-TIME         pic 9(8).
    77  WS-TIMESTAMP    pic X(17).
    COPY "dberrws.cpy".
    COPY "schemaws.cpy".
    01  ORDER-TUPLE.
     05 OT-NAME         pic X(40).
     05 OT-ORDNUM       pic X(10).
     05 OT-DESCR        pic X(40).
     05 OT-TOTAL        pic 9(10)v99.
    01  ORD-NUM-ESC     pic X(20).
    77  ESC-IX          pic 9(3) comp.
    77  ESC-OX          pic 9(3) comp.
    77  exported-count  pic 9(8) comp value zeros.
    77  exported-dsp    pic Z(7)9.
    77  total-amount    pic S9(12) value zeros.
    77  amount-units    pic S9(9) comp.
    77  mkdir-command   pic X(30) value "mkdir -p salesinbox".
* the fixed transaction shape exactly as the report run reads it.
    01  sales-record.
        move 8 to return-code
        stop run
    end-if
    perform 206-CHECK-SCHEMA-VERSION
    if not SCHEMA-IS-CURRENT
        display "tdbexport: " SCHEMA-MESSAGE
        call "sql_disconnect_db" using DB-HANDLE
        move 8 to return-code
        stop run
    end-if
    string "select o.contact_name, o.ordnum, o.descr,"
        " cast(to_char(sum(l.amount) * 100, 'FM000000000000')"
        " as char(12))"
        " from myorders o, myordlines l"
        " where l.ordnum = o.ordnum and o.status = 'B'"
        " group by o.contact_name, o.ordnum, o.descr"
        " order by o.contact_name, o.ordnum;;"
        into SQL-QUERY
    call "sql_exec_query" using DB-HANDLE SQL-QUERY QRY-HANDLE
        DB-STATUS

 400-EXPORT-ONE-ORDER.
    call "sql_get_tuple" using QRY-HANDLE NTUPLE ORDER-TUPLE
    compute amount-units rounded = OT-TOTAL
    move spaces to sales-record
    move OT-NAME (1:20)  to sales-vendor-name
    move WS-DATE         to sales-date
    perform 600-MARK-ORDER-EXPORTED
    add 1 to NTUPLE.

 500-WRITE-TRAILER.
    move spaces to sales-control-record
    move "TRL"          to sales-control-tag
    end-if.

 COPY "dberrlog.cpy".
 COPY "schemachk.cpy".
