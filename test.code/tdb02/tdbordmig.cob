 IDENTIFICATION DIVISION.
 PROGRAM-ID.    tdbordmig.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Converts myorders to header-and-lines form.
*
*    An order used to be one row with a free-text char(12) amount;
*    it is now a header in myorders (contact, number, description,
*    status) over one or more rows in myordlines, each line with
*    its own description, quantity, unit price and numeric
*    extended amount:
*
*      myordlines ( ordnum char(10), lineno integer,
*                   descr char(40), qty numeric(9,2),
*                   unit_price numeric(12,2), amount numeric(12,2),
*                   item_key char(3), shipped_qty numeric(9,2),
*                   billed_qty numeric(9,2) )
*
*    item_key names the tdb04 stock item a line draws on (blank
*    for none); a myordlines created before lines named items gets
*    the column added on the next run.
*
*    shipped_qty and billed_qty carry the shipping stage: tdbship
*    adds to the first as goods leave, tdbbill to the second as
*    what was shipped is billed. A myordlines without them gets
*    both added (zero), myorders gets its entered_date char(8)
*    (today's date on the rows already there) and the myshipments
*    table tdbship writes its delivery notes to is created:
*
*      myshipments ( delnote char(6), ship_date char(8),
*                    carrier_ref char(20), ordnum char(10),
*                    lineno integer, qty numeric(9,2) )
*
*    Every line of a billed or exported order is then taken as
*    shipped and billed in full -- it went out before there was a
*    shipping stage to say so.
*
*    This program creates myordlines when it is not there yet and
*    gives every order that has no lines one line -- line 1, the
*    order's own description, quantity 1, the old amount as unit
*    price and extended amount -- whatever the order's status, so
*    billed and exported history reads the same way as open
*    orders. Each order converts in its own begin/commit.
*
*    An old amount the shared amtparse routine cannot read is not
*    guessed at: the order is listed in tdbordmig.rpt and left
*    without lines, so tdbbill will not bill it. Key its lines
*    through tdb02 option 13 and rerun; a rerun converts only the
*    orders still without lines. When a run leaves nothing
*    unconverted the old amount column is dropped from myorders;
*    a later run finds no old amounts to read and only checks the
*    columns and tables above.
*
*    mydatabase being down, or at a schema version other than the
*    one this program was built for (schemachk.cpy), refuses the
*    run outright; schema changes from here on go in as numbered
*    scripts through tdbschema.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT migrate-report-file
         ASSIGN TO "tdbordmig.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    COPY "dberrsel.cpy".

 DATA DIVISION.
 FILE SECTION.
 FD  migrate-report-file.
 01  migrate-report-record   pic X(100).

 COPY "dberrfd.cpy".

 WORKING-STORAGE SECTION.
    77  DATABASE-NAME   PIC X(80).
    77  SQL-QUERY       PIC X(400).
    77  TXN-QUERY       PIC X(20).
    77  DB-HANDLE       PIC 9(12) COMP.
    77  QRY-HANDLE      PIC 9(12) COMP.
    77  UPD-HANDLE      PIC 9(12) COMP.
    77  NTUPLE          PIC 9(12) COMP.
    77  MAX-TUPLE       PIC 9(12) COMP.
    77  DB-STATUS       pic 9(12) COMP.
    77  DB-MESSAGE      pic X(200).
    77  WS-DATE         pic 9(8).
    77  WS-TIME         pic 9(8).
    77  WS-TIMESTAMP    pic X(17).
    COPY "dberrws.cpy".
    COPY "schemaws.cpy".
    01  OLD-ORDER-TUPLE.
     05 OO-ORDNUM       pic X(10).
     05 OO-DESCR        pic X(40).
     05 OO-AMOUNT       pic X(12).
    01  ORD-NUM-ESC     pic X(20).
    01  ORD-DESCR-ESC   pic X(80).
    01  ESC-FIELD-IN    pic X(40).
    01  ESC-FIELD-OUT   pic X(80).
    77  ESC-IX          pic 9(3) comp.
    77  ESC-OX          pic 9(3) comp.
    77  ESC-CHAR        pic X.
    77  amount-work     pic S9(10)v99.
    77  amount-ok-flag  pic X.
    77  amount-txt      pic 9(10).99.
    77  converted-count pic 9(6) comp value zeros.
    77  skipped-count   pic 9(6) comp value zeros.
    77  count-dsp       pic Z(5)9.

 PROCEDURE DIVISION.
 000-MAIN.
    move "tdbordmg" to DBERR-PROGRAM-NAME
    move "mydatabase" to DATABASE-NAME
    call "sql_connect_db" using DATABASE-NAME DB-HANDLE DB-STATUS
    if DB-STATUS not = zeros
        perform 205-LOG-DB-ERROR
        display "tdbordmig: mydatabase is down, migration refused"
        move 8 to return-code
        stop run
    end-if
    perform 206-CHECK-SCHEMA-VERSION
    if not SCHEMA-IS-CURRENT
        display "tdbordmig: " SCHEMA-MESSAGE
        call "sql_disconnect_db" using DB-HANDLE
        move 8 to return-code
        stop run
    end-if
    open output migrate-report-file
    move spaces to migrate-report-record
    accept WS-DATE from DATE YYYYMMDD
    string "MYORDERS TO ORDER LINES  " WS-DATE
        delimited by size into migrate-report-record
    write migrate-report-record
    perform 100-CREATE-LINES-TABLE
    perform 130-ADD-ENTERED-DATE
    perform 140-CREATE-SHIPMENTS-TABLE
    string "select ordnum, descr, amount from myorders"
        " where ordnum not in (select ordnum from myordlines)"
        " order by ordnum;;"
        into SQL-QUERY
    call "sql_exec_query" using DB-HANDLE SQL-QUERY QRY-HANDLE
        DB-STATUS
    if DB-STATUS not = 1 and DB-STATUS not = 2
        display "tdbordmig: no old amounts left on myorders, "
            "nothing to convert"
    else
        call "sql_max_tuple" using QRY-HANDLE MAX-TUPLE
        move zero to NTUPLE
        perform 300-CONVERT-ONE-ORDER until NTUPLE = MAX-TUPLE
        call "sql_clear_query" using QRY-HANDLE
        if skipped-count = zeros
            perform 400-DROP-OLD-AMOUNT
        end-if
    end-if
    perform 150-SETTLE-BILLED-HISTORY
    perform 500-WRITE-TOTALS
    close migrate-report-file
    call "sql_disconnect_db" using DB-HANDLE
    move converted-count to count-dsp
    display "tdbordmig: " count-dsp " order(s) converted"
    move skipped-count to count-dsp
    display "tdbordmig: " count-dsp " order(s) left without lines, "
        "see tdbordmig.rpt"
    if skipped-count not = zeros
        move 4 to return-code
    end-if
    stop run.

* A rerun finds the table already there; the failed create rolls
* back on its own and the run goes on.
 100-CREATE-LINES-TABLE.
    string "create table myordlines"
        " ( ordnum char(10), lineno integer, descr char(40),"
        " qty numeric(9,2), unit_price numeric(12,2),"
        " amount numeric(12,2), item_key char(3),"
        " shipped_qty numeric(9,2) default 0,"
        " billed_qty numeric(9,2) default 0 );;"
        into SQL-QUERY
    move "begin;;" to TXN-QUERY
    call "sql_exec_query" using DB-HANDLE TXN-QUERY UPD-HANDLE
        DB-STATUS
    call "sql_exec_query" using DB-HANDLE SQL-QUERY UPD-HANDLE
        DB-STATUS
    if DB-STATUS = 1 or DB-STATUS = 2
        move "commit;;" to TXN-QUERY
        display "tdbordmig: myordlines created"
    else
        move "rollback;;" to TXN-QUERY
        display "tdbordmig: myordlines already on file"
    end-if
    call "sql_exec_query" using DB-HANDLE TXN-QUERY UPD-HANDLE
        DB-STATUS
    call "sql_clear_query" using UPD-HANDLE
    if TXN-QUERY = "rollback;;"
        perform 110-ADD-ITEM-COLUMN
        perform 120-ADD-SHIPPING-COLUMNS
    end-if.

* A table made before lines named stock items lacks item_key; on
* one that has it the alter fails and rolls back harmlessly.
 110-ADD-ITEM-COLUMN.
    move spaces to SQL-QUERY
    move "alter table myordlines add column item_key char(3);;"
        to SQL-QUERY
    move "begin;;" to TXN-QUERY
    call "sql_exec_query" using DB-HANDLE TXN-QUERY UPD-HANDLE
        DB-STATUS
    call "sql_exec_query" using DB-HANDLE SQL-QUERY UPD-HANDLE
        DB-STATUS
    if DB-STATUS = 1 or DB-STATUS = 2
        move "commit;;" to TXN-QUERY
        display "tdbordmig: item_key added to myordlines"
    else
        move "rollback;;" to TXN-QUERY
    end-if
    call "sql_exec_query" using DB-HANDLE TXN-QUERY UPD-HANDLE
        DB-STATUS
    call "sql_clear_query" using UPD-HANDLE.

* A table made before the shipping stage lacks the shipped and
* billed quantities; both come in together, zero on every line.
 120-ADD-SHIPPING-COLUMNS.
    move spaces to SQL-QUERY
    string "alter table myordlines"
        " add column shipped_qty numeric(9,2) default 0,"
        " add column billed_qty numeric(9,2) default 0;;"
        into SQL-QUERY
    perform 190-DO-ALTER
    if TXN-QUERY = "commit;;"
        display "tdbordmig: shipped_qty and billed_qty added to "
            "myordlines"
    end-if.

* The shipping aging report counts days from entered_date; rows
* already on file start their count from the day this ran.
 130-ADD-ENTERED-DATE.
    move spaces to SQL-QUERY
    move "alter table myorders add column entered_date char(8);;"
        to SQL-QUERY
    perform 190-DO-ALTER
    if TXN-QUERY = "commit;;"
        display "tdbordmig: entered_date added to myorders"
    end-if
    move spaces to SQL-QUERY
    string "update myorders set entered_date = '" WS-DATE
        "' where entered_date is null;;"
        delimited by size into SQL-QUERY
    perform 190-DO-ALTER.

 140-CREATE-SHIPMENTS-TABLE.
    move spaces to SQL-QUERY
    string "create table myshipments"
        " ( delnote char(6), ship_date char(8),"
        " carrier_ref char(20), ordnum char(10),"
        " lineno integer, qty numeric(9,2) );;"
        into SQL-QUERY
    perform 190-DO-ALTER
    if TXN-QUERY = "commit;;"
        display "tdbordmig: myshipments created"
    end-if.

* Billed and exported orders went out before shipping was
* recorded; their lines count as shipped and billed in full, so
* tdbbill never sees them again. A line already settled is left.
 150-SETTLE-BILLED-HISTORY.
    move spaces to SQL-QUERY
    string "update myordlines set shipped_qty = qty,"
        " billed_qty = qty"
        " where billed_qty < qty and ordnum in"
        " (select ordnum from myorders"
        " where status = 'B' or status = 'X');;"
        into SQL-QUERY
    perform 190-DO-ALTER.

* One schema or settling statement in its own begin/commit; a
* statement that cannot apply (the column or table is already
* there) rolls back and changes nothing.
 190-DO-ALTER.
    move "begin;;" to TXN-QUERY
    call "sql_exec_query" using DB-HANDLE TXN-QUERY UPD-HANDLE
        DB-STATUS
    call "sql_exec_query" using DB-HANDLE SQL-QUERY UPD-HANDLE
        DB-STATUS
    if DB-STATUS = 1 or DB-STATUS = 2
        move "commit;;" to TXN-QUERY
    else
        move "rollback;;" to TXN-QUERY
    end-if
    call "sql_exec_query" using DB-HANDLE TXN-QUERY UPD-HANDLE
        DB-STATUS
    call "sql_clear_query" using UPD-HANDLE.

 300-CONVERT-ONE-ORDER.
    call "sql_get_tuple" using QRY-HANDLE NTUPLE OLD-ORDER-TUPLE
    call "amtparse" using OO-AMOUNT amount-work amount-ok-flag
    if amount-ok-flag not = "Y"
        add 1 to skipped-count
        move spaces to migrate-report-record
        string "NOT CONVERTED  " OO-ORDNUM "  amount ["
            OO-AMOUNT "] not readable"
            delimited by size into migrate-report-record
        write migrate-report-record
    else
        perform 310-INSERT-FIRST-LINE
    end-if
    add 1 to NTUPLE.

 310-INSERT-FIRST-LINE.
    move OO-ORDNUM to ESC-FIELD-IN
    perform 320-ESCAPE-ONE-FIELD
    move ESC-FIELD-OUT to ORD-NUM-ESC
    move OO-DESCR to ESC-FIELD-IN
    perform 320-ESCAPE-ONE-FIELD
    move ESC-FIELD-OUT to ORD-DESCR-ESC
    move amount-work to amount-txt
    move spaces to SQL-QUERY
    string "insert into myordlines (ordnum, lineno, descr, qty,"
        " unit_price, amount, item_key) values ( '" ORD-NUM-ESC
        "', 1, '" ORD-DESCR-ESC
        "', 1.00, " amount-txt
        ", " amount-txt ", '   ' );;"
        delimited by size into SQL-QUERY
    move "begin;;" to TXN-QUERY
    call "sql_exec_query" using DB-HANDLE TXN-QUERY UPD-HANDLE
        DB-STATUS
    call "sql_exec_query" using DB-HANDLE SQL-QUERY UPD-HANDLE
        DB-STATUS
    if DB-STATUS = 1 or DB-STATUS = 2
        move "commit;;" to TXN-QUERY
        add 1 to converted-count
    else
        perform 200-CHECK-STATUS
        move "rollback;;" to TXN-QUERY
        add 1 to skipped-count
        move spaces to migrate-report-record
        string "NOT CONVERTED  " OO-ORDNUM
            "  line insert failed, see dberror.log"
            delimited by size into migrate-report-record
        write migrate-report-record
    end-if
    call "sql_exec_query" using DB-HANDLE TXN-QUERY UPD-HANDLE
        DB-STATUS
    call "sql_clear_query" using UPD-HANDLE.

 320-ESCAPE-ONE-FIELD.
    move spaces to ESC-FIELD-OUT
    move 0 to ESC-OX
    perform 330-ESCAPE-FIELD-CHAR
        varying ESC-IX from 1 by 1
        until ESC-IX > length of ESC-FIELD-IN.

 330-ESCAPE-FIELD-CHAR.
    move ESC-FIELD-IN (ESC-IX:1) to ESC-CHAR
    add 1 to ESC-OX
    move ESC-CHAR to ESC-FIELD-OUT (ESC-OX:1)
    if ESC-CHAR = quote
        add 1 to ESC-OX
        move quote to ESC-FIELD-OUT (ESC-OX:1)
    end-if.

* Every order now totals from its lines; the old text column goes
* once nothing depends on it any more.
 400-DROP-OLD-AMOUNT.
    move "alter table myorders drop column amount;;" to SQL-QUERY
    move "begin;;" to TXN-QUERY
    call "sql_exec_query" using DB-HANDLE TXN-QUERY UPD-HANDLE
        DB-STATUS
    call "sql_exec_query" using DB-HANDLE SQL-QUERY UPD-HANDLE
        DB-STATUS
    if DB-STATUS = 1 or DB-STATUS = 2
        move "commit;;" to TXN-QUERY
        move spaces to migrate-report-record
        move "old amount column dropped from myorders"
            to migrate-report-record
        write migrate-report-record
    else
        perform 200-CHECK-STATUS
        move "rollback;;" to TXN-QUERY
    end-if
    call "sql_exec_query" using DB-HANDLE TXN-QUERY UPD-HANDLE
        DB-STATUS
    call "sql_clear_query" using UPD-HANDLE.

 500-WRITE-TOTALS.
    move spaces to migrate-report-record
    write migrate-report-record
    move converted-count to count-dsp
    move spaces to migrate-report-record
    string "ORDERS CONVERTED        " count-dsp
        delimited by size into migrate-report-record
    write migrate-report-record
    move skipped-count to count-dsp
    move spaces to migrate-report-record
    string "ORDERS LEFT WITHOUT LINES " count-dsp
        delimited by size into migrate-report-record
    write migrate-report-record.

 200-CHECK-STATUS.
    if (DB-STATUS not = 1 and DB-STATUS not = 2)
        move spaces to DB-MESSAGE
        call "sql_status_message" using DB-HANDLE DB-MESSAGE
        display DB-MESSAGE
        perform 205-LOG-DB-ERROR
    end-if.

 COPY "dberrlog.cpy".
 COPY "schemachk.cpy".
