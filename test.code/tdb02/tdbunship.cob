 IDENTIFICATION DIVISION.
 PROGRAM-ID.    tdbunship.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Open orders waiting on shipment.
*
*    Lists, in tdbunship.rpt, every open (O) order entered more
*    than N days ago with nothing of it shipped yet -- the orders a
*    customer is starting to wonder about. Each shows its number,
*    contact, entered date, days open and order total; the oldest
*    come first. N is the first command-line argument (up to three
*    digits) and defaults to 14:
*
*      tdbunship [days]
*
*    Days are counted from myorders.entered_date, which tdb02 and
*    tdb03 record on every new order (tdbordmig gives orders from
*    before that the date it ran). An order with any line partly
*    shipped is on its way and is not listed.
*
*    mydatabase being down, or at a schema version other than the
*    one this program was built for (schemachk.cpy), refuses the
*    run with RETURN-CODE 8.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT aging-report-file
         ASSIGN TO "tdbunship.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    COPY "dberrsel.cpy".

 DATA DIVISION.
 FILE SECTION.
 FD  aging-report-file.
 01  aging-report-record     pic X(132).

 COPY "dberrfd.cpy".

 WORKING-STORAGE SECTION.
    77  DATABASE-NAME   PIC X(80).
    77  SQL-QUERY       PIC X(600).
    77  DB-HANDLE       PIC 9(12) COMP.
    77  QRY-HANDLE      PIC 9(12) COMP.
    77  NTUPLE          PIC 9(12) COMP.
    77  MAX-TUPLE       PIC 9(12) COMP.
    77  DB-STATUS       pic 9(12) COMP.
    77  DB-MESSAGE      pic X(200).
    77  WS-DATE         pic 9(8).
    77  WS-TIME         pic 9(8).
    77  WS-TIMESTAMP    pic X(17).
    COPY "dberrws.cpy".
    COPY "schemaws.cpy".
    01  AGING-TUPLE.
     05 AT-ORDNUM       pic X(10).
     05 AT-CONTACT      pic X(40).
     05 AT-ENTERED      pic X(8).
     05 AT-DAYS         pic 9(5).
     05 AT-TOTAL        pic 9(10)v99.
    77  days-parm       pic X(20).
    77  days-limit      pic 9(3) value 14.
    77  parm-sub        pic 9(2) comp.
    77  parm-stop-flag  pic X.
    77  parm-digit      pic X.
    77  parm-digit-num redefines parm-digit pic 9.
    77  orders-listed   pic 9(5) comp value zeros.
    77  count-dsp       pic Z(4)9.
    77  days-dsp        pic Z(4)9.
    77  limit-dsp       pic ZZ9.
    77  total-dsp       pic Z(9)9.99.
    01  aging-line.
     05 al-ordnum       pic X(10).
     05 filler          pic X(2).
     05 al-contact      pic X(40).
     05 filler          pic X(2).
     05 al-entered      pic X(8).
     05 filler          pic X(2).
     05 al-days         pic X(5).
     05 filler          pic X(2).
     05 al-total        pic X(13).

 PROCEDURE DIVISION.
 000-MAIN.
    move "tdbunshp" to DBERR-PROGRAM-NAME
    accept days-parm from command-line
    if days-parm (1:1) is numeric
        perform 050-PARSE-DAYS
    end-if
    move "mydatabase" to DATABASE-NAME
    call "sql_connect_db" using DATABASE-NAME DB-HANDLE DB-STATUS
    if DB-STATUS not = zeros
        perform 205-LOG-DB-ERROR
        display "tdbunship: mydatabase is down, no report"
        move 8 to return-code
        stop run
    end-if
    perform 206-CHECK-SCHEMA-VERSION
    if not SCHEMA-IS-CURRENT
        display "tdbunship: " SCHEMA-MESSAGE
        call "sql_disconnect_db" using DB-HANDLE
        move 8 to return-code
        stop run
    end-if
    accept WS-DATE from DATE YYYYMMDD
    open output aging-report-file
    move days-limit to limit-dsp
    move spaces to aging-report-record
    string "OPEN ORDERS NOT SHIPPED AFTER " limit-dsp " DAYS  "
        WS-DATE delimited by size into aging-report-record
    write aging-report-record
    move spaces to aging-report-record
    write aging-report-record
    move spaces to aging-line
    move "ORDER"   to al-ordnum
    move "CONTACT" to al-contact
    move "ENTERED" to al-entered
    move " DAYS"   to al-days
    move "        TOTAL" to al-total
    move aging-line to aging-report-record
    write aging-report-record
    string "select o.ordnum, o.contact_name, o.entered_date,"
        " cast(to_char(current_date"
        " - to_date(o.entered_date, 'YYYYMMDD'), 'FM00000')"
        " as char(5)),"
        " cast(to_char(sum(l.amount) * 100, 'FM000000000000')"
        " as char(12))"
        " from myorders o, myordlines l"
        " where l.ordnum = o.ordnum and o.status = 'O'"
        " and o.entered_date is not null"
        " and to_date(o.entered_date, 'YYYYMMDD')"
        " < current_date - " days-limit
        " group by o.ordnum, o.contact_name, o.entered_date"
        " having sum(l.shipped_qty) = 0"
        " order by o.entered_date, o.ordnum;;"
        delimited by size into SQL-QUERY
    call "sql_exec_query" using DB-HANDLE SQL-QUERY QRY-HANDLE
        DB-STATUS
    perform 200-CHECK-STATUS
    call "sql_max_tuple" using QRY-HANDLE MAX-TUPLE
    move zero to NTUPLE
    perform 100-LIST-ONE-ORDER until NTUPLE = MAX-TUPLE
    call "sql_clear_query" using QRY-HANDLE
    call "sql_disconnect_db" using DB-HANDLE
    move orders-listed to count-dsp
    move spaces to aging-report-record
    write aging-report-record
    move spaces to aging-report-record
    string "ORDERS LISTED  " count-dsp
        delimited by size into aging-report-record
    write aging-report-record
    close aging-report-file
    display "tdbunship: " count-dsp " open order(s) not shipped "
        "after " limit-dsp " days, see tdbunship.rpt"
    stop run.

* Folds however many leading digits were typed into the limit, so
* "7" and "30" work as well as "007".
 050-PARSE-DAYS.
    move zeros to days-limit
    move "N" to parm-stop-flag
    perform 060-FOLD-ONE-DIGIT
        varying parm-sub from 1 by 1
        until parm-sub > 3 or parm-stop-flag = "Y".

 060-FOLD-ONE-DIGIT.
    move days-parm (parm-sub:1) to parm-digit
    if parm-digit is numeric
        compute days-limit = (days-limit * 10) + parm-digit-num
    else
        move "Y" to parm-stop-flag
    end-if.

 100-LIST-ONE-ORDER.
    call "sql_get_tuple" using QRY-HANDLE NTUPLE AGING-TUPLE
    add 1 to orders-listed
    move spaces to aging-line
    move AT-ORDNUM  to al-ordnum
    move AT-CONTACT to al-contact
    move AT-ENTERED to al-entered
    move AT-DAYS    to days-dsp
    move days-dsp   to al-days
    move AT-TOTAL   to total-dsp
    move total-dsp  to al-total
    move aging-line to aging-report-record
    write aging-report-record
    add 1 to NTUPLE.

 200-CHECK-STATUS.
    if (DB-STATUS not = 1 and DB-STATUS not = 2)
        move spaces to DB-MESSAGE
        call "sql_status_message" using DB-HANDLE DB-MESSAGE
        display DB-MESSAGE
        perform 205-LOG-DB-ERROR
    end-if.

 COPY "dberrlog.cpy".
 COPY "schemachk.cpy".
