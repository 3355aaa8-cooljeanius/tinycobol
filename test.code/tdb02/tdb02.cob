*     and runs the insert path unattended against every row in
*     tdb02insert.dat, so a scheduler can load a batch of rows without
*     anyone sitting at the ACCEPT CMD prompt.
*   - orders are now a header (myorders: contact, number,
*     description, status) over order lines (myordlines: line
*     number, description, quantity, unit price and a numeric
*     extended amount). "12- enter order" takes the header and up
*     to 20 lines, quantities and prices read through the shared
*     amtparse routine and re-asked until they parse, and writes
*     header and lines in one begin/commit; "13- amend order"
*     re-keys an open order's lines the same way; "15- list ..."
*     shows each open order's total summed from its lines. An
*     order with no lines is never written. Option 11 creates both
*     tables; the tdbordmig program converts existing orders.
*   - an order line can name the stock item it draws on -- the
*     tdb04 batch file's TR-KEY-1, kept in myordlines.item_key --
*     so the tdb04pick program can send the picker to its bins.
*     The item is optional and must be a number of up to 3 digits.
*   - orders now pass through shipping before billing: a new
*     order records its entered_date, option 11 creates the
*     shipped_qty/billed_qty line columns and the myshipments
*     table the tdbship program writes, and an order with any
*     quantity shipped can no longer be amended (option 13) or
*     cancelled (option 14) -- the delivery note already says it
*     went out.
*   - every connect to mydatabase now checks its schema version
*     (the shared schemachk.cpy paragraph, against the version in
*     schemaws.cpy this program is compiled for) and ends the
*     session, RETURN-CODE 8, on any other version -- going offline
*     would only queue writes for a table shape this build does not
*     know. Schema changes go in as numbered scripts through the
*     tdbschema program; options 3 and 11 only create what those
*     scripts have not.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 WORKING-STORAGE SECTION.

    77  DATABASE-NAME   PIC X(80).
    77  SQL-QUERY       PIC X(400).
    77  TXN-QUERY       PIC X(20).
    77  sqlq-fs         pic XX.
    77  sqlq-op-work    pic X(6).
    01  ORD-CONTACT     pic X(40).
    01  ORD-NUM         pic X(10).
    01  ORD-DESCR       pic X(40).
    01  ORD-CONTACT-ESC pic X(80).
    01  ORD-NUM-ESC     pic X(20).
    01  ORD-DESCR-ESC   pic X(80).
    01  ORDER-JOIN-TUPLE.
     05 OJ-NAME         pic X(40).
     05 OJ-ORDNUM       pic X(10).
     05 OJ-DESCR        pic X(40).
     05 OJ-TOTAL        pic 9(10)v99.
    01  ORD-STATUS-TUPLE.
     05 OS-STATUS       pic X(1).
     05 OS-SHIPPED      pic X(1).
*  order lines as keyed, held until the whole order is in hand so
*  header and lines go to mydatabase in one transaction.
    01  ORD-LINE-TABLE.
     05 ORD-LINE-ENTRY occurs 20 times.
        10 OL-DESCR     pic X(40).
        10 OL-ITEM      pic X(3).
        10 OL-QTY       pic 9(7)v99.
        10 OL-PRICE     pic 9(10)v99.
        10 OL-AMOUNT    pic 9(10)v99.
    77  ORD-LINE-COUNT  pic 9(2) comp value 0.
    77  ORD-LINE-SUB    pic 9(2) comp.
    77  ORD-LINE-NO     pic 9(2).
    77  ORD-LINES-DONE  pic X.
    01  ORD-LINE-DESCR  pic X(40).
    77  ORD-QTY-TEXT    pic X(12).
    77  ORD-ITEM-TEXT   pic X(3).
    77  ORD-ITEM-RJ     pic X(3) justified right.
    77  ORD-PRICE-TEXT  pic X(12).
    77  ORD-PARSED      pic S9(10)v99.
    77  ORD-PARSE-OK    pic X.
    77  ORD-QTY-WORK    pic S9(10)v99.
    77  ORD-QTY-TXT     pic 9(7).99.
    77  ORD-PRICE-TXT   pic 9(10).99.
    77  ORD-AMOUNT-TXT  pic 9(10).99.
    77  ORD-TOTAL-DSP   pic Z(9)9.99.
    77  ORD-TXN-OK-FLAG pic X.
      88 ORD-TXN-OK           value "Y".

*  escaped copies of the mytable fields: worst case is every
*  character an apostrophe, so each escaped field is twice the
    01  batch-switches      pic X(03).
      88 batch-eof               value "YES".
    COPY "dberrws.cpy".
    COPY "schemaws.cpy".
    COPY "SQLCA.cpy".

 PROCEDURE DIVISION.
        perform 310-EXPORT-TUPLES-CSV
        call "sql_clear_query" using QRY-HANDLE
    when 11
        move "Y" to ORD-TXN-OK-FLAG
        perform 095-BEGIN-TRANSACTION
        string "create table myorders",
            " ( contact_name char(40), ordnum char(10),",
            " descr char(40), status char(1),",
            " entered_date char(8) );;"
            into SQL-QUERY
        perform 185-DO-ORDER-QUERY
        string "create table myordlines",
            " ( ordnum char(10), lineno integer, descr char(40),",
            " qty numeric(9,2), unit_price numeric(12,2),",
            " amount numeric(12,2), item_key char(3),",
            " shipped_qty numeric(9,2) default 0,",
            " billed_qty numeric(9,2) default 0 );;"
            into SQL-QUERY
        perform 185-DO-ORDER-QUERY
        string "create table myshipments",
            " ( delnote char(6), ship_date char(8),",
            " carrier_ref char(20), ordnum char(10),",
            " lineno integer, qty numeric(9,2) );;"
            into SQL-QUERY
        perform 185-DO-ORDER-QUERY
        perform 186-END-ORDER-TRANSACTION
    when 12
        perform 160-ACCEPT-ORDER
        perform 170-ACCEPT-ORDER-LINES
        if ORD-LINE-COUNT = 0
            display "* order " ORD-NUM " not entered: no lines"
        else
            perform 165-ESCAPE-ORDER
            perform 180-WRITE-NEW-ORDER
        end-if
    when 13
        display "Order number to amend: " no advancing
        accept ORD-NUM
        perform 165-ESCAPE-ORDER
        perform 175-CHECK-ORDER-OPEN
        if ORD-TXN-OK
            display "New description (blank keeps): " no advancing
            accept ORD-DESCR
            perform 170-ACCEPT-ORDER-LINES
            if ORD-LINE-COUNT = 0
                display "* order " ORD-NUM " not amended: no lines"
            else
                perform 165-ESCAPE-ORDER
                perform 182-REWRITE-ORDER
            end-if
        end-if
    when 14
        display "Order number to cancel: " no advancing
        accept ORD-NUM
        perform 165-ESCAPE-ORDER
* a cancelled order keeps its row -- status C -- so the business
* record survives the cancellation. Only an open order with
* nothing shipped cancels; the condition rides in the statement
* itself so an offline-queued cancel is held to it as well.
        string "update myorders set status = 'C'"
            " where ordnum = '" ORD-NUM-ESC
            "' and status = 'O' and not exists"
            " (select 1 from myordlines l"
            " where l.ordnum = myorders.ordnum"
            " and l.shipped_qty > 0);;"
            into SQL-QUERY
        perform 095-BEGIN-TRANSACTION
        perform 090-DO-QUERY
        perform 096-END-TRANSACTION
        call "sql_clear_query" using QRY-HANDLE
    when 15
        string "select t.name, o.ordnum, o.descr,"
            " cast(to_char(sum(l.amount) * 100,"
            " 'FM000000000000') as char(12))"
            " from mytable t, myorders o, myordlines l"
            " where o.contact_name = t.name"
            " and l.ordnum = o.ordnum and o.status = 'O'"
            " group by t.name, o.ordnum, o.descr"
            " order by t.name, o.ordnum;;"
            into SQL-QUERY
        perform 090-DO-QUERY
        perform 320-SHOW-ORDER-TUPLES
        display "Order number: " no advancing
        accept ORD-NUM
        display "Description: " no advancing
        accept ORD-DESCR.

* Lines are keyed until a blank description (or the 20th line);
* a quantity or price amtparse cannot read is asked for again, so
* every line held has a true amount.
 170-ACCEPT-ORDER-LINES.
        move 0 to ORD-LINE-COUNT
        move "N" to ORD-LINES-DONE
        perform 171-ACCEPT-ONE-LINE
            until ORD-LINES-DONE = "Y" or ORD-LINE-COUNT = 20.

 171-ACCEPT-ONE-LINE.
        compute ORD-LINE-NO = ORD-LINE-COUNT + 1
        display "Line " ORD-LINE-NO " description (blank ends): "
            no advancing
        move spaces to ORD-LINE-DESCR
        accept ORD-LINE-DESCR
        if ORD-LINE-DESCR = spaces
            move "Y" to ORD-LINES-DONE
        else
            move "N" to ORD-PARSE-OK
            perform 172-ACCEPT-QUANTITY until ORD-PARSE-OK = "Y"
            move ORD-PARSED to ORD-QTY-WORK
            move "N" to ORD-PARSE-OK
            perform 173-ACCEPT-PRICE until ORD-PARSE-OK = "Y"
            move "N" to ORD-PARSE-OK
            perform 174-ACCEPT-ITEM until ORD-PARSE-OK = "Y"
            add 1 to ORD-LINE-COUNT
            move ORD-LINE-DESCR to OL-DESCR (ORD-LINE-COUNT)
            move ORD-ITEM-RJ    to OL-ITEM (ORD-LINE-COUNT)
            move ORD-QTY-WORK   to OL-QTY (ORD-LINE-COUNT)
            move ORD-PARSED     to OL-PRICE (ORD-LINE-COUNT)
            compute OL-AMOUNT (ORD-LINE-COUNT) rounded =
                OL-QTY (ORD-LINE-COUNT) * OL-PRICE (ORD-LINE-COUNT)
                on size error
                    display "* line amount too large, line dropped"
                    subtract 1 from ORD-LINE-COUNT
            end-compute
        end-if.

 172-ACCEPT-QUANTITY.
        display "  Quantity: " no advancing
        move spaces to ORD-QTY-TEXT
        accept ORD-QTY-TEXT
        call "amtparse" using ORD-QTY-TEXT ORD-PARSED ORD-PARSE-OK
        if ORD-PARSE-OK = "Y"
            and (ORD-PARSED = zero or ORD-PARSED > 9999999.99)
            move "N" to ORD-PARSE-OK
        end-if
        if ORD-PARSE-OK not = "Y"
            display "* quantity [" ORD-QTY-TEXT "] not valid"
        end-if.

 173-ACCEPT-PRICE.
        display "  Unit price: " no advancing
        move spaces to ORD-PRICE-TEXT
        accept ORD-PRICE-TEXT
        call "amtparse" using ORD-PRICE-TEXT ORD-PARSED ORD-PARSE-OK
        if ORD-PARSE-OK not = "Y"
            display "* unit price [" ORD-PRICE-TEXT "] not valid"
        end-if.

* The stock item is optional; one given is kept zero-filled, the
* way TR-KEY-1 reads on the tdb04 batch file.
 174-ACCEPT-ITEM.
        display "  Item (blank for none): " no advancing
        move spaces to ORD-ITEM-TEXT
        accept ORD-ITEM-TEXT
        move spaces to ORD-ITEM-RJ
        move "Y" to ORD-PARSE-OK
        if ORD-ITEM-TEXT not = spaces
            unstring ORD-ITEM-TEXT delimited by space
                into ORD-ITEM-RJ
            inspect ORD-ITEM-RJ replacing leading space by "0"
            if ORD-ITEM-RJ not numeric
                move "N" to ORD-PARSE-OK
                display "* item [" ORD-ITEM-TEXT "] not valid"
            end-if
        end-if.

* Only an open order can be amended: a billed or exported order's
* lines are what the invoice and the sales extract already said,
* and a shipped line is what a delivery note already said.
 175-CHECK-ORDER-OPEN.
        move "N" to ORD-TXN-OK-FLAG
        string "select o.status, cast(case when exists"
            " (select 1 from myordlines l"
            " where l.ordnum = o.ordnum and l.shipped_qty > 0)"
            " then 'Y' else 'N' end as char(1))"
            " from myorders o where o.ordnum = '"
            ORD-NUM-ESC "';;"
            into SQL-QUERY
        perform 090-DO-QUERY
        if not OFFLINE-MODE
            call "sql_max_tuple" using QRY-HANDLE MAX-TUPLE
            if MAX-TUPLE = 0
                display "* no order " ORD-NUM
            else
                move zero to NTUPLE
                call "sql_get_tuple" using QRY-HANDLE NTUPLE
                    ORD-STATUS-TUPLE
                evaluate true
                    when OS-STATUS not = "O"
                        display "* order " ORD-NUM " is status "
                            OS-STATUS ", not open -- not amended"
                    when OS-SHIPPED = "Y"
                        display "* order " ORD-NUM " has shipped "
                            "lines -- not amended"
                    when other
                        move "Y" to ORD-TXN-OK-FLAG
                end-evaluate
            end-if
            call "sql_clear_query" using QRY-HANDLE
        end-if.

* Header and every line in one transaction: any statement failing
* rolls the whole order back.
 180-WRITE-NEW-ORDER.
        if OFFLINE-MODE
            display "* offline: order " ORD-NUM " not taken"
        else
            move "Y" to ORD-TXN-OK-FLAG
            perform 095-BEGIN-TRANSACTION
            accept WS-DATE from DATE YYYYMMDD
            string "insert into myorders"
                " (contact_name, ordnum, descr, status,"
                " entered_date)"
                " values ( '" ORD-CONTACT-ESC
                "','" ORD-NUM-ESC
                "','" ORD-DESCR-ESC
                "','O','" WS-DATE "' );;"
                into SQL-QUERY
            perform 185-DO-ORDER-QUERY
            perform 181-INSERT-ONE-LINE
                varying ORD-LINE-SUB from 1 by 1
                until ORD-LINE-SUB > ORD-LINE-COUNT
            perform 186-END-ORDER-TRANSACTION
        end-if.

 181-INSERT-ONE-LINE.
        move OL-DESCR (ORD-LINE-SUB) to ESC-FIELD-IN
        perform 166-ESCAPE-ONE-FIELD
        move ORD-LINE-SUB to ORD-LINE-NO
        move OL-QTY (ORD-LINE-SUB)    to ORD-QTY-TXT
        move OL-PRICE (ORD-LINE-SUB)  to ORD-PRICE-TXT
        move OL-AMOUNT (ORD-LINE-SUB) to ORD-AMOUNT-TXT
        move spaces to SQL-QUERY
        string "insert into myordlines (ordnum, lineno, descr,"
            " qty, unit_price, amount, item_key) values ( '"
            ORD-NUM-ESC
            "', " ORD-LINE-NO
            ", '" ESC-FIELD-OUT
            "', " ORD-QTY-TXT
            ", " ORD-PRICE-TXT
            ", " ORD-AMOUNT-TXT
            ", '" OL-ITEM (ORD-LINE-SUB) "' );;"
            delimited by size into SQL-QUERY
        perform 185-DO-ORDER-QUERY.

* An amendment replaces the lines outright; a blank description
* leaves the header's as it was.
 182-REWRITE-ORDER.
        move "Y" to ORD-TXN-OK-FLAG
        perform 095-BEGIN-TRANSACTION
        if ORD-DESCR not = spaces
            string "update myorders set "
                "descr = '" ORD-DESCR-ESC
                "' where ordnum = '" ORD-NUM-ESC
                "';;"
                into SQL-QUERY
            perform 185-DO-ORDER-QUERY
        end-if
        string "delete from myordlines where ordnum = '"
            ORD-NUM-ESC "';;"
            into SQL-QUERY
        perform 185-DO-ORDER-QUERY
        perform 181-INSERT-ONE-LINE
            varying ORD-LINE-SUB from 1 by 1
            until ORD-LINE-SUB > ORD-LINE-COUNT
        perform 186-END-ORDER-TRANSACTION.

 185-DO-ORDER-QUERY.
        if ORD-TXN-OK
            perform 090-DO-QUERY
            if DB-STATUS not = 1 and DB-STATUS not = 2
                move "N" to ORD-TXN-OK-FLAG
            end-if
            call "sql_clear_query" using QRY-HANDLE
        end-if.

 186-END-ORDER-TRANSACTION.
        if not OFFLINE-MODE
            if ORD-TXN-OK
                move "commit;;" to TXN-QUERY
            else
                move "rollback;;" to TXN-QUERY
                display "* order " ORD-NUM " rolled back"
            end-if
            call "sql_exec_query" using DB-HANDLE TXN-QUERY
                QRY-HANDLE DB-STATUS
        end-if.

* 165/166 escape the order fields by doubling apostrophes, the same
* discipline the mytable fields get.
        move ESC-FIELD-OUT to ORD-NUM-ESC
        move ORD-DESCR to ESC-FIELD-IN
        perform 166-ESCAPE-ONE-FIELD
        move ESC-FIELD-OUT to ORD-DESCR-ESC.

 166-ESCAPE-ONE-FIELD.
        move spaces to ESC-FIELD-OUT
        perform until NTUPLE = MAX-TUPLE
            call "sql_get_tuple" using QRY-HANDLE NTUPLE
                ORDER-JOIN-TUPLE
            move OJ-TOTAL to ORD-TOTAL-DSP
            display OJ-NAME " " OJ-ORDNUM " " OJ-DESCR " "
                ORD-TOTAL-DSP
            add 1 to NTUPLE
        end-perform.

            else
                move "Y" to MYDB-CONNECTED
                move "Y" to HANDLE-LIVE-FLAG
                perform 206-CHECK-SCHEMA-VERSION
                if not SCHEMA-IS-CURRENT
                    display "* " SCHEMA-MESSAGE
                    perform 050-DISCONNECT
                    move 8 to return-code
                    stop run
                end-if
            end-if
        end-if.

        move 70 to SQLERRML.

 COPY "dberrlog.cpy".
 COPY "schemachk.cpy".

 300-SHOW-TUPLES.
        call "sql_max_tuple" using QRY-HANDLE MAX-TUPLE.
