* REMARKS.
*    Billing run over the myorders subsystem.
*
*    Orders entered at the tdb02 menu or on the web are shipped by
*    tdbship; this program turns what was shipped into money asked
*    for, and nothing else -- goods still in the building are not
*    billed. It selects every order line, of an open (O) or
*    shipped (S) order, with a shipped quantity not yet billed,
*    joined to its contact's mytable row, produces one numbered
*    invoice document per contact (bill_<invoice-number>.txt: the
*    contact and address, each order line, the total, and the
*    payment terms), adds each billed quantity to the line's
*    billed_qty inside the same begin/commit/rollback discipline
*    every myorders write gets -- an order shipped and billed in
*    full goes status B there -- and appends the day's billing
*    register to billreg.txt -- invoice number, contact, order
*    count and total per line. A partly shipped order is billed
*    for its shipped part and billed again as the rest ships.
*
*    Invoice numbers come from billseq.dat (next number, kept
*    current here); the terms line comes from billterms.dat and
*    defaults to "PAYMENT DUE WITHIN 30 DAYS". Each order prints
*    under its number and description with its lines -- the
*    quantity shipped and not yet billed, the unit price and their
*    extended amount -- and the invoice total is the sum of the
*    lines. An open order with no lines (one the tdbordmig
*    conversion could not read) is not billed: it is named on the
*    console and stays open until its lines are keyed.
*
*    Each invoice cut is queued for e-mail to its contact through
*    the shared mailq routine (mailspool.dat, sent by mailsend,
*    listed by mailhist), the address being the e-mail on the
*    contact's filedb01 record of the same name (tdbsync keeps the
*    two alike). An invoice that cannot be queued -- no e-mail on
*    file, or the contact refuses e-mail -- is named on the
*    console and goes by post.
*
*    mydatabase being down refuses the run outright -- billing has
*    no business queueing -- and so does a mydatabase at a schema
*    version other than the one this program was built for
*    (schemachk.cpy).
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.

 WORKING-STORAGE SECTION.
    77  DATABASE-NAME   PIC X(80).
    77  SQL-QUERY       PIC X(600).
    77  TXN-QUERY       PIC X(20).
    77  DB-HANDLE       PIC 9(12) COMP.
    77  QRY-HANDLE      PIC 9(12) COMP.
    77  WS-TIME         pic 9(8).
    77  WS-TIMESTAMP    pic X(17).
    COPY "dberrws.cpy".
    COPY "schemaws.cpy".
    01  ORDER-JOIN-TUPLE.
     05 OJ-NAME         pic X(40).
     05 OJ-ADDR         pic X(50).
     05 OJ-ORDNUM       pic X(10).
     05 OJ-DESCR        pic X(40).
     05 OJ-LINENO       pic X(3).
     05 OJ-LINE-DESCR   pic X(40).
     05 OJ-QTY          pic 9(7)v99.
     05 OJ-PRICE        pic 9(10)v99.
     05 OJ-AMOUNT       pic 9(10)v99.
    01  NO-LINES-TUPLE.
     05 NL-ORDNUM       pic X(10).
     05 NL-CONTACT      pic X(40).
    01  ORD-NUM-ESC     pic X(20).
    77  ESC-IX          pic 9(3) comp.
    77  ESC-OX          pic 9(3) comp.
    77  terms-line      pic X(60)
       value "PAYMENT DUE WITHIN 30 DAYS".
    77  current-contact pic X(40) value spaces.
    77  current-ordnum  pic X(10) value spaces.
    77  invoice-open-flag pic X value "N".
    77  contact-total   pic S9(10)v99 comp value zeros.
    77  contact-orders  pic 9(4) comp value zeros.
    77  invoices-cut    pic 9(4) comp value zeros.
    77  amount-dsp      pic -(9)9.99.
    77  qty-dsp         pic Z(6)9.99.
    77  bill-qty-txt    pic 9(7).99.
    77  price-dsp       pic Z(9)9.99.
    77  no-lines-count  pic 9(4) comp value zeros.
    77  total-dsp       pic -(10)9.99.
    77  orders-dsp      pic Z(3)9.
    77  invoices-dsp    pic Z(3)9.
    77  invoices-queued pic 9(4) comp value zeros.
    77  mail-kind       pic X(8) value "INVOICE".
    77  mail-source     pic X(8) value "tdbbill".
    77  mail-vendor     pic X(20) value spaces.
    77  mail-contact    pic X(40).
    77  mail-subject    pic X(60).
    77  mail-attachment pic X(100).
    77  mail-spool-id   pic 9(8).
    77  mail-result     pic X.

 PROCEDURE DIVISION.
 000-MAIN.
        move 8 to return-code
        stop run
    end-if
    perform 206-CHECK-SCHEMA-VERSION
    if not SCHEMA-IS-CURRENT
        display "tdbbill: " SCHEMA-MESSAGE
        call "sql_disconnect_db" using DB-HANDLE
        move 8 to return-code
        stop run
    end-if
    perform 080-LIST-ORDERS-WITHOUT-LINES
    string "select t.name, t.address, o.ordnum, o.descr,"
        " cast(to_char(l.lineno, 'FM000') as char(3)), l.descr,"
        " cast(to_char((l.shipped_qty - l.billed_qty) * 100,"
        " 'FM000000000') as char(9)),"
        " cast(to_char(l.unit_price * 100, 'FM000000000000')"
        " as char(12)),"
        " cast(to_char(round((l.shipped_qty - l.billed_qty)"
        " * l.unit_price, 2) * 100, 'FM000000000000')"
        " as char(12))"
        " from mytable t, myorders o, myordlines l"
        " where o.contact_name = t.name and l.ordnum = o.ordnum"
        " and (o.status = 'O' or o.status = 'S')"
        " and l.shipped_qty > l.billed_qty"
        " order by t.name, o.ordnum, l.lineno;;"
        into SQL-QUERY
    call "sql_exec_query" using DB-HANDLE SQL-QUERY QRY-HANDLE
        DB-STATUS
    perform 200-CHECK-STATUS
    call "sql_max_tuple" using QRY-HANDLE MAX-TUPLE
    if MAX-TUPLE = 0
        display "tdbbill: nothing shipped and unbilled, "
            "nothing to bill"
        call "sql_clear_query" using QRY-HANDLE
        call "sql_disconnect_db" using DB-HANDLE
        stop run
    move invoices-cut to invoices-dsp
    display "tdbbill: " invoices-dsp " invoice(s) cut, register "
        "appended to billreg.txt"
    move invoices-queued to invoices-dsp
    display "tdbbill: " invoices-dsp " invoice(s) queued for e-mail"
    stop run.

 050-GET-NEXT-INVOICE.
        close terms-file
    end-if.

* Orders the conversion could not give lines to have nothing to
* bill; they are named here and left open.
 080-LIST-ORDERS-WITHOUT-LINES.
    string "select ordnum, contact_name from myorders"
        " where status = 'O'"
        " and ordnum not in (select ordnum from myordlines)"
        " order by ordnum;;"
        into SQL-QUERY
    call "sql_exec_query" using DB-HANDLE SQL-QUERY QRY-HANDLE
        DB-STATUS
    perform 200-CHECK-STATUS
    call "sql_max_tuple" using QRY-HANDLE MAX-TUPLE
    move zero to NTUPLE
    perform 085-NAME-ONE-ORDER until NTUPLE = MAX-TUPLE
    call "sql_clear_query" using QRY-HANDLE.

 085-NAME-ONE-ORDER.
    call "sql_get_tuple" using QRY-HANDLE NTUPLE NO-LINES-TUPLE
    add 1 to no-lines-count
    display "tdbbill: open order " NL-ORDNUM " (" NL-CONTACT
        ") has no lines, not billed"
    add 1 to NTUPLE.

 070-SAVE-NEXT-INVOICE.
    open output sequence-file
    move next-invoice to sq-next-invoice
    write sequence-record
    close sequence-file.

* The join arrives one row per order line, ordered by contact and
* order, so a contact change closes the invoice in progress and
* opens the next one, an order change heads the order's lines,
* and each line is marked billed as it is written.
 100-BILL-ONE-ROW.
    call "sql_get_tuple" using QRY-HANDLE NTUPLE
        ORDER-JOIN-TUPLE
        perform 400-CLOSE-INVOICE
        perform 300-OPEN-INVOICE
    end-if
    if OJ-ORDNUM not = current-ordnum
        move OJ-ORDNUM to current-ordnum
        add 1 to contact-orders
        move spaces to invoice-record
        string "  ORDER " OJ-ORDNUM " " OJ-DESCR
            delimited by size into invoice-record
        write invoice-record
    end-if
    perform 500-MARK-LINE-BILLED
    add OJ-AMOUNT to contact-total
    move OJ-QTY    to qty-dsp
    move OJ-PRICE  to price-dsp
    move OJ-AMOUNT to amount-dsp
    move spaces to invoice-record
    string "    " OJ-LINENO " " OJ-LINE-DESCR " " qty-dsp " x "
        price-dsp " " amount-dsp
        delimited by size into invoice-record
    write invoice-record
    add 1 to NTUPLE.

 300-OPEN-INVOICE.
    move OJ-NAME to current-contact
    move spaces to current-ordnum
    move next-invoice to invoice-number
    add 1 to next-invoice
    move zeros to contact-total contact-orders
        move "N" to invoice-open-flag
        add 1 to invoices-cut
        perform 450-REGISTER-INVOICE
        perform 460-QUEUE-INVOICE
    end-if.

 450-REGISTER-INVOICE.
    write register-record
    close register-file.

 460-QUEUE-INVOICE.
    move current-contact to mail-contact
    move spaces to mail-subject
    string "Invoice " invoice-number " dated " WS-DATE
        delimited by size into mail-subject
    move invoice-filename to mail-attachment
    call "mailq" using mail-kind mail-source mail-vendor
        mail-contact mail-subject mail-attachment mail-spool-id
        mail-result
    evaluate mail-result
        when "Q" add 1 to invoices-queued
        when "N" display "tdbbill: invoice " invoice-number
                     " not mailed, no e-mail on file for "
                     current-contact
        when "R" display "tdbbill: invoice " invoice-number
                     " not mailed, " current-contact
                     " refuses e-mail"
        when other display "tdbbill: invoice " invoice-number
                     " not mailed, mail spool status " mail-result
    end-evaluate.

* Each billed line takes its quantity into billed_qty inside its
* own transaction, the same write discipline the order entry
* itself follows, so a billed quantity cannot bill twice; the
* order goes status B in the same transaction once it is shipped
* in full (S) and nothing of it is left unbilled.
 500-MARK-LINE-BILLED.
    move spaces to ORD-NUM-ESC
    move 0 to ESC-OX
    perform 510-ESCAPE-ORDNUM-CHAR
        varying ESC-IX from 1 by 1
        until ESC-IX > length of OJ-ORDNUM
    move OJ-QTY to bill-qty-txt
    move spaces to SQL-QUERY
    string "update myordlines set billed_qty = billed_qty + "
        bill-qty-txt " where ordnum = '" ORD-NUM-ESC
        "' and lineno = " OJ-LINENO ";;"
        into SQL-QUERY
    move "begin;;" to TXN-QUERY
    call "sql_exec_query" using DB-HANDLE TXN-QUERY UPD-HANDLE
        DB-STATUS
    call "sql_exec_query" using DB-HANDLE SQL-QUERY UPD-HANDLE
        DB-STATUS
    if DB-STATUS = 1 or DB-STATUS = 2
        move spaces to SQL-QUERY
        string "update myorders set status = 'B'"
            " where ordnum = '" ORD-NUM-ESC
            "' and status = 'S' and not exists"
            " (select 1 from myordlines l"
            " where l.ordnum = myorders.ordnum"
            " and l.billed_qty < l.qty);;"
            into SQL-QUERY
        call "sql_exec_query" using DB-HANDLE SQL-QUERY UPD-HANDLE
            DB-STATUS
    end-if
    if DB-STATUS = 1 or DB-STATUS = 2
        move "commit;;" to TXN-QUERY
    else
    end-if.

 COPY "dberrlog.cpy".
 COPY "schemachk.cpy".
