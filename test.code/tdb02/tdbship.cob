 IDENTIFICATION DIVISION.
 PROGRAM-ID.    tdbship.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Shipping run over the myorders subsystem.
*
*    An order used to go straight from open (O) to billed (B) with
*    nothing to say it ever left the building. This program is the
*    stage in between: the shipping desk lists what went out in
*    shipreq.dat, one request per record --
*
*      cols  1-10  order number
*      cols 11-13  line number; blank ships every line of the
*                  order still outstanding
*      cols 14-25  quantity shipped, read through the shared
*                  amtparse routine; blank ships all that is
*                  outstanding on the line (a quantity needs a
*                  line number)
*      cols 26-45  carrier reference
*
*    -- and every request that fits an open order is shipped: the
*    quantity is added to the line's shipped_qty, a myshipments row
*    records the delivery note, ship date (the run date) and
*    carrier reference, and an order with every line shipped in
*    full goes status S. Shipping part of a line, or some lines of
*    an order, leaves it open for the rest.
*
*    The lines shipped are gathered into one numbered delivery
*    note per contact and carrier reference (dlv_<note>.txt: the
*    contact and address, the carrier reference, each order line
*    and quantity) and each note is written inside its own
*    begin/commit/rollback -- a note either ships whole or not at
*    all. Note numbers come from shipseq.dat, kept current here;
*    each note is appended to shipreg.txt, the delivery-note
*    register, laid out as billreg.txt is.
*
*    A request naming no order or carrier, an order or line not on
*    file, an order not open, a quantity not readable or more than
*    is still outstanding, is rejected to tdbship.rpt with the
*    reason and nothing of it ships. tdbbill then bills only what
*    was shipped.
*
*    shipreq.dat is set aside as shipreq.<date>.<time>.dat once the
*    run is through, so a rerun cannot ship the same list twice.
*    mydatabase being down, or at a schema version other than the
*    one this program was built for (schemachk.cpy), refuses the
*    run and leaves shipreq.dat where it is. Rejected requests or
*    a note rolled back end the run with RETURN-CODE 4.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT request-file
         ASSIGN TO "shipreq.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS request-fs.
    SELECT delnote-file
         ASSIGN TO delnote-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS delnote-fs.
    SELECT register-file
         ASSIGN TO "shipreg.txt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS register-fs.
    SELECT sequence-file
         ASSIGN TO "shipseq.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS sequence-fs.
    SELECT ship-report-file
         ASSIGN TO "tdbship.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    COPY "dberrsel.cpy".

 DATA DIVISION.
 FILE SECTION.
 FD  request-file.
 01  request-record.
     05 sr-ordnum            pic X(10).
     05 sr-lineno            pic X(3).
     05 sr-qty               pic X(12).
     05 sr-carrier           pic X(20).

 FD  delnote-file.
 01  delnote-record          pic X(100).

 FD  register-file.
 01  register-record         pic X(120).

 FD  sequence-file.
 01  sequence-record.
     05 sq-next-note         pic 9(6).

 FD  ship-report-file.
 01  ship-report-record      pic X(132).

 COPY "dberrfd.cpy".

 WORKING-STORAGE SECTION.
    77  DATABASE-NAME   PIC X(80).
    77  SQL-QUERY       PIC X(600).
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
    01  ORDER-LINE-TUPLE.
     05 OT-CONTACT      pic X(40).
     05 OT-ADDR         pic X(50).
     05 OT-STATUS       pic X(1).
     05 OT-LINENO       pic X(3).
     05 OT-DESCR        pic X(40).
     05 OT-QTY          pic 9(7)v99.
     05 OT-OUTSTANDING  pic 9(7)v99.
*  every line accepted for shipping, kept in note order: contact,
*  carrier reference, order, line.
    01  SHIP-TABLE.
     05 SHIP-ENTRY occurs 300 times.
        10 SP-SORT-KEY.
           15 SP-NOTE-KEY.
              20 SP-CONTACT   pic X(40).
              20 SP-CARRIER   pic X(20).
           15 SP-ORDNUM       pic X(10).
           15 SP-LINENO       pic X(3).
        10 SP-ADDR            pic X(50).
        10 SP-DESCR           pic X(40).
        10 SP-QTY             pic 9(7)v99.
        10 SP-ORDERED         pic 9(7)v99.
    01  NEW-SHIP-ENTRY.
     05 NS-SORT-KEY.
        10 NS-CONTACT         pic X(40).
        10 NS-CARRIER         pic X(20).
        10 NS-ORDNUM          pic X(10).
        10 NS-LINENO          pic X(3).
     05 NS-ADDR               pic X(50).
     05 NS-DESCR              pic X(40).
     05 NS-QTY                pic 9(7)v99.
     05 NS-ORDERED            pic 9(7)v99.
    77  ship-count      pic 9(3) comp value zeros.
    77  ship-sub        pic 9(3) comp.
    77  insert-at       pic 9(3) comp.
    77  note-first      pic 9(3) comp.
    77  note-last       pic 9(3) comp.
    77  note-lines      pic 9(3) comp.
    77  note-end-flag   pic X.
    01  ORD-NUM-ESC     pic X(20).
    01  CARRIER-ESC     pic X(40).
    01  ESC-FIELD-IN    pic X(40).
    01  ESC-FIELD-OUT   pic X(80).
    77  ESC-IX          pic 9(3) comp.
    77  ESC-OX          pic 9(3) comp.
    77  ESC-CHAR        pic X.
    77  request-fs      pic XX.
    77  delnote-fs      pic XX.
    77  register-fs     pic XX.
    77  sequence-fs     pic XX.
    77  request-end-flag pic X value "N".
      88 request-at-end       value "Y".
    77  reject-reason   pic X(30).
    77  line-rj         pic X(3) justified right.
    77  line-clause     pic X(20).
    77  qty-given-flag  pic X.
    77  qty-ok-flag     pic X.
    77  qty-parsed      pic S9(10)v99.
    77  qty-asked       pic 9(7)v99.
    77  qty-available   pic S9(7)v99.
    77  qty-taken       pic 9(7)v99.
    77  lines-taken     pic 9(3) comp.
    77  lines-needed    pic 9(5) comp.
    77  ship-txn-ok-flag pic X.
      88 ship-txn-ok          value "Y".
    77  ship-full-flag  pic X value "N".
    77  delnote-filename pic X(40).
    77  next-note       pic 9(6) value 1.
    77  note-number     pic 9(6).
    77  qty-txt         pic 9(7).99.
    77  qty-dsp         pic Z(6)9.99.
    77  ordered-dsp     pic Z(6)9.99.
    77  lines-dsp       pic Z(2)9.
    77  requests-read   pic 9(5) comp value zeros.
    77  requests-rejected pic 9(5) comp value zeros.
    77  notes-written   pic 9(5) comp value zeros.
    77  notes-rolled-back pic 9(5) comp value zeros.
    77  count-dsp       pic Z(4)9.
    77  system-command  pic X(80).

 PROCEDURE DIVISION.
 000-MAIN.
    move "tdbship" to DBERR-PROGRAM-NAME
    accept WS-DATE from DATE YYYYMMDD
    open input request-file
    if request-fs not = "00"
        display "tdbship: no shipreq.dat, nothing to ship"
        stop run
    end-if
    move "mydatabase" to DATABASE-NAME
    call "sql_connect_db" using DATABASE-NAME DB-HANDLE DB-STATUS
    if DB-STATUS not = zeros
        perform 205-LOG-DB-ERROR
        display "tdbship: mydatabase is down, shipping refused"
        close request-file
        move 8 to return-code
        stop run
    end-if
    perform 206-CHECK-SCHEMA-VERSION
    if not SCHEMA-IS-CURRENT
        display "tdbship: " SCHEMA-MESSAGE
        call "sql_disconnect_db" using DB-HANDLE
        close request-file
        move 8 to return-code
        stop run
    end-if
    perform 050-GET-NEXT-NOTE
    open output ship-report-file
    move spaces to ship-report-record
    string "SHIPPING RUN  " WS-DATE
        delimited by size into ship-report-record
    write ship-report-record
    move spaces to ship-report-record
    write ship-report-record
    move "REQUESTS REJECTED" to ship-report-record
    write ship-report-record
    perform 100-TAKE-ONE-REQUEST thru 100-EXIT
        until request-at-end
    close request-file
    move spaces to ship-report-record
    write ship-report-record
    move "DELIVERY NOTES" to ship-report-record
    write ship-report-record
    move 1 to ship-sub
    perform 400-SHIP-ONE-NOTE until ship-sub > ship-count
    call "sql_disconnect_db" using DB-HANDLE
    perform 070-SAVE-NEXT-NOTE
    perform 090-SET-REQUESTS-ASIDE
    perform 600-WRITE-TOTALS
    close ship-report-file
    move notes-written to count-dsp
    display "tdbship: " count-dsp " delivery note(s) written, "
        "register appended to shipreg.txt"
    move requests-rejected to count-dsp
    display "tdbship: " count-dsp " request(s) rejected, "
        "see tdbship.rpt"
    if ship-full-flag = "Y"
        display "tdbship: *** more than 300 lines to ship, the "
            "rest rejected"
    end-if
    if requests-rejected > zeros or notes-rolled-back > zeros
        move 4 to return-code
    end-if
    stop run.

 050-GET-NEXT-NOTE.
    open input sequence-file
    if sequence-fs = "00"
        read sequence-file
            at end continue
            not at end
                if sq-next-note numeric
                    move sq-next-note to next-note
                end-if
        end-read
        close sequence-file
    end-if.

 070-SAVE-NEXT-NOTE.
    open output sequence-file
    move next-note to sq-next-note
    write sequence-record
    close sequence-file.

* The list just worked is kept under a dated name; the desk starts
* the next one on a fresh shipreq.dat.
 090-SET-REQUESTS-ASIDE.
    accept WS-TIME from TIME
    move spaces to system-command
    string "mv shipreq.dat shipreq." WS-DATE "." WS-TIME ".dat"
        delimited by size into system-command
    call "SYSTEM" using system-command.

* A request is checked against the order as mydatabase has it,
* less whatever earlier requests in this same list already took.
 100-TAKE-ONE-REQUEST.
    read request-file
        at end
            move "Y" to request-end-flag
            go to 100-EXIT
    end-read
    add 1 to requests-read
    move spaces to reject-reason
    if sr-ordnum = spaces
        move "NO ORDER NUMBER" to reject-reason
        go to 100-REJECT.
    if sr-carrier = spaces
        move "NO CARRIER REFERENCE" to reject-reason
        go to 100-REJECT.
    move spaces to line-rj
    if sr-lineno not = spaces
        unstring sr-lineno delimited by space into line-rj
        inspect line-rj replacing leading space by "0"
        if line-rj not numeric
            move "LINE NOT A NUMBER" to reject-reason
            go to 100-REJECT.
    move "N" to qty-given-flag
    move zeros to qty-asked
    if sr-qty not = spaces
        move "Y" to qty-given-flag
        call "amtparse" using sr-qty qty-parsed qty-ok-flag
        if qty-ok-flag not = "Y" or qty-parsed = zeros
                or qty-parsed > 9999999.99
            move "QUANTITY NOT VALID" to reject-reason
            go to 100-REJECT
        end-if
        move qty-parsed to qty-asked
        if line-rj = spaces
            move "QUANTITY NEEDS A LINE" to reject-reason
            go to 100-REJECT.
    perform 200-FETCH-ORDER-LINES
    if MAX-TUPLE = zeros
        call "sql_clear_query" using QRY-HANDLE
        move "ORDER OR LINE NOT ON FILE" to reject-reason
        go to 100-REJECT.
    move zero to NTUPLE
    call "sql_get_tuple" using QRY-HANDLE NTUPLE ORDER-LINE-TUPLE
    if OT-STATUS not = "O"
        call "sql_clear_query" using QRY-HANDLE
        move "ORDER NOT OPEN" to reject-reason
        go to 100-REJECT.
    move zeros to lines-needed
    perform 305-COUNT-ONE-LINE until NTUPLE = MAX-TUPLE
    if ship-count + lines-needed > 300
        call "sql_clear_query" using QRY-HANDLE
        move "Y" to ship-full-flag
        move "MORE THAN 300 LINES IN RUN" to reject-reason
        go to 100-REJECT.
    move zero to NTUPLE
    move zeros to lines-taken
    perform 300-TAKE-ONE-LINE until NTUPLE = MAX-TUPLE
        or reject-reason not = spaces
    call "sql_clear_query" using QRY-HANDLE
    if reject-reason = spaces and lines-taken = zeros
        move "NOTHING LEFT TO SHIP" to reject-reason
    end-if
    if reject-reason not = spaces
        go to 100-REJECT.
    go to 100-EXIT.
 100-REJECT.
    add 1 to requests-rejected
    move spaces to ship-report-record
    string "  " sr-ordnum " " sr-lineno " " sr-qty " "
        sr-carrier " " reject-reason
        delimited by size into ship-report-record
    write ship-report-record.
 100-EXIT.
    exit.

* The order's lines, or the one line asked for, with what each
* still has outstanding.
 200-FETCH-ORDER-LINES.
    move sr-ordnum to ESC-FIELD-IN
    perform 520-ESCAPE-ONE-FIELD
    move ESC-FIELD-OUT to ORD-NUM-ESC
    move spaces to line-clause
    if line-rj not = spaces
        string " and l.lineno = " line-rj
            delimited by size into line-clause
    end-if
    move spaces to SQL-QUERY
    string "select o.contact_name,"
        " cast(coalesce(t.address, ' ') as char(50)), o.status,"
        " cast(to_char(l.lineno, 'FM000') as char(3)), l.descr,"
        " cast(to_char(l.qty * 100, 'FM000000000') as char(9)),"
        " cast(to_char((l.qty - l.shipped_qty) * 100,"
        " 'FM000000000') as char(9))"
        " from myorders o join myordlines l"
        " on l.ordnum = o.ordnum"
        " left join mytable t on t.name = o.contact_name"
        " where o.ordnum = '" ORD-NUM-ESC "'"
        line-clause " order by l.lineno;;"
        delimited by size into SQL-QUERY
    call "sql_exec_query" using DB-HANDLE SQL-QUERY QRY-HANDLE
        DB-STATUS
    perform 500-CHECK-STATUS
    call "sql_max_tuple" using QRY-HANDLE MAX-TUPLE.

* A whole-order request takes every line with anything left; a
* line request takes its quantity, or all that is left.
 300-TAKE-ONE-LINE.
    call "sql_get_tuple" using QRY-HANDLE NTUPLE ORDER-LINE-TUPLE
    move zeros to qty-taken
    perform 310-TAKEN-THIS-RUN
        varying ship-sub from 1 by 1
        until ship-sub > ship-count
    compute qty-available = OT-OUTSTANDING - qty-taken
    if qty-available > zeros
        if qty-given-flag = "Y"
            if qty-asked > qty-available
                move "MORE THAN OUTSTANDING" to reject-reason
            else
                move qty-asked to NS-QTY
                perform 320-ADD-SHIP-LINE
            end-if
        else
            move qty-available to NS-QTY
            perform 320-ADD-SHIP-LINE
        end-if
    end-if
    add 1 to NTUPLE.

* The room a request needs is counted before any of it is taken,
* so a request that will not fit is rejected whole.
 305-COUNT-ONE-LINE.
    call "sql_get_tuple" using QRY-HANDLE NTUPLE ORDER-LINE-TUPLE
    move zeros to qty-taken
    perform 310-TAKEN-THIS-RUN
        varying ship-sub from 1 by 1
        until ship-sub > ship-count
    if OT-OUTSTANDING > qty-taken
        add 1 to lines-needed
    end-if
    add 1 to NTUPLE.

 310-TAKEN-THIS-RUN.
    if SP-ORDNUM (ship-sub) = sr-ordnum
            and SP-LINENO (ship-sub) = OT-LINENO
        add SP-QTY (ship-sub) to qty-taken
    end-if.

 320-ADD-SHIP-LINE.
    move OT-CONTACT to NS-CONTACT
    move sr-carrier to NS-CARRIER
    move sr-ordnum  to NS-ORDNUM
    move OT-LINENO  to NS-LINENO
    move OT-ADDR    to NS-ADDR
    move OT-DESCR   to NS-DESCR
    move OT-QTY     to NS-ORDERED
    perform 330-INSERT-IN-NOTE-ORDER
    add 1 to lines-taken.

* Insertion keeps the table in note order as it fills: find the
* first entry that sorts after the new one and open a gap there.
 330-INSERT-IN-NOTE-ORDER.
    move 1 to insert-at
    perform 340-STEP-PAST-ONE
        until insert-at > ship-count
        or SP-SORT-KEY (insert-at) > NS-SORT-KEY
    perform 350-SHIFT-ONE-UP
        varying ship-sub from ship-count by -1
        until ship-sub < insert-at
    add 1 to ship-count
    move NEW-SHIP-ENTRY to SHIP-ENTRY (insert-at).

 340-STEP-PAST-ONE.
    add 1 to insert-at.

 350-SHIFT-ONE-UP.
    move SHIP-ENTRY (ship-sub) to SHIP-ENTRY (ship-sub + 1).

* One note is every line in a run of entries sharing contact and
* carrier reference. The database is written first; the note and
* its register line only once that has committed.
 400-SHIP-ONE-NOTE.
    move ship-sub to note-first note-last
    move "N" to note-end-flag
    perform 405-FIND-NOTE-END until note-end-flag = "Y"
    compute note-lines = note-last - note-first + 1
    move next-note to note-number
    perform 410-RECORD-NOTE
    if ship-txn-ok
        add 1 to next-note
        add 1 to notes-written
        perform 430-WRITE-NOTE
        perform 450-REGISTER-NOTE
        move note-lines to lines-dsp
        move spaces to ship-report-record
        string "  DELNOTE " note-number " " SP-CONTACT (note-first)
            " " SP-CARRIER (note-first) " lines " lines-dsp
            delimited by size into ship-report-record
    else
        add 1 to notes-rolled-back
        move spaces to ship-report-record
        string "  NOT SHIPPED (rolled back, see dberror.log) "
            SP-CONTACT (note-first) " " SP-CARRIER (note-first)
            delimited by size into ship-report-record
    end-if
    write ship-report-record
    compute ship-sub = note-last + 1.

 405-FIND-NOTE-END.
    if note-last = ship-count
        move "Y" to note-end-flag
    else
        if SP-NOTE-KEY (note-last + 1) not = SP-NOTE-KEY (note-first)
            move "Y" to note-end-flag
        else
            add 1 to note-last
        end-if
    end-if.

 410-RECORD-NOTE.
    move "Y" to ship-txn-ok-flag
    move SP-CARRIER (note-first) to ESC-FIELD-IN
    perform 520-ESCAPE-ONE-FIELD
    move ESC-FIELD-OUT to CARRIER-ESC
    move "begin;;" to TXN-QUERY
    call "sql_exec_query" using DB-HANDLE TXN-QUERY UPD-HANDLE
        DB-STATUS
    perform 420-RECORD-ONE-LINE
        varying ship-sub from note-first by 1
        until ship-sub > note-last
    if ship-txn-ok
        move "commit;;" to TXN-QUERY
    else
        move "rollback;;" to TXN-QUERY
    end-if
    call "sql_exec_query" using DB-HANDLE TXN-QUERY UPD-HANDLE
        DB-STATUS
    call "sql_clear_query" using UPD-HANDLE.

* The shipment row, the line's shipped quantity, and -- once no
* line of the order has anything left -- the order's status S.
 420-RECORD-ONE-LINE.
    move SP-ORDNUM (ship-sub) to ESC-FIELD-IN
    perform 520-ESCAPE-ONE-FIELD
    move ESC-FIELD-OUT to ORD-NUM-ESC
    move SP-QTY (ship-sub) to qty-txt
    move spaces to SQL-QUERY
    string "insert into myshipments (delnote, ship_date,"
        " carrier_ref, ordnum, lineno, qty) values ( '"
        note-number "', '" WS-DATE "', '"
        CARRIER-ESC "', '" ORD-NUM-ESC
        "', " SP-LINENO (ship-sub) ", " qty-txt " );;"
        delimited by size into SQL-QUERY
    perform 425-DO-NOTE-QUERY
    move spaces to SQL-QUERY
    string "update myordlines set shipped_qty = shipped_qty + "
        qty-txt " where ordnum = '" ORD-NUM-ESC
        "' and lineno = " SP-LINENO (ship-sub) ";;"
        delimited by size into SQL-QUERY
    perform 425-DO-NOTE-QUERY
    move spaces to SQL-QUERY
    string "update myorders set status = 'S'"
        " where ordnum = '" ORD-NUM-ESC
        "' and status = 'O' and not exists"
        " (select 1 from myordlines l"
        " where l.ordnum = myorders.ordnum"
        " and l.shipped_qty < l.qty);;"
        delimited by size into SQL-QUERY
    perform 425-DO-NOTE-QUERY.

 425-DO-NOTE-QUERY.
    if ship-txn-ok
        call "sql_exec_query" using DB-HANDLE SQL-QUERY UPD-HANDLE
            DB-STATUS
        if DB-STATUS not = 1 and DB-STATUS not = 2
            perform 500-CHECK-STATUS
            move "N" to ship-txn-ok-flag
        end-if
    end-if.

 430-WRITE-NOTE.
    move spaces to delnote-filename
    string "dlv_" note-number ".txt"
        delimited by size into delnote-filename
    open output delnote-file
    move spaces to delnote-record
    string "DELIVERY NOTE " note-number "  DATE " WS-DATE
        delimited by size into delnote-record
    write delnote-record
    move spaces to delnote-record
    string "TO: " SP-CONTACT (note-first)
        delimited by size into delnote-record
    write delnote-record
    move spaces to delnote-record
    string "    " SP-ADDR (note-first)
        delimited by size into delnote-record
    write delnote-record
    move spaces to delnote-record
    string "CARRIER REF: " SP-CARRIER (note-first)
        delimited by size into delnote-record
    write delnote-record
    move spaces to delnote-record
    write delnote-record
    perform 440-WRITE-NOTE-LINE
        varying ship-sub from note-first by 1
        until ship-sub > note-last
    move spaces to delnote-record
    write delnote-record
    move note-lines to lines-dsp
    move spaces to delnote-record
    string "LINES " lines-dsp delimited by size into delnote-record
    write delnote-record
    close delnote-file.

 440-WRITE-NOTE-LINE.
    move SP-QTY (ship-sub)     to qty-dsp
    move SP-ORDERED (ship-sub) to ordered-dsp
    move spaces to delnote-record
    string "  " SP-ORDNUM (ship-sub) " " SP-LINENO (ship-sub) " "
        SP-DESCR (ship-sub) " " qty-dsp " of " ordered-dsp
        delimited by size into delnote-record
    write delnote-record.

 450-REGISTER-NOTE.
    accept WS-TIME from TIME
    move spaces to WS-TIMESTAMP
    string WS-DATE "-" WS-TIME delimited by size into WS-TIMESTAMP
    open extend register-file
    if register-fs not = "00"
        open output register-file
    end-if
    move note-lines to lines-dsp
    move spaces to register-record
    string WS-TIMESTAMP " DELNOTE " note-number " "
        SP-CONTACT (note-first) " lines " lines-dsp " carrier "
        SP-CARRIER (note-first)
        delimited by size into register-record
    write register-record
    close register-file.

 500-CHECK-STATUS.
    if (DB-STATUS not = 1 and DB-STATUS not = 2)
        move spaces to DB-MESSAGE
        call "sql_status_message" using DB-HANDLE DB-MESSAGE
        display DB-MESSAGE
        perform 205-LOG-DB-ERROR
    end-if.

 520-ESCAPE-ONE-FIELD.
    move spaces to ESC-FIELD-OUT
    move 0 to ESC-OX
    perform 530-ESCAPE-FIELD-CHAR
        varying ESC-IX from 1 by 1
        until ESC-IX > length of ESC-FIELD-IN.

 530-ESCAPE-FIELD-CHAR.
    move ESC-FIELD-IN (ESC-IX:1) to ESC-CHAR
    add 1 to ESC-OX
    move ESC-CHAR to ESC-FIELD-OUT (ESC-OX:1)
    if ESC-CHAR = quote
        add 1 to ESC-OX
        move quote to ESC-FIELD-OUT (ESC-OX:1)
    end-if.

 600-WRITE-TOTALS.
    move spaces to ship-report-record
    write ship-report-record
    move requests-read to count-dsp
    move spaces to ship-report-record
    string "REQUESTS READ           " count-dsp
        delimited by size into ship-report-record
    write ship-report-record
    move requests-rejected to count-dsp
    move spaces to ship-report-record
    string "REQUESTS REJECTED       " count-dsp
        delimited by size into ship-report-record
    write ship-report-record
    move notes-written to count-dsp
    move spaces to ship-report-record
    string "DELIVERY NOTES WRITTEN  " count-dsp
        delimited by size into ship-report-record
    write ship-report-record
    move notes-rolled-back to count-dsp
    move spaces to ship-report-record
    string "NOTES ROLLED BACK       " count-dsp
        delimited by size into ship-report-record
    write ship-report-record.

 COPY "dberrlog.cpy".
 COPY "schemachk.cpy".
