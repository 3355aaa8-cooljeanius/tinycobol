 IDENTIFICATION DIVISION.
 PROGRAM-ID.    citystd.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    City standardization over both contact stores, driven by the
*    same table the sales run uses: the C (city) entries of
*    salesstdnames.dat, "C<variant><canonical>". In filedb01 the
*    city is dt-city; in mytable it is the address column, or the
*    part of it after the last comma when the address carries a
*    street too ("Rua do Sol 10, Recif").
*
*      citystd            report only (default): every change the
*                         table calls for goes to citystd.rpt,
*                         store, contact, old value and new, and
*                         nothing is touched
*      citystd APPLY      the same report, then the changes are
*                         made -- filedb01 through tcdb_upd, mytable
*                         through an escaped update inside a
*                         transaction, each one journaled (op
*                         UPDATE, before and after) to the store's
*                         own change journal like any other contact
*                         change; a contact or row changed since
*                         the scan is reported SKIPPED and left as
*                         it is
*
*    A city the table knows as neither a variant nor a canonical
*    form is listed once in contactunmapped.txt, in the
*    salesunmapped.txt layout ("C <value>"), so the table grows from
*    the contact side as well as the sales side. With no table on
*    file nothing is changed. Like tdb01dedup MERGE, APPLY stands
*    down while a tdb01maint session is open today. A mydatabase at
*    a schema version other than the one this program was built
*    for (schemachk.cpy) leaves mytable out of the run entirely,
*    RETURN-CODE 8; filedb01 is still standardized.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT std-names-file
         ASSIGN TO "salesstdnames.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS stdnames-fs.
    SELECT unmapped-file
         ASSIGN TO "contactunmapped.txt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    SELECT citystd-report-file
         ASSIGN TO "citystd.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    SELECT session-lock-file
         ASSIGN TO "tdb01maint.lock"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS sesslock-fs.
    COPY "t01jrnlsel.cpy".
    COPY "jrnlsel.cpy".
    COPY "dberrsel.cpy".

 DATA DIVISION.
 FILE SECTION.
* One standardization line per known variant: R or C, the variant
* spelling, then the canonical form it maps to.
 FD  std-names-file.
 01  std-names-record.
     05 sn-kind              pic X(1).
     05 sn-variant           pic X(20).
     05 sn-canonical         pic X(20).

 FD  unmapped-file.
 01  unmapped-record         pic X(40).

 FD  citystd-report-file.
 01  citystd-report-record   pic X(160).

 FD  session-lock-file.
 01  session-lock-record.
     05 sl-operator      pic x(8).
     05 sl-date          pic 9(8).
     05 sl-open-time     pic 9(8).

 COPY "t01jrnlfd.cpy".
 COPY "jrnlfd.cpy".
 COPY "dberrfd.cpy".

 WORKING-STORAGE SECTION.
    77  DATABASE-NAME   PIC X(80).
    77  SQL-QUERY       PIC X(300).
    77  TXN-QUERY       PIC X(20).
    77  DB-HANDLE       PIC 9(12) COMP.
    77  QRY-HANDLE      PIC 9(12) COMP.
    77  NTUPLE          PIC 9(12) COMP.
    77  MAX-TUPLE       PIC 9(12) COMP.
    77  DB-STATUS       pic 9(12) COMP.
    77  DB-MESSAGE      pic X(200).
    COPY "mytbl.cpy".
    01  MYTBL-NAME-ESC      pic X(80).
    01  MYTBL-ADDR-ESC      pic X(100).
    01  OLD-ADDR-ESC        pic X(100).
    77  ESC-IX              pic 9(3) comp.
    77  ESC-OX              pic 9(3) comp.
    77  ESC-CHAR            pic X.
    77  WS-DATE             pic 9(8).
    77  WS-TIME             pic 9(8).
    77  WS-TIMESTAMP        pic X(17).
    COPY "dberrws.cpy".
    COPY "schemaws.cpy".

 77  datafile        pic x(80).
 77  len1            pic 9(9) comp.
 77  len2            pic 9(9) comp.
 77  len3            pic 9(9) comp.
 77  len4            pic 9(9) comp.
 77  sel             pic 9(9) comp.
 77  cursor-status   pic 9(9) comp.
 COPY "tdb01rec.cpy".
 77  std-mode        pic x(5) value spaces.
   88 apply-mode           value "APPLY".
 77  stdnames-fs     pic xx.
 77  sesslock-fs     pic xx.
 77  sesslock-end-flag pic x.
 77  t1jrnl-fs       pic xx.
 77  jrnl-fs         pic xx.
 77  today-date      pic 9(8).
 77  db-connected-flag pic x value "N".
 77  scan-done-flag  pic x value "N".
   88 scan-done            value "Y".
 01  std-names-table.
     05 std-names-entry occurs 200 times indexed by snx.
        10 snt-variant   pic x(20).
        10 snt-canonical pic x(20).
 77  std-names-count pic 9(3) comp value zeros.
 77  std-value-work  pic x(20).
 77  std-found-flag  pic x.
   88 std-value-known      value "Y".
 01  unmapped-seen-table.
     05 unmapped-seen-entry occurs 200 times indexed by umx.
        10 um-value      pic x(20).
 77  unmapped-seen-count pic 9(3) comp value zeros.
 01  bdb-change-table.
     05 bdb-change occurs 500 times.
        10 bc-name       pic x(40).
        10 bc-old-city   pic x(20).
        10 bc-new-city   pic x(20).
 77  bdb-change-count pic 9(3) comp value zeros.
 01  sql-change-table.
     05 sql-change occurs 500 times.
        10 sc-name       pic x(40).
        10 sc-old-addr   pic x(50).
        10 sc-new-addr   pic x(50).
        10 sc-phone      pic x(15).
 77  sql-change-count pic 9(3) comp value zeros.
 77  change-sub      pic 9(3) comp.
 77  table-full-flag pic x value "N".
 77  comma-pos       pic 9(2) comp.
 77  city-start      pic 9(2) comp.
 77  scan-sub        pic 9(2) comp.
 77  city-part       pic x(50).
 77  new-addr        pic x(50).
 77  applied-bdb     pic 9(3) comp value zeros.
 77  applied-sql     pic 9(3) comp value zeros.
 77  skipped-count   pic 9(3) comp value zeros.
 77  bdb-rows        pic 9(5) comp value zeros.
 77  sql-rows        pic 9(5) comp value zeros.
 77  count-dsp       pic zz9.
 77  count2-dsp      pic zz9.
 01  before-contact  pic x(171).

 PROCEDURE DIVISION.
 000-MAIN.
    move "citystd" to DBERR-PROGRAM-NAME
    accept std-mode from command-line
    if std-mode not = spaces and not apply-mode
        display "citystd: usage: citystd [APPLY]"
        move 8 to return-code
        stop run
    end-if
    accept today-date from date yyyymmdd
    if apply-mode
        perform 050-CHECK-MAINT-SESSION
    end-if
    perform 100-LOAD-CITY-TABLE
    if std-names-count = zeros
        display "citystd: no city entries in salesstdnames.dat "
            "(status " stdnames-fs "), nothing to do"
        stop run
    end-if
    open output unmapped-file
    open output citystd-report-file
    perform 200-SCAN-FILEDB01
    perform 300-SCAN-MYTABLE
    if table-full-flag = "Y"
        display "citystd: more than 500 changes in one store, "
            "the rest wait for the next run"
    end-if
    if apply-mode
        perform 500-APPLY-FILEDB01
        perform 600-APPLY-MYTABLE
    end-if
    perform 700-SUMMARY
    close unmapped-file
    close citystd-report-file
    call "tcdb_close"
    if db-connected-flag = "Y"
        call "sql_disconnect_db" using DB-HANDLE
    end-if
    stop run.

* Any session line dated today means a maintenance session may be
* mid-edit on a contact this run would change.
 050-CHECK-MAINT-SESSION.
    open input session-lock-file
    if sesslock-fs = "00"
        move "N" to sesslock-end-flag
        perform 060-CHECK-ONE-SESSION
            until sesslock-end-flag = "Y"
        close session-lock-file
    end-if.

 060-CHECK-ONE-SESSION.
    read session-lock-file
        at end move "Y" to sesslock-end-flag
        not at end
            if sl-date = today-date
                display "citystd: a tdb01maint session is open "
                    "(operator " sl-operator "), APPLY refused; "
                    "close the session and rerun"
                close session-lock-file
                move 8 to return-code
                stop run
            end-if
    end-read.

* Only the C lines matter here; the R (region) lines are the sales
* run's alone.
 100-LOAD-CITY-TABLE.
    open input std-names-file
    if stdnames-fs = "00"
        perform 110-LOAD-ONE-STD-NAME
            until stdnames-fs not = "00"
        close std-names-file
    end-if.

 110-LOAD-ONE-STD-NAME.
    read std-names-file
        at end continue
        not at end
            if sn-kind = "C"
                if std-names-count < 200
                    add 1 to std-names-count
                    move sn-variant
                        to snt-variant (std-names-count)
                    move sn-canonical
                        to snt-canonical (std-names-count)
                else
                    display "citystd: city table full (200), "
                        "dropping " sn-variant
                end-if
            end-if
    end-read.

* filedb01 is walked through the tcdb cursor and every change it
* needs is tabled first; nothing is updated under the cursor.
 200-SCAN-FILEDB01.
    move length of dt-rec   to len1
    move length of dt-name  to len2
    move length of dt-city  to len3
    move length of dt-phone to len4
    string "filedb01" low-value into datafile
    call "tcdb_open" using datafile len1
    call "tcdb_first" using len1 dt-rec cursor-status
    if cursor-status = 0
        move "Y" to scan-done-flag
    end-if
    perform 210-CHECK-ONE-CONTACT until scan-done.

 210-CHECK-ONE-CONTACT.
    add 1 to bdb-rows
    if dt-city not = spaces
        move dt-city to std-value-work
        perform 400-STANDARDIZE-CITY
        if std-value-work not = dt-city
            perform 220-TABLE-BDB-CHANGE
        end-if
    end-if
    call "tcdb_next" using len1 dt-rec cursor-status
    if cursor-status = 0
        move "Y" to scan-done-flag
    end-if.

 220-TABLE-BDB-CHANGE.
    if bdb-change-count < 500
        add 1 to bdb-change-count
        move dt-name        to bc-name (bdb-change-count)
        move dt-city        to bc-old-city (bdb-change-count)
        move std-value-work to bc-new-city (bdb-change-count)
        move spaces to citystd-report-record
        string "FILEDB01 [" dt-name "] city [" dt-city "] -> ["
            std-value-work "]"
            delimited by size into citystd-report-record
        write citystd-report-record
    else
        move "Y" to table-full-flag
    end-if.

 300-SCAN-MYTABLE.
    move "mydatabase" to DATABASE-NAME
    call "sql_connect_db" using DATABASE-NAME DB-HANDLE DB-STATUS
    if DB-STATUS not = zeros
        perform 205-LOG-DB-ERROR
        display "citystd: cannot connect to mydatabase, mytable "
            "not standardized"
        move 4 to return-code
    else
        perform 206-CHECK-SCHEMA-VERSION
        if SCHEMA-IS-CURRENT
            move "Y" to db-connected-flag
            perform 305-READ-MYTABLE
        else
            display "citystd: " SCHEMA-MESSAGE
            display "citystd: mytable not standardized"
            call "sql_disconnect_db" using DB-HANDLE
            move 8 to return-code
        end-if
    end-if.

 305-READ-MYTABLE.
    move "select * from mytable;;" to SQL-QUERY
    call "sql_exec_query" using DB-HANDLE SQL-QUERY QRY-HANDLE
        DB-STATUS
    call "sql_max_tuple" using QRY-HANDLE MAX-TUPLE
    move zero to NTUPLE
    perform 310-CHECK-ONE-ROW until NTUPLE = MAX-TUPLE
    call "sql_clear_query" using QRY-HANDLE.

 310-CHECK-ONE-ROW.
    call "sql_get_tuple" using QRY-HANDLE NTUPLE MYTBL-RECORD
    add 1 to sql-rows
    perform 320-SPLIT-ADDRESS
    if city-part not = spaces and city-part (21:) = spaces
        move city-part to std-value-work
        perform 400-STANDARDIZE-CITY
        if std-value-work not = city-part
            perform 330-TABLE-SQL-CHANGE
        end-if
    end-if
    add 1 to NTUPLE.

* The city is the whole address, or what follows its last comma,
* less leading spaces.
 320-SPLIT-ADDRESS.
    move zeros to comma-pos
    perform 325-FIND-LAST-COMMA
        varying scan-sub from 1 by 1
        until scan-sub > 50
    compute city-start = comma-pos + 1
    perform 327-SKIP-ONE-SPACE
        until city-start > 50
        or MYTBL-ADDR (city-start:1) not = space
    move spaces to city-part
    if city-start not > 50
        move MYTBL-ADDR (city-start:) to city-part
    end-if.

 325-FIND-LAST-COMMA.
    if MYTBL-ADDR (scan-sub:1) = ","
        move scan-sub to comma-pos
    end-if.

 327-SKIP-ONE-SPACE.
    add 1 to city-start.

* The street part and its comma stay as they were; one space then
* the canonical city.
 330-TABLE-SQL-CHANGE.
    move spaces to new-addr
    if comma-pos = zeros
        move std-value-work to new-addr
    else
        string MYTBL-ADDR (1:comma-pos) " " std-value-work
            delimited by size into new-addr
    end-if
    if sql-change-count < 500
        add 1 to sql-change-count
        move MYTBL-NAME  to sc-name (sql-change-count)
        move MYTBL-ADDR  to sc-old-addr (sql-change-count)
        move new-addr    to sc-new-addr (sql-change-count)
        move MYTBL-PHONE to sc-phone (sql-change-count)
        move spaces to citystd-report-record
        string "MYTABLE  [" MYTBL-NAME "] address [" MYTBL-ADDR
            "] -> [" new-addr "]"
            delimited by size into citystd-report-record
        write citystd-report-record
    else
        move "Y" to table-full-flag
    end-if.

* The report.cob rule: a variant maps to its canonical form, a
* canonical form stands, anything else is listed once as unmapped.
 400-STANDARDIZE-CITY.
    move "N" to std-found-flag
    perform 410-MATCH-ONE-STD-ENTRY
        varying snx from 1 by 1
        until snx > std-names-count or std-value-known
    if not std-value-known
        perform 420-REPORT-UNMAPPED
    end-if.

 410-MATCH-ONE-STD-ENTRY.
    if snt-variant (snx) = std-value-work
        move snt-canonical (snx) to std-value-work
        move "Y" to std-found-flag
    else
        if snt-canonical (snx) = std-value-work
            move "Y" to std-found-flag
        end-if
    end-if.

 420-REPORT-UNMAPPED.
    set umx to 1
    search unmapped-seen-entry
        at end continue
        when umx > unmapped-seen-count
            if unmapped-seen-count < 200
                add 1 to unmapped-seen-count
                move std-value-work to um-value (unmapped-seen-count)
                move spaces to unmapped-record
                string "C " std-value-work
                    delimited by size into unmapped-record
                write unmapped-record
            end-if
        when um-value (umx) = std-value-work
            continue
    end-search.

* Each contact is fetched again and changed only if its city is
* still the one reported; the journal gets the record as fetched
* and as written.
 500-APPLY-FILEDB01.
    perform 510-APPLY-ONE-CONTACT
        varying change-sub from 1 by 1
        until change-sub > bdb-change-count.

 510-APPLY-ONE-CONTACT.
    move 0 to sel
    move spaces to dt-rec
    move bc-name (change-sub) to dt-name
    call "tcdb_qry" using sel len2 dt-name len1 dt-rec
    if dt-city not = bc-old-city (change-sub)
        add 1 to skipped-count
        move spaces to citystd-report-record
        string "SKIPPED  [" bc-name (change-sub)
            "] changed since the scan"
            delimited by size into citystd-report-record
        write citystd-report-record
    else
        move dt-rec to before-contact
        move bc-new-city (change-sub) to dt-city
        call "tcdb_upd" using len1 dt-rec len2 dt-name
            len3 dt-city len4 dt-phone
        perform 520-JOURNAL-BDB-CHANGE
        add 1 to applied-bdb
    end-if.

 520-JOURNAL-BDB-CHANGE.
    accept WS-DATE from DATE YYYYMMDD
    accept WS-TIME from TIME
    open extend tdb01-journal-file
    if t1jrnl-fs not = "00"
        open output tdb01-journal-file
    end-if
    move spaces to t1j-rec
    string WS-DATE "-" WS-TIME delimited by size
        into t1j-timestamp
    move "citystd"      to t1j-program
    move "*BATCH*"      to t1j-operator
    move "UPDATE"       to t1j-op
    move dt-name        to t1j-key
    move before-contact to t1j-before
    move dt-rec         to t1j-after
    write t1j-rec
    close tdb01-journal-file.

* The row is looked for by the name and the old address together
* inside the transaction; a row changed since the scan is not
* found, is left alone and reported SKIPPED as a filedb01 contact
* is. Only a row found is updated and journaled.
 600-APPLY-MYTABLE.
    if db-connected-flag = "Y"
        perform 610-APPLY-ONE-ROW
            varying change-sub from 1 by 1
            until change-sub > sql-change-count
    end-if.

 610-APPLY-ONE-ROW.
    move sc-name (change-sub)     to MYTBL-NAME
    move sc-old-addr (change-sub) to MYTBL-ADDR
    perform 800-ESCAPE-MYTBL
    move MYTBL-ADDR-ESC to OLD-ADDR-ESC
    move sc-new-addr (change-sub) to MYTBL-ADDR
    perform 800-ESCAPE-MYTBL
    perform 820-BEGIN-TRANSACTION
    move spaces to SQL-QUERY
    string "select name from mytable where name = '"
        MYTBL-NAME-ESC "' and address = '" OLD-ADDR-ESC "';;"
        delimited by size into SQL-QUERY
    perform 830-DO-QUERY
    move zeros to MAX-TUPLE
    if DB-STATUS = 1 or DB-STATUS = 2
        call "sql_max_tuple" using QRY-HANDLE MAX-TUPLE
    end-if
    call "sql_clear_query" using QRY-HANDLE
    if (DB-STATUS = 1 or DB-STATUS = 2) and MAX-TUPLE = zeros
        add 1 to skipped-count
        move spaces to citystd-report-record
        string "SKIPPED  [" sc-name (change-sub)
            "] changed since the scan"
            delimited by size into citystd-report-record
        write citystd-report-record
    end-if
    if MAX-TUPLE > zeros
        move spaces to SQL-QUERY
        string "update mytable set address = '" MYTBL-ADDR-ESC
            "' where name = '" MYTBL-NAME-ESC
            "' and address = '" OLD-ADDR-ESC "';;"
            delimited by size into SQL-QUERY
        perform 830-DO-QUERY
        if DB-STATUS = 1 or DB-STATUS = 2
            perform 620-JOURNAL-SQL-CHANGE
            add 1 to applied-sql
        end-if
        call "sql_clear_query" using QRY-HANDLE
    end-if
    perform 840-END-TRANSACTION.

 620-JOURNAL-SQL-CHANGE.
    accept WS-DATE from DATE YYYYMMDD
    accept WS-TIME from TIME
    open extend mytbl-journal-file
    if jrnl-fs not = "00"
        open output mytbl-journal-file
    end-if
    move spaces to jrnl-rec
    string WS-DATE "-" WS-TIME delimited by size
        into jrnl-timestamp
    move "citystd"             to jrnl-program
    move "UPDATE"              to jrnl-op
    move sc-name (change-sub)  to jrnl-key
    move sc-name (change-sub)  to jrnl-bef-name
    move sc-old-addr (change-sub) to jrnl-bef-addr
    move sc-phone (change-sub) to jrnl-bef-phone
    move sc-name (change-sub)  to jrnl-aft-name
    move sc-new-addr (change-sub) to jrnl-aft-addr
    move sc-phone (change-sub) to jrnl-aft-phone
    write jrnl-rec
    close mytbl-journal-file.

 700-SUMMARY.
    move spaces to citystd-report-record
    write citystd-report-record
    move spaces to citystd-report-record
    move bdb-change-count to count-dsp
    string "FILEDB01 " count-dsp " change(s)"
        delimited by size into citystd-report-record
    write citystd-report-record
    move spaces to citystd-report-record
    move sql-change-count to count-dsp
    string "MYTABLE  " count-dsp " change(s)"
        delimited by size into citystd-report-record
    write citystd-report-record
    move spaces to citystd-report-record
    if apply-mode
        move applied-bdb to count-dsp
        move applied-sql to count2-dsp
        string "APPLIED: filedb01 " count-dsp ", mytable "
            count2-dsp delimited by size into citystd-report-record
    else
        move "REPORT ONLY: rerun with APPLY to make these changes"
            to citystd-report-record
    end-if
    write citystd-report-record
    display "citystd: " bdb-rows " filedb01 contact(s), "
        bdb-change-count " to change; " sql-rows
        " mytable row(s), " sql-change-count " to change"
    if apply-mode
        display "citystd: applied " applied-bdb " to filedb01, "
            applied-sql " to mytable, " skipped-count " skipped"
    end-if
    if unmapped-seen-count > zeros
        display "citystd: " unmapped-seen-count " unmapped city "
            "value(s) in contactunmapped.txt"
    end-if.

* quote-escaping, the same doubling tdb02's 065-ESCAPE-MYTBL does.
 800-ESCAPE-MYTBL.
    move spaces to MYTBL-NAME-ESC
    move 0 to ESC-OX
    perform 801-ESCAPE-NAME-CHAR
        varying ESC-IX from 1 by 1
        until ESC-IX > length of MYTBL-NAME
    move spaces to MYTBL-ADDR-ESC
    move 0 to ESC-OX
    perform 802-ESCAPE-ADDR-CHAR
        varying ESC-IX from 1 by 1
        until ESC-IX > length of MYTBL-ADDR.

 801-ESCAPE-NAME-CHAR.
    move MYTBL-NAME(ESC-IX:1) to ESC-CHAR
    add 1 to ESC-OX
    move ESC-CHAR to MYTBL-NAME-ESC(ESC-OX:1)
    if ESC-CHAR = quote
        add 1 to ESC-OX
        move quote to MYTBL-NAME-ESC(ESC-OX:1)
    end-if.

 802-ESCAPE-ADDR-CHAR.
    move MYTBL-ADDR(ESC-IX:1) to ESC-CHAR
    add 1 to ESC-OX
    move ESC-CHAR to MYTBL-ADDR-ESC(ESC-OX:1)
    if ESC-CHAR = quote
        add 1 to ESC-OX
        move quote to MYTBL-ADDR-ESC(ESC-OX:1)
    end-if.

* the begin/commit run through their own query area so the update
* still sitting in SQL-QUERY isn't overwritten before it executes.
 820-BEGIN-TRANSACTION.
    move "begin;;" to TXN-QUERY
    call "sql_exec_query" using DB-HANDLE TXN-QUERY QRY-HANDLE
        DB-STATUS.

 830-DO-QUERY.
    call "sql_exec_query" using DB-HANDLE SQL-QUERY QRY-HANDLE
        DB-STATUS
    if DB-STATUS not = 1 and DB-STATUS not = 2
        move spaces to DB-MESSAGE
        call "sql_status_message" using DB-HANDLE DB-MESSAGE
        display DB-MESSAGE
        perform 205-LOG-DB-ERROR
    end-if.

 840-END-TRANSACTION.
    if DB-STATUS = 1 or DB-STATUS = 2
        move "commit;;" to TXN-QUERY
    else
        move "rollback;;" to TXN-QUERY
    end-if
    call "sql_exec_query" using DB-HANDLE TXN-QUERY QRY-HANDLE
        DB-STATUS.

 COPY "dberrlog.cpy".
 COPY "schemachk.cpy".
