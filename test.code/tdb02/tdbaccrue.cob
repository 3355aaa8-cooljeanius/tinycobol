 IDENTIFICATION DIVISION.
 PROGRAM-ID.    tdbaccrue.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Month-end accrual of shipped-but-unbilled orders.
*
*    Order revenue reaches the ledger only once tdbbill has billed
*    it and tdbexport has fed it through the report run, so goods
*    shipped in a month and billed in the next were missing from
*    the month's accounts. Run at month-end,
*
*      tdbaccrue [YYYYMM]
*
*    values every line of an open (O) or shipped (S) order with a
*    quantity shipped by the period end -- its myshipments rows
*    dated on or before the last day of the month -- and not yet
*    billed, at the line's unit price. The month defaults to the
*    last complete one.
*
*    The total, rounded to whole home-currency units the way
*    tdbexport rounds an order, posts as one DR/CR pair in the
*    glposting layout on the glaccounts.dat line for region
*    ACCRUED REVENUE, sales-type A (debit the unbilled receivable,
*    credit revenue), suspense when the line is missing, dated the
*    period end, into glaccrue.<YYYYMM>.dat with its BT batch
*    total. The automatic reversal -- the same pair the other way
*    round -- posts into glaccrev.<YYYYMM>.dat dated the first day
*    of the next open period, so the month's billing is not
*    counted twice. Both files join glfiles.lst.
*
*    The period end is checked against acctperiods.dat (a period
*    not on file is open, the report run's rule): a closed month
*    is refused outright, and the reversal skips closed months to
*    the first open one. A month already accrued (its glaccrue
*    file on file) is refused, so a rerun posts nothing twice.
*
*    The accrual register, accrreg.<YYYYMM>.txt, lists every order
*    and line behind the figure -- contact, entered date, quantity
*    unbilled, unit price, amount -- with the order and grand
*    totals, the accounts and both posting files.
*
*    mydatabase being down, or at a schema version other than the
*    one this program was built for (schemachk.cpy), refuses the
*    run with RETURN-CODE 8.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT acct-period-file
         ASSIGN TO "acctperiods.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS acctper-fs.
    SELECT gl-account-file
         ASSIGN TO "glaccounts.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS glacct-fs.
    SELECT gl-posting-file
         ASSIGN TO glpost-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS glpost-fs.
    SELECT gl-filelist-file
         ASSIGN TO "glfiles.lst"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS gllist-fs.
    SELECT accrual-register-file
         ASSIGN TO register-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS register-fs.
    COPY "dberrsel.cpy".

 DATA DIVISION.
 FILE SECTION.
 FD  acct-period-file.
 01  acct-period-record.
     05 ap-period            pic 9(6).
     05 filler               pic X(1).
     05 ap-status            pic X(6).

* the report run's region/sales-type to account mapping.
 FD  gl-account-file.
 01  gl-account-record.
     05 ga-region            pic X(17).
     05 ga-sales-type        pic X(1).
     05 ga-debit-acct        pic X(8).
     05 ga-credit-acct       pic X(8).

* the posting interface records exactly as the report run writes
* them: DR/CR pairs and one BT batch total per file.
 FD  gl-posting-file.
 01  gl-posting-record.
     05 glp-rec-type         pic X(2).
     05 glp-posting-date     pic 9(8).
     05 glp-account          pic X(8).
     05 glp-region           pic X(17).
     05 glp-sales-type       pic X(1).
     05 glp-amount           pic S9(12).
 01  gl-batch-total-record redefines gl-posting-record.
     05 glp-bt-rec-type      pic X(2).
     05 glp-bt-posting-date  pic 9(8).
     05 glp-bt-rec-count     pic 9(6).
     05 glp-bt-amount        pic S9(12).
     05 filler               pic X(20).

 FD  gl-filelist-file.
 01  gl-filelist-record      pic X(80).

 FD  accrual-register-file.
 01  accrual-register-record pic X(132).

 COPY "dberrfd.cpy".

 WORKING-STORAGE SECTION.
    77  DATABASE-NAME   PIC X(80).
    77  SQL-QUERY       PIC X(1000).
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
    01  ACCRUAL-TUPLE.
     05 AT-ORDNUM       pic X(10).
     05 AT-CONTACT      pic X(40).
     05 AT-ENTERED      pic X(8).
     05 AT-LINENO       pic X(3).
     05 AT-LINE-DESCR   pic X(40).
     05 AT-QTY          pic 9(7)v99.
     05 AT-PRICE        pic 9(10)v99.
     05 AT-AMOUNT       pic 9(10)v99.
    77  acctper-fs      pic XX.
    77  glacct-fs       pic XX.
    77  glpost-fs       pic XX.
    77  gllist-fs       pic XX.
    77  register-fs     pic XX.
    77  accrue-cmdline  pic X(20).
    01  accrual-period  pic 9(6).
    01  filler redefines accrual-period.
     05 accrual-year    pic 9(4).
     05 accrual-mm      pic 9(2).
    01  reversal-period pic 9(6).
    01  filler redefines reversal-period.
     05 reversal-year   pic 9(4).
     05 reversal-mm     pic 9(2).
    77  period-end-date pic 9(8).
    77  reversal-date   pic 9(8).
    77  period-status-work pic X(6).
    77  periods-skipped pic 9(3) comp.
    01  acct-period-table.
     05 acct-period-entry occurs 60 times indexed by apx.
        10 apt-period       pic 9(6).
        10 apt-status       pic X(6).
    77  acct-period-count pic 9(2) comp value zeros.
    77  accrual-region  pic X(17) value "ACCRUED REVENUE".
    77  accrual-type    pic X(1) value "A".
    77  gl-suspense-acct pic X(8) value "99999999".
    77  accrual-debit-acct pic X(8).
    77  accrual-credit-acct pic X(8).
    77  post-debit      pic X(8).
    77  post-credit     pic X(8).
    77  post-date       pic 9(8).
    77  glpost-filename pic X(40).
    77  accrual-filename pic X(40).
    77  reversal-filename pic X(40).
    77  register-filename pic X(40).
    77  gl-record-count pic 9(6) comp.
    77  current-ordnum  pic X(10) value spaces.
    77  order-total     pic S9(10)v99 comp value zeros.
    77  grand-total     pic S9(12)v99 comp value zeros.
    77  accrual-units   pic S9(12) comp value zeros.
    77  orders-count    pic 9(6) comp value zeros.
    77  lines-count     pic 9(6) comp value zeros.
    77  qty-dsp         pic Z(6)9.99.
    77  price-dsp       pic Z(9)9.99.
    77  amount-dsp      pic -(9)9.99.
    77  total-dsp       pic -(11)9.99.
    77  units-dsp       pic -(11)9.
    77  count-dsp       pic Z(5)9.
    77  leap-quotient   pic 9(4) comp.
    77  leap-rem-4      pic 9(4) comp.
    77  leap-rem-100    pic 9(4) comp.
    77  leap-rem-400    pic 9(4) comp.
    77  month-sub       pic 9(2) comp.
    01  month-length-values.
     05 filler          pic 9(2) value 31.
     05 filler          pic 9(2) value 28.
     05 filler          pic 9(2) value 31.
     05 filler          pic 9(2) value 30.
     05 filler          pic 9(2) value 31.
     05 filler          pic 9(2) value 30.
     05 filler          pic 9(2) value 31.
     05 filler          pic 9(2) value 31.
     05 filler          pic 9(2) value 30.
     05 filler          pic 9(2) value 31.
     05 filler          pic 9(2) value 30.
     05 filler          pic 9(2) value 31.
    01  filler redefines month-length-values.
     05 month-length    pic 9(2) occurs 12 times.
    77  month-days-work pic 9(2).

 PROCEDURE DIVISION.
 000-MAIN.
    move "tdbaccrue" to DBERR-PROGRAM-NAME
    accept WS-DATE from DATE YYYYMMDD
    accept accrue-cmdline from command-line
    perform 050-TAKE-PERIOD
    perform 060-LOAD-PERIODS
    perform 070-CHECK-PERIODS
    perform 080-CHECK-NOT-ACCRUED
    perform 090-FIND-ACCRUAL-ACCOUNTS
    move "mydatabase" to DATABASE-NAME
    call "sql_connect_db" using DATABASE-NAME DB-HANDLE DB-STATUS
    if DB-STATUS not = zeros
        perform 205-LOG-DB-ERROR
        display "tdbaccrue: mydatabase is down, accrual refused"
        move 8 to return-code
        stop run
    end-if
    perform 206-CHECK-SCHEMA-VERSION
    if not SCHEMA-IS-CURRENT
        display "tdbaccrue: " SCHEMA-MESSAGE
        call "sql_disconnect_db" using DB-HANDLE
        move 8 to return-code
        stop run
    end-if
    perform 100-SELECT-UNBILLED
    call "sql_max_tuple" using QRY-HANDLE MAX-TUPLE
    open output accrual-register-file
    move spaces to accrual-register-record
    string "ACCRUAL REGISTER  SHIPPED NOT BILLED AT " period-end-date
        "   RUN " WS-DATE
        delimited by size into accrual-register-record
    write accrual-register-record
    move spaces to accrual-register-record
    write accrual-register-record
    move zero to NTUPLE
    perform 300-REGISTER-ONE-ROW until NTUPLE = MAX-TUPLE
    perform 350-CLOSE-ORDER
    call "sql_clear_query" using QRY-HANDLE
    call "sql_disconnect_db" using DB-HANDLE
    compute accrual-units rounded = grand-total
    if accrual-units > zeros
        move accrual-filename to glpost-filename
        move period-end-date to post-date
        move accrual-debit-acct  to post-debit
        move accrual-credit-acct to post-credit
        perform 400-POST-ONE-BATCH
        move reversal-filename to glpost-filename
        move reversal-date to post-date
        move accrual-credit-acct to post-debit
        move accrual-debit-acct  to post-credit
        perform 400-POST-ONE-BATCH
    end-if
    perform 500-REGISTER-TOTALS
    close accrual-register-file
    move orders-count to count-dsp
    move accrual-units to units-dsp
    display "tdbaccrue: " count-dsp " order(s) shipped and not "
        "billed at " period-end-date ", accrued " units-dsp
    if accrual-units > zeros
        display "tdbaccrue: postings in " accrual-filename
            " reversed in " reversal-filename
    else
        display "tdbaccrue: nothing to accrue, no postings made"
    end-if
    stop run.

* The last complete month by default; the period end is its last
* day.
 050-TAKE-PERIOD.
    move WS-DATE (1:6) to accrual-period
    if accrual-mm = 1
        move 12 to accrual-mm
        subtract 1 from accrual-year
    else
        subtract 1 from accrual-mm
    end-if
    if accrue-cmdline (1:6) is numeric
        move accrue-cmdline (1:6) to accrual-period
    end-if
    if accrual-mm < 1 or accrual-mm > 12
        display "tdbaccrue: " accrual-period " is not a month"
        move 8 to return-code
        stop run
    end-if
    move accrual-mm to month-sub
    move month-length (month-sub) to month-days-work
    if accrual-mm = 2
        divide accrual-year by 4   giving leap-quotient
            remainder leap-rem-4
        divide accrual-year by 100 giving leap-quotient
            remainder leap-rem-100
        divide accrual-year by 400 giving leap-quotient
            remainder leap-rem-400
        if leap-rem-4 = 0
            and (leap-rem-100 not = 0 or leap-rem-400 = 0)
            move 29 to month-days-work
        end-if
    end-if
    move accrual-period  to period-end-date (1:6)
    move month-days-work to period-end-date (7:2)
    move spaces to accrual-filename reversal-filename
        register-filename
    string "glaccrue." accrual-period ".dat"
        delimited by size into accrual-filename
    string "glaccrev." accrual-period ".dat"
        delimited by size into reversal-filename
    string "accrreg." accrual-period ".txt"
        delimited by size into register-filename.

 060-LOAD-PERIODS.
    open input acct-period-file
    if acctper-fs = "00"
        perform 065-LOAD-ONE-PERIOD until acctper-fs not = "00"
        close acct-period-file
    end-if.

 065-LOAD-ONE-PERIOD.
    read acct-period-file
        at end continue
        not at end
            if acct-period-count < 60
                add 1 to acct-period-count
                move ap-period to apt-period (acct-period-count)
                move ap-status to apt-status (acct-period-count)
            end-if
    end-read.

* An accrual belongs in its own month or nowhere, so a closed
* month is refused rather than redirected; the reversal goes to
* the first day of the first open month after it.
 070-CHECK-PERIODS.
    move accrual-period to reversal-period
    perform 075-FIND-PERIOD-STATUS
    if period-status-work = "CLOSED"
        display "tdbaccrue: period " accrual-period " is closed, "
            "accrual refused"
        move 8 to return-code
        stop run
    end-if
    move zeros to periods-skipped
    perform 078-NEXT-PERIOD
    perform 075-FIND-PERIOD-STATUS
    perform 077-SKIP-ONE-CLOSED
        until period-status-work not = "CLOSED"
            or periods-skipped > 120
    if period-status-work = "CLOSED"
        display "tdbaccrue: no open period after " accrual-period
            " on file, accrual refused"
        move 8 to return-code
        stop run
    end-if
    compute reversal-date = reversal-period * 100 + 01.

 075-FIND-PERIOD-STATUS.
    move "OPEN" to period-status-work
    set apx to 1
    search acct-period-entry
        at end continue
        when apx > acct-period-count
            continue
        when apt-period (apx) = reversal-period
            move apt-status (apx) to period-status-work
    end-search.

 077-SKIP-ONE-CLOSED.
    add 1 to periods-skipped
    perform 078-NEXT-PERIOD
    perform 075-FIND-PERIOD-STATUS.

 078-NEXT-PERIOD.
    if reversal-mm = 12
        move 1 to reversal-mm
        add 1 to reversal-year
    else
        add 1 to reversal-mm
    end-if.

 080-CHECK-NOT-ACCRUED.
    move accrual-filename to glpost-filename
    open input gl-posting-file
    if glpost-fs = "00"
        close gl-posting-file
        display "tdbaccrue: " accrual-period " is already accrued ("
            accrual-filename (1:20) " on file), nothing posted"
        move 8 to return-code
        stop run
    end-if.

* The accrual accounts are an ordinary glaccounts.dat mapping
* line; without it the pair posts to suspense, the rule the report
* run applies to an unmapped bucket.
 090-FIND-ACCRUAL-ACCOUNTS.
    move gl-suspense-acct to accrual-debit-acct accrual-credit-acct
    open input gl-account-file
    if glacct-fs = "00"
        perform 095-READ-ONE-MAPPING until glacct-fs not = "00"
        close gl-account-file
    end-if
    if accrual-debit-acct = gl-suspense-acct
        display "tdbaccrue: no " accrual-region " / " accrual-type
            " line on glaccounts.dat, posting to suspense "
            gl-suspense-acct
    end-if.

 095-READ-ONE-MAPPING.
    read gl-account-file
        at end continue
        not at end
            if ga-region = accrual-region
                and ga-sales-type = accrual-type
                move ga-debit-acct  to accrual-debit-acct
                move ga-credit-acct to accrual-credit-acct
            end-if
    end-read.

* What was shipped by the period end is what the line's
* myshipments rows dated by then add up to; what is billed is the
* line's billed_qty.
 100-SELECT-UNBILLED.
    move spaces to SQL-QUERY
    string "select a.ordnum, a.contact_name, a.entered,"
        " cast(to_char(a.lineno, 'FM000') as char(3)), a.descr,"
        " cast(to_char(a.unbilled * 100, 'FM000000000')"
        " as char(9)),"
        " cast(to_char(a.unit_price * 100, 'FM000000000000')"
        " as char(12)),"
        " cast(to_char(round(a.unbilled * a.unit_price, 2) * 100,"
        " 'FM000000000000') as char(12))"
        " from (select o.ordnum, o.contact_name,"
        " coalesce(o.entered_date, '00000000') as entered,"
        " l.lineno, l.descr, l.unit_price,"
        " (select coalesce(sum(s.qty), 0) from myshipments s"
        " where s.ordnum = l.ordnum and s.lineno = l.lineno"
        " and s.ship_date <= '" period-end-date "')"
        " - l.billed_qty as unbilled"
        " from myorders o, myordlines l"
        " where l.ordnum = o.ordnum"
        " and (o.status = 'O' or o.status = 'S')) a"
        " where a.unbilled > 0"
        " order by a.ordnum, a.lineno;;"
        delimited by size into SQL-QUERY
    call "sql_exec_query" using DB-HANDLE SQL-QUERY QRY-HANDLE
        DB-STATUS
    perform 200-CHECK-STATUS.

* One row per order line, ordered by order: an order change closes
* the order in progress with its total and heads the next.
 300-REGISTER-ONE-ROW.
    call "sql_get_tuple" using QRY-HANDLE NTUPLE ACCRUAL-TUPLE
    if AT-ORDNUM not = current-ordnum
        perform 350-CLOSE-ORDER
        move AT-ORDNUM to current-ordnum
        move zeros to order-total
        add 1 to orders-count
        move spaces to accrual-register-record
        string "ORDER " AT-ORDNUM " " AT-CONTACT " ENTERED "
            AT-ENTERED
            delimited by size into accrual-register-record
        write accrual-register-record
    end-if
    add 1 to lines-count
    add AT-AMOUNT to order-total grand-total
    move AT-QTY    to qty-dsp
    move AT-PRICE  to price-dsp
    move AT-AMOUNT to amount-dsp
    move spaces to accrual-register-record
    string "    " AT-LINENO " " AT-LINE-DESCR " " qty-dsp " x "
        price-dsp " " amount-dsp
        delimited by size into accrual-register-record
    write accrual-register-record
    add 1 to NTUPLE.

 350-CLOSE-ORDER.
    if current-ordnum not = spaces
        move order-total to total-dsp
        move spaces to accrual-register-record
        move "    ORDER TOTAL" to accrual-register-record
        move total-dsp to accrual-register-record (75:15)
        write accrual-register-record
    end-if.

* One balanced pair and its BT record per file; the file joins
* glfiles.lst for the trial balance.
 400-POST-ONE-BATCH.
    open output gl-posting-file
    move zeros to gl-record-count
    move spaces to gl-posting-record
    move "DR"            to glp-rec-type
    move post-date       to glp-posting-date
    move post-debit      to glp-account
    move accrual-region  to glp-region
    move accrual-type    to glp-sales-type
    move accrual-units   to glp-amount
    write gl-posting-record
    add 1 to gl-record-count
    move spaces to gl-posting-record
    move "CR"            to glp-rec-type
    move post-date       to glp-posting-date
    move post-credit     to glp-account
    move accrual-region  to glp-region
    move accrual-type    to glp-sales-type
    move accrual-units   to glp-amount
    write gl-posting-record
    add 1 to gl-record-count
    move spaces to gl-posting-record
    move "BT"            to glp-bt-rec-type
    move post-date       to glp-bt-posting-date
    move gl-record-count to glp-bt-rec-count
    move accrual-units   to glp-bt-amount
    write gl-posting-record
    close gl-posting-file
    open extend gl-filelist-file
    if gllist-fs not = "00"
        open output gl-filelist-file
    end-if
    move glpost-filename to gl-filelist-record
    write gl-filelist-record
    close gl-filelist-file.

 500-REGISTER-TOTALS.
    move spaces to accrual-register-record
    write accrual-register-record
    move orders-count to count-dsp
    move spaces to accrual-register-record
    string "ORDERS                " count-dsp
        delimited by size into accrual-register-record
    write accrual-register-record
    move lines-count to count-dsp
    move spaces to accrual-register-record
    string "LINES                 " count-dsp
        delimited by size into accrual-register-record
    write accrual-register-record
    move grand-total to total-dsp
    move spaces to accrual-register-record
    string "SHIPPED NOT BILLED    " total-dsp
        delimited by size into accrual-register-record
    write accrual-register-record
    move accrual-units to units-dsp
    move spaces to accrual-register-record
    string "ACCRUED (WHOLE UNITS) " units-dsp
        delimited by size into accrual-register-record
    write accrual-register-record
    if accrual-units = zeros
        move "NOTHING TO ACCRUE, NO POSTINGS MADE"
            to accrual-register-record
        write accrual-register-record
    else
        move spaces to accrual-register-record
        string "ACCRUAL   " period-end-date " DR " accrual-debit-acct
            " CR " accrual-credit-acct " IN " accrual-filename
            delimited by size into accrual-register-record
        write accrual-register-record
        move spaces to accrual-register-record
        string "REVERSAL  " reversal-date " DR " accrual-credit-acct
            " CR " accrual-debit-acct " IN " reversal-filename
            delimited by size into accrual-register-record
        write accrual-register-record
    end-if.

 200-CHECK-STATUS.
    if (DB-STATUS not = 1 and DB-STATUS not = 2)
        move spaces to DB-MESSAGE
        call "sql_status_message" using DB-HANDLE DB-MESSAGE
        display DB-MESSAGE
        perform 205-LOG-DB-ERROR
    end-if.

 COPY "dberrlog.cpy".
 COPY "schemachk.cpy".
