 IDENTIFICATION DIVISION.
 PROGRAM-ID.    tdbrecur.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Recurring orders, generated on their schedule.
*
*    Contacts who take the same order every week or month no
*    longer depend on a clerk re-keying it at tdb02 option 12. Each
*    standing order is a template in recurord.dat: a header record
*    followed by its line records --
*
*      H  cols  1     "H"
*         cols  2-5   template id, four characters, no spaces
*         cols  6-45  contact name, as on mytable
*         cols 46     frequency: W weekly, F fortnightly,
*                     M monthly, Q quarterly
*         cols 47-54  start date YYYYMMDD, the first order's date
*         cols 55-62  end date YYYYMMDD, blank for no end
*         cols 63-102 order description
*      L  cols  1     "L"
*         cols  2-5   template id, the header's
*         cols  6-45  line description
*         cols 46-57  quantity   } read through the shared
*         cols 58-69  unit price } amtparse routine
*         cols 70-72  stock item (tdb04 TR-KEY-1), blank for none
*
*    -- up to 20 lines a template, the menu's own limit. A monthly
*    or quarterly order falls on the start date's day of the month,
*    or the month's last day when it is shorter.
*
*    Run nightly as a batchctl.jobs step. Each run creates every
*    order that has fallen due in the last 14 days and was not made
*    yet -- so a night the chain stood down is caught up the next
*    -- as an open order in myorders and myordlines, header and
*    lines quote-escaped and written in one begin/commit, rolled
*    back whole on any failure, exactly as the menu writes an
*    order. The order number is the template id and the due date
*    (YYMMDD); the description and lines are the template's, the
*    entered date is the day it was generated.
*
*    The shop calendar (shopcal.dat) is honored as batchctl reads
*    it: an order due on a holiday (type H) is generated on the
*    next business day instead, never on the holiday itself.
*
*    Every order generated is appended to recurgen.dat (template,
*    due date, order number, date generated); a due date already
*    there is never generated again, so a rerun on the same date
*    creates nothing twice. An order number found already on
*    myorders is registered and left alone.
*
*    tdbrecur.rpt lists what was generated, what was already there
*    and every template or line not used and why.
*
*      tdbrecur [YYYYMMDD]
*
*    The date, when given, runs the generation as of that day.
*    mydatabase being down, or at a schema version other than the
*    one this program was built for (schemachk.cpy), refuses the
*    run with RETURN-CODE 8 and generates nothing; a template not
*    used or an order rolled back ends the run with 4.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT template-file
         ASSIGN TO "recurord.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS template-fs.
    SELECT register-file
         ASSIGN TO "recurgen.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS register-fs.
    SELECT shop-calendar-file
         ASSIGN TO "shopcal.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS shopcal-fs.
    SELECT recur-report-file
         ASSIGN TO "tdbrecur.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.
    COPY "dberrsel.cpy".

 DATA DIVISION.
 FILE SECTION.
 FD  template-file.
 01  template-record.
     05 rt-type              pic X(1).
       88 rt-header               value "H".
       88 rt-line                 value "L".
     05 rt-template          pic X(4).
     05 rt-contact           pic X(40).
     05 rt-freq              pic X(1).
     05 rt-start             pic X(8).
     05 rt-end               pic X(8).
     05 rt-descr             pic X(40).
 01  template-line-record.
     05 filler               pic X(5).
     05 rl-descr             pic X(40).
     05 rl-qty               pic X(12).
     05 rl-price             pic X(12).
     05 rl-item              pic X(3).

 FD  register-file.
 01  register-record.
     05 rg-template          pic X(4).
     05 filler               pic X(1).
     05 rg-due-date          pic 9(8).
     05 filler               pic X(1).
     05 rg-ordnum            pic X(10).
     05 filler               pic X(1).
     05 rg-gen-date          pic 9(8).

 FD  shop-calendar-file.
 01  shop-calendar-record.
     05 cal-date             pic 9(8).
     05 cal-type             pic X(1).

 FD  recur-report-file.
 01  recur-report-record     pic X(132).

 COPY "dberrfd.cpy".

 WORKING-STORAGE SECTION.
    77  DATABASE-NAME   PIC X(80).
    77  SQL-QUERY       PIC X(400).
    77  TXN-QUERY       PIC X(20).
    77  DB-HANDLE       PIC 9(12) COMP.
    77  QRY-HANDLE      PIC 9(12) COMP.
    77  UPD-HANDLE      PIC 9(12) COMP.
    77  MAX-TUPLE       PIC 9(12) COMP.
    77  DB-STATUS       pic 9(12) COMP.
    77  DB-MESSAGE      pic X(200).
    77  WS-DATE         pic 9(8).
    77  WS-TIME         pic 9(8).
    77  WS-TIMESTAMP    pic X(17).
    COPY "dberrws.cpy".
    COPY "schemaws.cpy".
    77  template-fs     pic XX.
    77  register-fs     pic XX.
    77  shopcal-fs      pic XX.
    77  file-end-flag   pic X.
    77  template-end-flag pic X value "N".
      88 template-at-end      value "Y".
    77  date-parm       pic X(20).
    77  parm-date       pic 9(8).
    77  date-ok-flag    pic X.
*  the template in hand, held until its last line is read.
    77  template-held-flag pic X value "N".
    77  cur-template    pic X(4).
    77  cur-contact     pic X(40).
    77  cur-freq        pic X(1).
    77  cur-descr       pic X(40).
    77  cur-end         pic 9(8).
    01  cur-start       pic 9(8).
    01  filler redefines cur-start.
     05 cs-year         pic 9(4).
     05 cs-month        pic 9(2).
     05 cs-day          pic 9(2).
    77  template-reason pic X(30).
    01  TEMPLATE-LINE-TABLE.
     05 TEMPLATE-LINE occurs 20 times.
        10 TL-DESCR     pic X(40).
        10 TL-ITEM      pic X(3).
        10 TL-QTY       pic 9(7)v99.
        10 TL-PRICE     pic 9(10)v99.
        10 TL-AMOUNT    pic 9(10)v99.
    77  tl-count        pic 9(2) comp value zeros.
    77  tl-sub          pic 9(2) comp.
    77  line-no         pic 9(2).
    77  item-rj         pic X(3) justified right.
    77  amount-parsed   pic S9(10)v99.
    77  amount-ok-flag  pic X.
    77  line-qty-work   pic S9(10)v99.
*  the holidays of the shop calendar.
    01  HOLIDAY-TABLE.
     05 HOLIDAY-DATE    pic 9(8) occurs 200 times.
    77  holiday-count   pic 9(3) comp value zeros.
    77  holiday-sub     pic 9(3) comp.
    77  holiday-hit-flag pic X.
*  recurgen.dat entries recent enough to matter to this run.
    01  REGISTER-TABLE.
     05 REGISTER-ENTRY occurs 1000 times.
        10 RR-TEMPLATE  pic X(4).
        10 RR-DUE-DATE  pic 9(8).
    77  register-count  pic 9(4) comp value zeros.
    77  register-sub    pic 9(4) comp.
    77  register-full-flag pic X value "N".
    77  register-hit-flag pic X.
    77  register-floor  pic 9(8).
*  the occurrence being looked at: its due (nominal) date and the
*  business day it is generated on (effective).
    77  today-date      pic 9(8).
    77  today-daynum    pic 9(7) comp.
    77  window-floor    pic 9(7) comp.
    77  start-daynum    pic 9(7) comp.
    77  nominal-date    pic 9(8).
    77  nominal-daynum  pic 9(7) comp.
    77  effective-date  pic 9(8).
    77  effective-daynum pic 9(7) comp.
    77  occurrence-no   pic 9(5) comp.
    77  walk-done-flag  pic X.
    77  roll-flag       pic X.
    77  roll-count      pic 9(2) comp.
    77  months-ahead    pic 9(5) comp.
    77  month-total     pic 9(5) comp.
    77  years-ahead     pic 9(4) comp.
    77  month-index     pic 9(2) comp.
    77  month-days      pic 9(2) comp.
    77  leap-quotient   pic 9(4) comp.
    77  leap-rem-4      pic 9(4) comp.
    77  leap-rem-100    pic 9(4) comp.
    77  leap-rem-400    pic 9(4) comp.
    01  MONTH-LENGTH-VALUES.
     05 filler pic 9(2) value 31.
     05 filler pic 9(2) value 28.
     05 filler pic 9(2) value 31.
     05 filler pic 9(2) value 30.
     05 filler pic 9(2) value 31.
     05 filler pic 9(2) value 30.
     05 filler pic 9(2) value 31.
     05 filler pic 9(2) value 31.
     05 filler pic 9(2) value 30.
     05 filler pic 9(2) value 31.
     05 filler pic 9(2) value 30.
     05 filler pic 9(2) value 31.
    01  filler redefines MONTH-LENGTH-VALUES.
     05 MONTH-LENGTH    pic 9(2) occurs 12 times.
*  the serial day number of a date and back.
    01  serial-date     pic 9(8).
    01  filler redefines serial-date.
     05 sd-year         pic 9(4).
     05 sd-month        pic 9(2).
     05 sd-day          pic 9(2).
    77  serial-daynum   pic 9(7) comp.
    77  sn-y            pic 9(4) comp.
    77  sn-m            pic 9(2) comp.
    77  sn-era          pic 9(2) comp.
    77  sn-yoe          pic 9(3) comp.
    77  sn-doy          pic 9(3) comp.
    77  sn-doe          pic 9(6) comp.
    77  sn-mp           pic 9(2) comp.
    77  sn-work         pic 9(7) comp.
    77  sn-quotient     pic 9(7) comp.
*  the order being generated and its quote-escaped fields.
    01  ORD-NUM         pic X(10).
    01  ORD-CONTACT-ESC pic X(80).
    01  ORD-NUM-ESC     pic X(20).
    01  ORD-DESCR-ESC   pic X(80).
    01  ESC-FIELD-IN    pic X(40).
    01  ESC-FIELD-OUT   pic X(80).
    77  ESC-IX          pic 9(3) comp.
    77  ESC-OX          pic 9(3) comp.
    77  ESC-CHAR        pic X.
    77  ORD-QTY-TXT     pic 9(7).99.
    77  ORD-PRICE-TXT   pic 9(10).99.
    77  ORD-AMOUNT-TXT  pic 9(10).99.
    77  ORD-TXN-OK-FLAG pic X.
      88 ORD-TXN-OK           value "Y".
    77  templates-read  pic 9(5) comp value zeros.
    77  templates-bad   pic 9(5) comp value zeros.
    77  orders-made     pic 9(5) comp value zeros.
    77  orders-there    pic 9(5) comp value zeros.
    77  orders-failed   pic 9(5) comp value zeros.
    77  count-dsp       pic Z(4)9.

 PROCEDURE DIVISION.
 000-MAIN.
    move "tdbrecur" to DBERR-PROGRAM-NAME
    accept today-date from DATE YYYYMMDD
    accept date-parm from command-line
    if date-parm not = spaces
        perform 050-TAKE-RUN-DATE
    end-if
    open input template-file
    if template-fs not = "00"
        display "tdbrecur: no recurord.dat, nothing to generate"
        stop run
    end-if
    move "mydatabase" to DATABASE-NAME
    call "sql_connect_db" using DATABASE-NAME DB-HANDLE DB-STATUS
    if DB-STATUS not = zeros
        perform 205-LOG-DB-ERROR
        display "tdbrecur: mydatabase is down, nothing generated"
        close template-file
        move 8 to return-code
        stop run
    end-if
    perform 206-CHECK-SCHEMA-VERSION
    if not SCHEMA-IS-CURRENT
        display "tdbrecur: " SCHEMA-MESSAGE
        call "sql_disconnect_db" using DB-HANDLE
        close template-file
        move 8 to return-code
        stop run
    end-if
    accept WS-DATE from DATE YYYYMMDD
    move today-date to serial-date
    perform 800-DATE-TO-DAYNUM
    move serial-daynum to today-daynum
    compute window-floor = today-daynum - 14
    perform 060-LOAD-HOLIDAYS
    perform 070-LOAD-REGISTER
    open extend register-file
    if register-fs not = "00"
        open output register-file
    end-if
    open output recur-report-file
    move spaces to recur-report-record
    string "RECURRING ORDERS DUE  " today-date "  RUN " WS-DATE
        delimited by size into recur-report-record
    write recur-report-record
    move spaces to recur-report-record
    write recur-report-record
    perform 100-TAKE-ONE-RECORD until template-at-end
    perform 200-SETTLE-TEMPLATE
    close template-file register-file
    call "sql_disconnect_db" using DB-HANDLE
    perform 600-WRITE-TOTALS
    close recur-report-file
    move orders-made to count-dsp
    display "tdbrecur: " count-dsp " order(s) generated, "
        "see tdbrecur.rpt"
    if register-full-flag = "Y"
        display "tdbrecur: *** recurgen.dat has more recent "
            "entries than the run holds (1000)"
    end-if
    if templates-bad > zeros or orders-failed > zeros
        move 4 to return-code
    end-if
    stop run.

 050-TAKE-RUN-DATE.
    move zeros to parm-date
    if date-parm (1:8) is numeric
        move date-parm (1:8) to parm-date
    end-if
    call "datevalid" using parm-date date-ok-flag
    if date-ok-flag not = "Y"
        display "tdbrecur: run date " date-parm " is not a valid "
            "YYYYMMDD date, nothing generated"
        move 8 to return-code
        stop run
    end-if
    move parm-date to today-date.

* A date with no calendar record is an ordinary business day; only
* the holidays matter here.
 060-LOAD-HOLIDAYS.
    open input shop-calendar-file
    if shopcal-fs = "00"
        move "N" to file-end-flag
        perform 065-READ-ONE-CAL-DATE until file-end-flag = "Y"
        close shop-calendar-file
    end-if.

 065-READ-ONE-CAL-DATE.
    read shop-calendar-file
        at end move "Y" to file-end-flag
        not at end
            if cal-type = "H" and holiday-count < 200
                add 1 to holiday-count
                move cal-date to HOLIDAY-DATE (holiday-count)
            end-if
    end-read.

* Only entries due since well before the catch-up window can stop
* an order this run would make.
 070-LOAD-REGISTER.
    compute serial-daynum = window-floor - 45
    perform 850-DAYNUM-TO-DATE
    move serial-date to register-floor
    open input register-file
    if register-fs = "00"
        move "N" to file-end-flag
        perform 075-READ-ONE-REGISTERED until file-end-flag = "Y"
        close register-file
    end-if.

 075-READ-ONE-REGISTERED.
    read register-file
        at end move "Y" to file-end-flag
        not at end
            if rg-due-date is numeric
                and rg-due-date not < register-floor
                perform 080-HOLD-REGISTERED
            end-if
    end-read.

 080-HOLD-REGISTERED.
    if register-count < 1000
        add 1 to register-count
        move rg-template to RR-TEMPLATE (register-count)
        move rg-due-date to RR-DUE-DATE (register-count)
    else
        move "Y" to register-full-flag
    end-if.

* A header settles the template before it and starts the next; a
* line belongs to the header above it.
 100-TAKE-ONE-RECORD.
    read template-file
        at end move "Y" to template-end-flag
        not at end
            evaluate true
                when rt-header
                    perform 200-SETTLE-TEMPLATE
                    perform 110-START-TEMPLATE
                when rt-line
                    perform 120-ADD-TEMPLATE-LINE thru 120-EXIT
                when template-record = spaces
                    continue
                when other
                    move spaces to recur-report-record
                    string "  RECORD NOT USED  [" rt-type rt-template
                        "] not a header (H) or line (L)"
                        delimited by size into recur-report-record
                    write recur-report-record
                    add 1 to templates-bad
            end-evaluate
    end-read.

 110-START-TEMPLATE.
    move "Y" to template-held-flag
    move zeros to tl-count
    move rt-template to cur-template
    move rt-contact  to cur-contact
    move rt-freq     to cur-freq
    move rt-descr    to cur-descr
    move spaces to template-reason
    move zeros to cur-start cur-end
    evaluate true
        when rt-template = spaces
            or rt-template (1:1) = space or rt-template (2:1) = space
            or rt-template (3:1) = space or rt-template (4:1) = space
            move "TEMPLATE ID NOT 4 CHARACTERS" to template-reason
        when rt-contact = spaces
            move "NO CONTACT" to template-reason
        when rt-freq not = "W" and rt-freq not = "F"
            and rt-freq not = "M" and rt-freq not = "Q"
            move "FREQUENCY NOT W F M OR Q" to template-reason
        when rt-start not numeric
            move "START DATE NOT VALID" to template-reason
        when other
            move rt-start to cur-start
            call "datevalid" using cur-start date-ok-flag
            if date-ok-flag not = "Y"
                move "START DATE NOT VALID" to template-reason
            end-if
    end-evaluate
    if template-reason = spaces and rt-end not = spaces
        if rt-end not numeric
            move "END DATE NOT VALID" to template-reason
        else
            move rt-end to cur-end
            call "datevalid" using cur-end date-ok-flag
            if date-ok-flag not = "Y" or cur-end < cur-start
                move "END DATE NOT VALID" to template-reason
            end-if
        end-if
    end-if.

* Quantity and price are read the way the menu reads them; a line
* that will not read makes the whole template unusable -- a
* standing order is not generated short of a line.
 120-ADD-TEMPLATE-LINE.
    if template-held-flag not = "Y" or rt-template not = cur-template
        move spaces to recur-report-record
        string "  LINE NOT USED  template " rt-template
            " has no header above it"
            delimited by size into recur-report-record
        write recur-report-record
        add 1 to templates-bad
        go to 120-EXIT.
    if template-reason not = spaces
        go to 120-EXIT.
    if tl-count = 20
        move "MORE THAN 20 LINES" to template-reason
        go to 120-EXIT.
    if rl-descr = spaces
        move "LINE WITHOUT DESCRIPTION" to template-reason
        go to 120-EXIT.
    call "amtparse" using rl-qty amount-parsed amount-ok-flag
    if amount-ok-flag not = "Y" or amount-parsed = zeros
            or amount-parsed > 9999999.99
        move "LINE QUANTITY NOT VALID" to template-reason
        go to 120-EXIT.
    move amount-parsed to line-qty-work
    call "amtparse" using rl-price amount-parsed amount-ok-flag
    if amount-ok-flag not = "Y"
        move "LINE PRICE NOT VALID" to template-reason
        go to 120-EXIT.
    move spaces to item-rj
    if rl-item not = spaces
        unstring rl-item delimited by space into item-rj
        inspect item-rj replacing leading space by "0"
        if item-rj not numeric
            move "LINE ITEM NOT VALID" to template-reason
            go to 120-EXIT.
    add 1 to tl-count
    move rl-descr      to TL-DESCR (tl-count)
    move item-rj       to TL-ITEM (tl-count)
    move line-qty-work to TL-QTY (tl-count)
    move amount-parsed to TL-PRICE (tl-count)
    compute TL-AMOUNT (tl-count) rounded =
        TL-QTY (tl-count) * TL-PRICE (tl-count)
        on size error
            move "LINE AMOUNT TOO LARGE" to template-reason
    end-compute.
 120-EXIT.
    exit.

 200-SETTLE-TEMPLATE.
    if template-held-flag = "Y"
        add 1 to templates-read
        if template-reason = spaces and tl-count = zeros
            move "NO LINES" to template-reason
        end-if
        if template-reason not = spaces
            add 1 to templates-bad
            move spaces to recur-report-record
            string "  TEMPLATE NOT USED  " cur-template " "
                cur-contact " " template-reason
                delimited by size into recur-report-record
            write recur-report-record
        else
            perform 300-WALK-OCCURRENCES
        end-if
    end-if
    move "N" to template-held-flag.

* Every due date from the start on is stepped through until one
* lies past today or past the end date; those whose business day
* falls inside the catch-up window are the ones to make.
 300-WALK-OCCURRENCES.
    move cur-start to serial-date
    perform 800-DATE-TO-DAYNUM
    move serial-daynum to start-daynum
    move zeros to occurrence-no
    move "N" to walk-done-flag
    perform 310-ONE-OCCURRENCE until walk-done-flag = "Y".

 310-ONE-OCCURRENCE.
    perform 320-NOMINAL-DATE
    if nominal-daynum > today-daynum
        or (cur-end not = zeros and nominal-date > cur-end)
        or occurrence-no > 5000
        move "Y" to walk-done-flag
    else
        perform 330-EFFECTIVE-DATE
        if effective-daynum not > today-daynum
            and effective-daynum > window-floor
            perform 400-GENERATE-IF-NEW thru 400-EXIT
        end-if
        add 1 to occurrence-no
    end-if.

 320-NOMINAL-DATE.
    evaluate cur-freq
        when "W"
            compute serial-daynum = start-daynum + occurrence-no * 7
            perform 850-DAYNUM-TO-DATE
        when "F"
            compute serial-daynum = start-daynum + occurrence-no * 14
            perform 850-DAYNUM-TO-DATE
        when "M"
            move occurrence-no to months-ahead
            perform 325-ADD-MONTHS
        when other
            compute months-ahead = occurrence-no * 3
            perform 325-ADD-MONTHS
    end-evaluate
    move serial-date to nominal-date
    move serial-daynum to nominal-daynum.

* The start's day of the month, or the month's last day when the
* month is shorter (the 31st falls on the 30th, on February's end).
 325-ADD-MONTHS.
    compute month-total = cs-month - 1 + months-ahead
    divide month-total by 12 giving years-ahead
        remainder month-index
    compute sd-year = cs-year + years-ahead
    compute sd-month = month-index + 1
    move MONTH-LENGTH (sd-month) to month-days
    if sd-month = 2
        divide sd-year by 4 giving leap-quotient
            remainder leap-rem-4
        divide sd-year by 100 giving leap-quotient
            remainder leap-rem-100
        divide sd-year by 400 giving leap-quotient
            remainder leap-rem-400
        if leap-rem-400 = zeros
            or (leap-rem-4 = zeros and leap-rem-100 not = zeros)
            move 29 to month-days
        end-if
    end-if
    if cs-day > month-days
        move month-days to sd-day
    else
        move cs-day to sd-day
    end-if
    perform 800-DATE-TO-DAYNUM.

* A due date on a shop holiday is generated on the next business
* day instead.
 330-EFFECTIVE-DATE.
    move nominal-date   to effective-date
    move nominal-daynum to effective-daynum
    move zeros to roll-count
    move "Y" to roll-flag
    perform 335-ROLL-PAST-HOLIDAY
        until roll-flag = "N" or roll-count > 31.

 335-ROLL-PAST-HOLIDAY.
    move "N" to holiday-hit-flag
    perform 338-CHECK-ONE-HOLIDAY
        varying holiday-sub from 1 by 1
        until holiday-sub > holiday-count or holiday-hit-flag = "Y"
    if holiday-hit-flag = "Y"
        add 1 to effective-daynum roll-count
        move effective-daynum to serial-daynum
        perform 850-DAYNUM-TO-DATE
        move serial-date to effective-date
    else
        move "N" to roll-flag
    end-if.

 338-CHECK-ONE-HOLIDAY.
    if HOLIDAY-DATE (holiday-sub) = effective-date
        move "Y" to holiday-hit-flag
    end-if.

* Made already (recurgen.dat says so) is left; an order number
* already on myorders is registered and left; otherwise the order
* is written and, once committed, registered.
 400-GENERATE-IF-NEW.
    move "N" to register-hit-flag
    perform 405-CHECK-ONE-REGISTERED
        varying register-sub from 1 by 1
        until register-sub > register-count
        or register-hit-flag = "Y"
    if register-hit-flag = "Y"
        go to 400-EXIT.
    move spaces to ORD-NUM
    string cur-template nominal-date (3:6)
        delimited by size into ORD-NUM
    perform 450-ESCAPE-ORDER
    move spaces to SQL-QUERY
    string "select ordnum from myorders where ordnum = '"
        ORD-NUM-ESC "';;"
        delimited by size into SQL-QUERY
    call "sql_exec_query" using DB-HANDLE SQL-QUERY QRY-HANDLE
        DB-STATUS
    perform 500-CHECK-STATUS
    call "sql_max_tuple" using QRY-HANDLE MAX-TUPLE
    call "sql_clear_query" using QRY-HANDLE
    if DB-STATUS not = 1 and DB-STATUS not = 2
        add 1 to orders-failed
        move spaces to recur-report-record
        string "  NOT GENERATED  " ORD-NUM " " cur-contact
            " myorders not readable, see dberror.log"
            delimited by size into recur-report-record
        write recur-report-record
        go to 400-EXIT.
    if MAX-TUPLE > zeros
        add 1 to orders-there
        perform 420-REGISTER-ORDER
        move spaces to recur-report-record
        string "  ALREADY ON FILE " ORD-NUM " " cur-contact
            " due " nominal-date
            delimited by size into recur-report-record
        write recur-report-record
        go to 400-EXIT.
    perform 410-WRITE-ORDER
    move spaces to recur-report-record
    if ORD-TXN-OK
        add 1 to orders-made
        perform 420-REGISTER-ORDER
        string "  GENERATED       " ORD-NUM " " cur-contact
            " due " nominal-date " on " effective-date
            delimited by size into recur-report-record
    else
        add 1 to orders-failed
        string "  ROLLED BACK     " ORD-NUM " " cur-contact
            " due " nominal-date ", see dberror.log"
            delimited by size into recur-report-record
    end-if
    write recur-report-record.
 400-EXIT.
    exit.

 405-CHECK-ONE-REGISTERED.
    if RR-TEMPLATE (register-sub) = cur-template
        and RR-DUE-DATE (register-sub) = nominal-date
        move "Y" to register-hit-flag
    end-if.

* Header and every line in one transaction, the way the menu's
* option 12 writes an order: any statement failing rolls the
* whole order back.
 410-WRITE-ORDER.
    move "Y" to ORD-TXN-OK-FLAG
    move "begin;;" to TXN-QUERY
    call "sql_exec_query" using DB-HANDLE TXN-QUERY UPD-HANDLE
        DB-STATUS
    move spaces to SQL-QUERY
    string "insert into myorders"
        " (contact_name, ordnum, descr, status, entered_date)"
        " values ( '" ORD-CONTACT-ESC
        "','" ORD-NUM-ESC
        "','" ORD-DESCR-ESC
        "','O','" WS-DATE "' );;"
        delimited by size into SQL-QUERY
    perform 430-DO-ORDER-QUERY
    perform 415-INSERT-ONE-LINE
        varying tl-sub from 1 by 1
        until tl-sub > tl-count
    if ORD-TXN-OK
        move "commit;;" to TXN-QUERY
    else
        move "rollback;;" to TXN-QUERY
    end-if
    call "sql_exec_query" using DB-HANDLE TXN-QUERY UPD-HANDLE
        DB-STATUS
    call "sql_clear_query" using UPD-HANDLE.

 415-INSERT-ONE-LINE.
    move TL-DESCR (tl-sub) to ESC-FIELD-IN
    perform 460-ESCAPE-ONE-FIELD
    move tl-sub to line-no
    move TL-QTY (tl-sub)    to ORD-QTY-TXT
    move TL-PRICE (tl-sub)  to ORD-PRICE-TXT
    move TL-AMOUNT (tl-sub) to ORD-AMOUNT-TXT
    move spaces to SQL-QUERY
    string "insert into myordlines (ordnum, lineno, descr,"
        " qty, unit_price, amount, item_key) values ( '"
        ORD-NUM-ESC
        "', " line-no
        ", '" ESC-FIELD-OUT
        "', " ORD-QTY-TXT
        ", " ORD-PRICE-TXT
        ", " ORD-AMOUNT-TXT
        ", '" TL-ITEM (tl-sub) "' );;"
        delimited by size into SQL-QUERY
    perform 430-DO-ORDER-QUERY.

 420-REGISTER-ORDER.
    move spaces to register-record
    move cur-template to rg-template
    move nominal-date to rg-due-date
    move ORD-NUM      to rg-ordnum
    move WS-DATE      to rg-gen-date
    write register-record
    if register-count < 1000
        add 1 to register-count
        move cur-template to RR-TEMPLATE (register-count)
        move nominal-date to RR-DUE-DATE (register-count)
    end-if.

 430-DO-ORDER-QUERY.
    if ORD-TXN-OK
        call "sql_exec_query" using DB-HANDLE SQL-QUERY UPD-HANDLE
            DB-STATUS
        if DB-STATUS not = 1 and DB-STATUS not = 2
            perform 500-CHECK-STATUS
            move "N" to ORD-TXN-OK-FLAG
        end-if
    end-if.

* 450/460 escape the order fields by doubling apostrophes, the
* same discipline the menu's order fields get.
 450-ESCAPE-ORDER.
    move cur-contact to ESC-FIELD-IN
    perform 460-ESCAPE-ONE-FIELD
    move ESC-FIELD-OUT to ORD-CONTACT-ESC
    move ORD-NUM to ESC-FIELD-IN
    perform 460-ESCAPE-ONE-FIELD
    move ESC-FIELD-OUT to ORD-NUM-ESC
    move cur-descr to ESC-FIELD-IN
    perform 460-ESCAPE-ONE-FIELD
    move ESC-FIELD-OUT to ORD-DESCR-ESC.

 460-ESCAPE-ONE-FIELD.
    move spaces to ESC-FIELD-OUT
    move 0 to ESC-OX
    perform 470-ESCAPE-FIELD-CHAR
        varying ESC-IX from 1 by 1
        until ESC-IX > length of ESC-FIELD-IN.

 470-ESCAPE-FIELD-CHAR.
    move ESC-FIELD-IN (ESC-IX:1) to ESC-CHAR
    add 1 to ESC-OX
    move ESC-CHAR to ESC-FIELD-OUT (ESC-OX:1)
    if ESC-CHAR = quote
        add 1 to ESC-OX
        move quote to ESC-FIELD-OUT (ESC-OX:1)
    end-if.

 500-CHECK-STATUS.
    if (DB-STATUS not = 1 and DB-STATUS not = 2)
        move spaces to DB-MESSAGE
        call "sql_status_message" using DB-HANDLE DB-MESSAGE
        display DB-MESSAGE
        perform 205-LOG-DB-ERROR
    end-if.

 600-WRITE-TOTALS.
    move spaces to recur-report-record
    write recur-report-record
    move templates-read to count-dsp
    move spaces to recur-report-record
    string "TEMPLATES READ          " count-dsp
        delimited by size into recur-report-record
    write recur-report-record
    move templates-bad to count-dsp
    move spaces to recur-report-record
    string "TEMPLATES NOT USED      " count-dsp
        delimited by size into recur-report-record
    write recur-report-record
    move orders-made to count-dsp
    move spaces to recur-report-record
    string "ORDERS GENERATED        " count-dsp
        delimited by size into recur-report-record
    write recur-report-record
    move orders-there to count-dsp
    move spaces to recur-report-record
    string "ALREADY ON FILE         " count-dsp
        delimited by size into recur-report-record
    write recur-report-record
    move orders-failed to count-dsp
    move spaces to recur-report-record
    string "NOT GENERATED           " count-dsp
        delimited by size into recur-report-record
    write recur-report-record.

* The serial day number of a date: March-based years so the leap
* day falls at the end, 400-year eras of 146097 days.
 800-DATE-TO-DAYNUM.
    move sd-year  to sn-y
    move sd-month to sn-m
    if sn-m > 2
        subtract 3 from sn-m
    else
        add 9 to sn-m
        subtract 1 from sn-y
    end-if
    divide sn-y by 400 giving sn-era
    compute sn-yoe = sn-y - (sn-era * 400)
    compute sn-work = (153 * sn-m) + 2
    divide sn-work by 5 giving sn-doy
    compute sn-doy = sn-doy + sd-day - 1
    compute sn-doe = (sn-yoe * 365) + sn-doy
    divide sn-yoe by 4 giving sn-quotient
    add sn-quotient to sn-doe
    divide sn-yoe by 100 giving sn-quotient
    subtract sn-quotient from sn-doe
    compute serial-daynum = (sn-era * 146097) + sn-doe.

* And back: the era, the year of the era, the day of that year and
* the month from the same 153-day pattern.
 850-DAYNUM-TO-DATE.
    divide serial-daynum by 146097 giving sn-era
    compute sn-doe = serial-daynum - (sn-era * 146097)
    move sn-doe to sn-work
    divide sn-doe by 1460 giving sn-quotient
    subtract sn-quotient from sn-work
    divide sn-doe by 36524 giving sn-quotient
    add sn-quotient to sn-work
    divide sn-doe by 146096 giving sn-quotient
    subtract sn-quotient from sn-work
    divide sn-work by 365 giving sn-yoe
    compute sn-y = sn-yoe + (sn-era * 400)
    compute sn-work = (sn-yoe * 365)
    divide sn-yoe by 4 giving sn-quotient
    add sn-quotient to sn-work
    divide sn-yoe by 100 giving sn-quotient
    subtract sn-quotient from sn-work
    compute sn-doy = sn-doe - sn-work
    compute sn-work = (5 * sn-doy) + 2
    divide sn-work by 153 giving sn-mp
    compute sn-work = (153 * sn-mp) + 2
    divide sn-work by 5 giving sn-quotient
    compute sd-day = sn-doy - sn-quotient + 1
    if sn-mp < 10
        compute sd-month = sn-mp + 3
    else
        compute sd-month = sn-mp - 9
        add 1 to sn-y
    end-if
    move sn-y to sd-year.

 COPY "dberrlog.cpy".
 COPY "schemachk.cpy".
