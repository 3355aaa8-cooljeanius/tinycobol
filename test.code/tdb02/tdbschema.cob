 IDENTIFICATION DIVISION.
 PROGRAM-ID.    tdbschema.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Brings mydatabase up to the current schema version by
*    applying the numbered DDL scripts in order.
*
*    Every column change used to mean ALTERs run by hand in psql
*    and every program redeployed in the hope that it matched. The
*    schema now has a version, kept in mydatabase itself:
*
*      myschema ( version integer, applied char(17),
*                 script char(40) )
*
*    one row per script applied, with the date-time it went in.
*    The scripts live in schema/, one per version, named for the
*    version they bring the database to -- schema/0001.sql,
*    schema/0002.sql, and so on -- and are never changed once
*    applied; a new change is a new script with the next number.
*    This program creates myschema when it is not there yet, reads
*    the database's version, and applies schema/<version + 1>.sql,
*    then the one after, until there is no next script. Each script
*    runs inside its own begin/commit together with its myschema
*    row, so a script either goes in whole and is recorded or is
*    rolled back whole and is not; the first failure stops the run
*    (RETURN-CODE 12) with the database at the last good version
*    and the failing statement's message in dberror.log.
*
*    In a script, a statement may run over several lines and ends
*    with a ; at the end of a line; lines starting -- and blank
*    lines are skipped. No statement may hold ;; anywhere.
*
*    Every program that reads or writes mytable or myorders checks
*    the version at connect (schemachk.cpy) against the one it was
*    compiled for (schemaws.cpy) and refuses to run on any other,
*    so a new script goes in together with the raised number in
*    schemaws.cpy and a recompile of those programs. A run that
*    leaves the database at a version other than that number says
*    so (RETURN-CODE 4).
*
*    tdbschema LIST shows the versions applied and when; nothing
*    is changed. mydatabase being down refuses the run outright.
*
*    Usage: tdbschema [LIST]
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    SELECT script-file
         ASSIGN TO script-filename
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS script-fs.
    COPY "dberrsel.cpy".

 DATA DIVISION.
 FILE SECTION.
 FD  script-file.
 01  script-record           pic X(200).

 COPY "dberrfd.cpy".

 WORKING-STORAGE SECTION.
    77  DATABASE-NAME   PIC X(80).
    77  SQL-QUERY       PIC X(2000).
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
    01  VERSION-TUPLE.
     05 VT-VERSION      pic X(4).
     05 VT-APPLIED      pic X(17).
     05 VT-SCRIPT       pic X(40).
    77  schema-mode     pic X(8).
    77  script-fs       pic XX.
    77  script-filename pic X(40).
    77  script-end-flag pic X.
      88  script-at-end         value "Y".
    77  script-failed-flag pic X.
      88  script-failed         value "Y".
    77  scripts-done-flag pic X value "N".
      88  scripts-done          value "Y".
    77  run-failed-flag pic X value "N".
    77  current-version pic 9(4).
    77  next-version    pic 9(4).
    77  applied-count   pic 9(4) comp value zeros.
    77  statement-count pic 9(4) comp.
    77  line-number     pic 9(6) comp.
    77  line-dsp        pic Z(5)9.
    77  count-dsp       pic ZZZ9.
    77  LINE-IX         pic 9(3) comp.
    77  STMT-OX         pic 9(4) comp.
    77  LAST-NONBLANK   pic 9(4) comp.
    77  LINE-CHAR       pic X.

 PROCEDURE DIVISION.
 000-MAIN.
    move "tdbschma" to DBERR-PROGRAM-NAME
    accept schema-mode from command-line
    move "mydatabase" to DATABASE-NAME
    call "sql_connect_db" using DATABASE-NAME DB-HANDLE DB-STATUS
    if DB-STATUS not = zeros
        perform 205-LOG-DB-ERROR
        display "tdbschema: mydatabase is down, migration refused"
        move 8 to return-code
        stop run
    end-if
    if schema-mode = "LIST"
        perform 600-LIST-VERSIONS
        call "sql_disconnect_db" using DB-HANDLE
        stop run
    end-if
    perform 100-CREATE-VERSION-TABLE
    call "schemachk" using DB-HANDLE SCHEMA-BUILT-VERSION
        SCHEMA-FOUND-VERSION SCHEMA-OK-FLAG
    move SCHEMA-FOUND-VERSION to current-version
    display "tdbschema: mydatabase at schema version "
        current-version
    perform 200-APPLY-NEXT-SCRIPT until scripts-done
    call "sql_disconnect_db" using DB-HANDLE
    move applied-count to count-dsp
    display "tdbschema: " count-dsp " script(s) applied, "
        "mydatabase now at schema version " current-version
    if run-failed-flag = "Y"
        move 12 to return-code
        stop run
    end-if
    if current-version not = SCHEMA-BUILT-VERSION
        display "tdbschema: *** the programs are built for schema "
            "version " SCHEMA-BUILT-VERSION " and will refuse to run "
            "until the two agree"
        move 4 to return-code
    end-if
    stop run.

* A rerun finds the table already there; the failed create rolls
* back on its own and the run goes on.
 100-CREATE-VERSION-TABLE.
    move spaces to SQL-QUERY
    string "create table myschema"
        " ( version integer, applied char(17),"
        " script char(40) );;"
        into SQL-QUERY
    perform 190-DO-ALTER
    if TXN-QUERY = "commit;;"
        display "tdbschema: myschema created"
    end-if.

* One schema statement in its own begin/commit; a statement that
* cannot apply (the table is already there) rolls back and
* changes nothing.
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

* The next script is the one numbered one past the database's
* version; when it is not on file the database is as far on as
* the scripts go.
 200-APPLY-NEXT-SCRIPT.
    add 1 to current-version giving next-version
    move spaces to script-filename
    string "schema/" next-version ".sql"
        delimited by size into script-filename
    open input script-file
    if script-fs not = "00"
        move "Y" to scripts-done-flag
    else
        perform 300-RUN-SCRIPT
        close script-file
        if script-failed
            move "Y" to scripts-done-flag
            move "Y" to run-failed-flag
        else
            move next-version to current-version
            add 1 to applied-count
        end-if
    end-if.

* The whole script and its myschema row share one transaction:
* any statement failing rolls every one of them back.
 300-RUN-SCRIPT.
    move "N" to script-end-flag script-failed-flag
    move zeros to statement-count line-number
    perform 390-CLEAR-STATEMENT
    move "begin;;" to TXN-QUERY
    call "sql_exec_query" using DB-HANDLE TXN-QUERY UPD-HANDLE
        DB-STATUS
    call "sql_clear_query" using UPD-HANDLE
    perform 310-TAKE-ONE-LINE until script-at-end or script-failed
    if not script-failed and STMT-OX > 1
        display "tdbschema: " script-filename (1:15) " ends inside a "
            "statement (no closing ;)"
        move "Y" to script-failed-flag
    end-if
    if not script-failed
        perform 350-RECORD-VERSION
    end-if
    if script-failed
        move "rollback;;" to TXN-QUERY
    else
        move "commit;;" to TXN-QUERY
    end-if
    call "sql_exec_query" using DB-HANDLE TXN-QUERY UPD-HANDLE
        DB-STATUS
    call "sql_clear_query" using UPD-HANDLE
    move statement-count to count-dsp
    if script-failed
        display "tdbschema: *** " script-filename (1:15)
            " rolled back, mydatabase left at schema version "
            current-version
    else
        display "tdbschema: " script-filename (1:15) " applied, "
            count-dsp " statement(s)"
    end-if.

 310-TAKE-ONE-LINE.
    read script-file
        at end move "Y" to script-end-flag
        not at end
            add 1 to line-number
            if script-record not = spaces
                and script-record (1:2) not = "--"
                perform 320-APPEND-LINE
            end-if
    end-read.

* The line joins the statement being built; a ; as its last
* character ends the statement, which is doubled to the ;;
* the query interface looks for and run.
 320-APPEND-LINE.
    if STMT-OX > length of SQL-QUERY - length of script-record - 2
        move line-number to line-dsp
        display "tdbschema: " script-filename (1:15) " line " line-dsp
            ": statement too long"
        move "Y" to script-failed-flag
    else
        perform 330-COPY-LINE-CHAR
            varying LINE-IX from 1 by 1
            until LINE-IX > length of script-record
        compute STMT-OX = LAST-NONBLANK + 1
        if SQL-QUERY (LAST-NONBLANK:1) = ";"
            move ";" to SQL-QUERY (STMT-OX:1)
            perform 340-RUN-STATEMENT
        else
            add 1 to STMT-OX
        end-if
    end-if.

 330-COPY-LINE-CHAR.
    move script-record (LINE-IX:1) to LINE-CHAR
    move LINE-CHAR to SQL-QUERY (STMT-OX:1)
    if LINE-CHAR not = space
        move STMT-OX to LAST-NONBLANK
    end-if
    add 1 to STMT-OX.

 340-RUN-STATEMENT.
    call "sql_exec_query" using DB-HANDLE SQL-QUERY UPD-HANDLE
        DB-STATUS
    if DB-STATUS = 1 or DB-STATUS = 2
        add 1 to statement-count
    else
        move line-number to line-dsp
        display "tdbschema: " script-filename (1:15)
            " statement ending line " line-dsp " failed"
        perform 700-CHECK-STATUS
        move "Y" to script-failed-flag
    end-if
    call "sql_clear_query" using UPD-HANDLE
    perform 390-CLEAR-STATEMENT.

* The version row goes in inside the script's own transaction, so
* it is there exactly when the script's changes are.
 350-RECORD-VERSION.
    accept WS-DATE from DATE YYYYMMDD
    accept WS-TIME from TIME
    move spaces to WS-TIMESTAMP
    string WS-DATE "-" WS-TIME delimited by size into WS-TIMESTAMP
    move spaces to SQL-QUERY
    string "insert into myschema (version, applied, script)"
        " values ( " next-version ", '" WS-TIMESTAMP "', '"
        delimited by size
        script-filename delimited by space
        "' );;" delimited by size
        into SQL-QUERY
    call "sql_exec_query" using DB-HANDLE SQL-QUERY UPD-HANDLE
        DB-STATUS
    if DB-STATUS not = 1 and DB-STATUS not = 2
        display "tdbschema: version " next-version
            " could not be recorded in myschema"
        perform 700-CHECK-STATUS
        move "Y" to script-failed-flag
    end-if
    call "sql_clear_query" using UPD-HANDLE
    perform 390-CLEAR-STATEMENT.

 390-CLEAR-STATEMENT.
    move spaces to SQL-QUERY
    move 1 to STMT-OX
    move zeros to LAST-NONBLANK.

 600-LIST-VERSIONS.
    move spaces to SQL-QUERY
    string "select cast(to_char(version, 'FM0000') as char(4)),"
        " applied, script from myschema order by version;;"
        into SQL-QUERY
    call "sql_exec_query" using DB-HANDLE SQL-QUERY QRY-HANDLE
        DB-STATUS
    if DB-STATUS not = 1 and DB-STATUS not = 2
        display "tdbschema: no myschema in mydatabase, no version "
            "applied yet"
    else
        call "sql_max_tuple" using QRY-HANDLE MAX-TUPLE
        display "VERSION  APPLIED            SCRIPT"
        move zero to NTUPLE
        perform 610-LIST-ONE-VERSION until NTUPLE = MAX-TUPLE
        call "sql_clear_query" using QRY-HANDLE
    end-if.

 610-LIST-ONE-VERSION.
    move spaces to VERSION-TUPLE
    call "sql_get_tuple" using QRY-HANDLE NTUPLE VERSION-TUPLE
    display VT-VERSION "     " VT-APPLIED "  " VT-SCRIPT
    add 1 to NTUPLE.

 700-CHECK-STATUS.
    if (DB-STATUS not = 1 and DB-STATUS not = 2)
        move spaces to DB-MESSAGE
        call "sql_status_message" using DB-HANDLE DB-MESSAGE
        display DB-MESSAGE
        perform 205-LOG-DB-ERROR
    end-if.

 COPY "dberrlog.cpy".
