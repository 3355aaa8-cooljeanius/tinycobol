 IDENTIFICATION DIVISION.
 PROGRAM-ID.    apikey.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    API keys for the machine clients of the tdb03 portal commands.
*
*    The intranet portal and the internal scripts that call jslist,
*    jsget and the order commands get a key of their own instead of
*    borrowing a person's session token out of sessions.dat. Each
*    key is issued to one client system and says what it may do,
*    until when, and how often a day:
*
*      apikey LIST
*          every key on the register with its client, scopes,
*          expiry, daily ceiling, today's calls and status (the
*          key itself is never shown again after ISSUE).
*      apikey ISSUE <client> <scopes> <expiry> <ceiling> <supv>
*          issue a key to <client>. <scopes> is one or more of RC
*          (read contacts: jslist, jsget, select), RO (read
*          orders: ordlst) and WO (write orders: ordent, ordupd,
*          ordcan), comma-separated -- RC,RO for a reporting
*          script. <expiry> is the last date (YYYYMMDD) the key is
*          honored, <ceiling> the calls honored per day. A client
*          holds one active key at a time; to change one, REVOKE
*          it and ISSUE again.
*      apikey REVOKE <client> <supv>
*          revoke the client's active key. tdb03 reads the
*          register on every keyed call, so the very next request
*          made with it is refused.
*
*    ISSUE and REVOKE need a level-3 sign-on through the shared
*    opersign subroutine, the level the quarantine and the operator
*    file demand; with no operators.dat on file they are refused.
*    The register (apikeys.dat, apikeysel.cpy/apikeyfd.cpy) is
*    rewritten through the write-new-then-mv pattern, and every
*    issue and revocation is recorded in apikey.log with the
*    supervisor who made it (never the key). tdb03 logs each keyed
*    call to formaudit.log under the client's name.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "apikeysel.cpy".
    SELECT api-key-new-file
         ASSIGN TO "apikeys.dat.new"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS apikey-new-fs.
    SELECT key-log-file
         ASSIGN TO "apikey.log"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS key-log-fs.

 DATA DIVISION.
 FILE SECTION.
 COPY "apikeyfd.cpy".

 FD  api-key-new-file.
 01  api-key-new-record      pic X(160).

 FD  key-log-file.
 01  key-log-record          pic X(120).

 WORKING-STORAGE SECTION.
 77  apikey-fs       pic xx.
 77  apikey-new-fs   pic xx.
 77  key-log-fs      pic xx.
 77  key-cmdline     pic x(100).
 77  key-mode        pic x(8).
 77  key-arg-1       pic x(20).
 77  key-arg-2       pic x(20).
 77  key-arg-3       pic x(20).
 77  key-arg-4       pic x(20).
 77  key-arg-5       pic x(20).
 77  client-name     pic x(20).
 77  supervisor-id   pic x(8).
 77  scope-list      pic x(20).
 01  scope-codes.
     05 scope-code           pic x(4) occurs 3 times.
 77  scope-sub       pic 9(1) comp.
 77  scope-bad-flag  pic x.
 01  new-scopes.
     05 new-scope-read-contacts pic x(1).
     05 new-scope-read-orders   pic x(1).
     05 new-scope-write-orders  pic x(1).
 77  new-expiry      pic 9(8).
 77  new-limit       pic 9(6).
 77  date-valid-flag pic x.
 77  parm-sub        pic 9(2) comp.
 77  parm-digit      pic x.
 77  parm-digit-num  redefines parm-digit pic 9.
 77  parm-bad-flag   pic x.
 77  signon-password pic x(8).
 77  signon-req-level pic 9(1) value 3.
 77  signon-level    pic 9(1).
 77  signon-result   pic x(1).
 77  file-end-flag   pic x.
 77  found-flag      pic x.
 77  key-count       pic 9(6) comp value zeros.
 77  key-seed-count  pic 9(8) comp value zeros.
 77  key-random-1    pic 9(9).
 77  key-random-2    pic 9(9).
 77  new-key         pic x(40).
 77  scope-text      pic x(8).
 77  calls-today     pic 9(6).
 77  rewrite-command pic x(60)
    value "mv apikeys.dat.new apikeys.dat".
 77  ws-date         pic 9(8).
 77  ws-time         pic 9(8).
 77  ws-timestamp    pic x(17).

 PROCEDURE DIVISION.
 000-MAIN.
    accept key-cmdline from command-line
    unstring key-cmdline delimited by all ' '
        into key-mode key-arg-1 key-arg-2 key-arg-3 key-arg-4
             key-arg-5
    evaluate key-mode
        when "LIST"   perform 100-LIST-KEYS
        when "ISSUE"  perform 200-ISSUE-KEY
        when "REVOKE" perform 300-REVOKE-KEY
        when other
            display "apikey: use LIST, ISSUE <client> <scopes> "
                "<expiry> <ceiling> <supervisor> or REVOKE "
                "<client> <supervisor>"
            move 8 to return-code
    end-evaluate
    stop run.

 100-LIST-KEYS.
    perform 950-STAMP-TIME
    open input api-key-file
    if apikey-fs = "00"
        move "N" to file-end-flag
        perform 110-LIST-ONE-KEY until file-end-flag = "Y"
        close api-key-file
    end-if
    if key-count = zeros
        display "apikey: no keys on the register"
    end-if.

* today's calls only count while the use date is today; an older
* count is yesterday's, which tdb03 starts again on the next call.
 110-LIST-ONE-KEY.
    read api-key-file
        at end move "Y" to file-end-flag
        not at end
            add 1 to key-count
            perform 120-SCOPE-TEXT
            if ak-use-date = ws-date
                move ak-use-count to calls-today
            else
                move zeros to calls-today
            end-if
            display ak-client " " scope-text " to " ak-expiry
                " ceiling " ak-daily-limit " today " calls-today
                " " ak-status " issued by " ak-issued-by
            if ak-revoked
                display "       revoked by " ak-revoked-by " at "
                    ak-revoked-stamp
            end-if
    end-read.

 120-SCOPE-TEXT.
    move spaces to scope-text
    if ak-scope-read-contacts = "Y"
        move "RC" to scope-text (1:2)
    end-if
    if ak-scope-read-orders = "Y"
        move "RO" to scope-text (4:2)
    end-if
    if ak-scope-write-orders = "Y"
        move "WO" to scope-text (7:2)
    end-if.

* Everything the key will carry is checked before the supervisor
* is asked for a password, so a mistyped line costs nothing.
 200-ISSUE-KEY.
    move key-arg-1 to client-name
    move key-arg-2 to scope-list
    move key-arg-5 to supervisor-id
    if client-name = spaces or supervisor-id = spaces
        display "apikey: ISSUE needs <client> <scopes> <expiry> "
            "<ceiling> <supervisor>"
        move 8 to return-code
        stop run
    end-if
    perform 210-TAKE-SCOPES
    perform 230-TAKE-EXPIRY
    perform 240-TAKE-CEILING
    perform 500-FIND-ACTIVE-KEY
    if found-flag = "Y"
        display "apikey: " client-name " already holds an active "
            "key; REVOKE it first"
        move 8 to return-code
        stop run
    end-if
    perform 550-SIGN-ON-SUPERVISOR
    perform 250-MAKE-KEY
    open extend api-key-file
    if apikey-fs not = "00"
        open output api-key-file
    end-if
    move spaces to api-key-record
    move new-key        to ak-key
    move client-name    to ak-client
    move new-scopes     to ak-scopes
    move new-expiry     to ak-expiry
    move new-limit      to ak-daily-limit
    move "ACTIVE"       to ak-status
    move zeros          to ak-use-date ak-use-count
    move supervisor-id  to ak-issued-by
    move ws-timestamp   to ak-issued-stamp
    write api-key-record
    close api-key-file
    perform 120-SCOPE-TEXT
    move spaces to key-log-record
    string ws-timestamp " ISSUE  " client-name " by "
        supervisor-id " " scope-text " to " new-expiry
        " ceiling " new-limit
        delimited by size into key-log-record
    perform 960-LOG-KEY-ACTION
    display "apikey: key for " client-name ": " new-key
    display "apikey: hand it to the client's administrator; it is "
        "not shown again".

 210-TAKE-SCOPES.
    move "N" to new-scope-read-contacts new-scope-read-orders
        new-scope-write-orders
    move "N" to scope-bad-flag
    move spaces to scope-codes
    unstring scope-list delimited by ","
        into scope-code (1) scope-code (2) scope-code (3)
    perform 220-TAKE-ONE-SCOPE
        varying scope-sub from 1 by 1 until scope-sub > 3
    if scope-bad-flag = "Y" or new-scopes = "NNN"
        display "apikey: scopes are RC, RO and WO, comma-separated"
        move 8 to return-code
        stop run
    end-if.

 220-TAKE-ONE-SCOPE.
    evaluate scope-code (scope-sub)
        when "RC"   move "Y" to new-scope-read-contacts
        when "RO"   move "Y" to new-scope-read-orders
        when "WO"   move "Y" to new-scope-write-orders
        when spaces continue
        when other  move "Y" to scope-bad-flag
    end-evaluate.

* A real calendar date through the shared datevalid, and not one
* already gone.
 230-TAKE-EXPIRY.
    perform 950-STAMP-TIME
    move "N" to date-valid-flag
    if key-arg-3 (1:8) is numeric and key-arg-3 (9:1) = space
        move key-arg-3 (1:8) to new-expiry
        call "datevalid" using new-expiry date-valid-flag
    end-if
    if date-valid-flag not = "Y"
        display "apikey: expiry must be a date, YYYYMMDD"
        move 8 to return-code
        stop run
    end-if
    if new-expiry < ws-date
        display "apikey: expiry " new-expiry " is already past"
        move 8 to return-code
        stop run
    end-if.

 240-TAKE-CEILING.
    move zeros to new-limit
    move "N" to parm-bad-flag
    perform 245-TAKE-CEILING-DIGIT
        varying parm-sub from 1 by 1
        until parm-sub > 7 or key-arg-4 (parm-sub:1) = space
    if parm-bad-flag = "Y" or parm-sub > 7 or new-limit = zeros
        display "apikey: ceiling must be a number of calls a day, "
            "1 to 999999"
        move 8 to return-code
        stop run
    end-if.

 245-TAKE-CEILING-DIGIT.
    move key-arg-4 (parm-sub:1) to parm-digit
    if parm-digit is numeric and parm-sub < 7
        compute new-limit = (new-limit * 10) + parm-digit-num
    else
        move "Y" to parm-bad-flag
    end-if.

* The key is made the way tdb03 makes its CSRF tokens -- date,
* time and a random part seeded with a value that never appears
* in the token -- with a second random draw for length.
 250-MAKE-KEY.
    perform 950-STAMP-TIME
    compute key-random-1 =
        FUNCTION RANDOM (ws-time + key-seed-count) * 999999999
    compute key-random-2 = FUNCTION RANDOM * 999999999
    move spaces to new-key
    string "AK-" ws-date ws-time "-" key-random-1 key-random-2
        delimited by size into new-key.

* The client's active key goes REVOKED; nothing else on the
* register changes.
 300-REVOKE-KEY.
    move key-arg-1 to client-name
    move key-arg-2 to supervisor-id
    if client-name = spaces or supervisor-id = spaces
        display "apikey: REVOKE needs <client> <supervisor>"
        move 8 to return-code
        stop run
    end-if
    perform 500-FIND-ACTIVE-KEY
    if found-flag not = "Y"
        display "apikey: " client-name " holds no active key"
        move 8 to return-code
        stop run
    end-if
    perform 550-SIGN-ON-SUPERVISOR
    perform 950-STAMP-TIME
    open input api-key-file
    open output api-key-new-file
    move "N" to file-end-flag
    perform 310-REVOKE-ONE-KEY until file-end-flag = "Y"
    close api-key-file api-key-new-file
    call "SYSTEM" using rewrite-command
    move spaces to key-log-record
    string ws-timestamp " REVOKE " client-name " by "
        supervisor-id
        delimited by size into key-log-record
    perform 960-LOG-KEY-ACTION
    display "apikey: key for " client-name " revoked by "
        supervisor-id.

 310-REVOKE-ONE-KEY.
    read api-key-file
        at end move "Y" to file-end-flag
        not at end
            if ak-client = client-name and ak-active
                move "REVOKED"     to ak-status
                move supervisor-id to ak-revoked-by
                move ws-timestamp  to ak-revoked-stamp
            end-if
            move api-key-record to api-key-new-record
            write api-key-new-record
    end-read.

* Counts the register as it goes, so the key's random seed has a
* part no caller can see.
 500-FIND-ACTIVE-KEY.
    move "N" to found-flag
    move zeros to key-seed-count
    open input api-key-file
    if apikey-fs = "00"
        move "N" to file-end-flag
        perform 510-CHECK-ONE-KEY until file-end-flag = "Y"
        close api-key-file
    end-if.

 510-CHECK-ONE-KEY.
    read api-key-file
        at end move "Y" to file-end-flag
        not at end
            add 1 to key-seed-count
            if ak-client = client-name and ak-active
                move "Y" to found-flag
            end-if
    end-read.

 550-SIGN-ON-SUPERVISOR.
    display "Password for " supervisor-id ": " with no advancing
    accept signon-password
    move "N" to signon-result
    call "opersign" using supervisor-id signon-password
        signon-req-level signon-level signon-result
        on exception
            display "apikey: opersign not available, refused"
            move 8 to return-code
            stop run
    end-call
    if signon-result = "M"
        display "apikey: no operators.dat on file, refused"
        move 8 to return-code
        stop run
    end-if
    if signon-result not = "Y"
        display "apikey: sign-on failed for " supervisor-id
        move 8 to return-code
        stop run
    end-if.

 950-STAMP-TIME.
    accept ws-date from date yyyymmdd
    accept ws-time from time
    move spaces to ws-timestamp
    string ws-date "-" ws-time delimited by size into ws-timestamp.

 960-LOG-KEY-ACTION.
    open extend key-log-file
    if key-log-fs not = "00"
        open output key-log-file
    end-if
    write key-log-record
    close key-log-file.
