*     they touch mytable -- the same hidden-form-field mechanism
*     "session" already uses, since this CGI form is our only
*     public-facing entry point.
*   - contact consent: "insert" and "update" take "cmail",
*     "cphone", "cemail" and "cshare" form fields (Y gives, N
*     refuses, blank leaves as is) and record them in the shared
*     consent register through the consentupd routine, source
*     WEBFORM, journaling each change to mytbljournal.dat as op
*     CONSNT with the consents before and after in the image areas
*     -- offline too, the register being a local file. The portal
*     honors them: "jslist" leaves out, and "jsget" refuses, a
*     contact who refused sharing; each JSON contact says which of
*     mail, phone and e-mail it may be reached by, and a refused
*     phone is sent empty.
*   - orders are a header over order lines now (myorders over
*     myordlines, the same tables tdb02's options 12-15 keep):
*     "ordent" takes the header and its first line -- "ldescr",
*     "qty" and "price", read through the shared amtparse routine
*     and refused when they do not parse -- in one transaction;
*     "ordupd" amends an open order's description and adds a line
*     (no "lineno"), rewrites one ("lineno" given) or removes one
*     ("lineno" with quantity 0); "ordlst" lists each order's
*     lines with quantity, unit price and extended amount and the
*     order total summed from them. The old free-text "amount"
*     field is gone.
*   - an order line can name its stock item, the "item" field (the
*     tdb04 batch file's TR-KEY-1, up to 3 digits, blank for none),
*     kept in myordlines.item_key for the tdb04pick pick list and
*     shown by "ordlst".
*   - orders pass through shipping before billing now: "ordent"
*     records the order's entered_date, and "ordupd" and "ordcan"
*     refuse an order with any quantity already shipped by
*     tdbship, the same rule the tdb02 menu keeps; "ordcan" says
*     so instead of claiming a cancel that did not happen.
*   - "qrel" and "qdisc" record the supervisor's decision in
*     formaudit.log too -- supervisor id, run and outcome, a refused
*     sign-on included -- so web supervisor actions sit in the
*     audit trail with the operator who took them.
*   - "qrel" takes a second supervisor, as qrelease RELEASE does:
*     the first release of a held run is filed on the pending-
*     approval register through pendchk (outcome PENDING), and
*     only a release a different supervisor approved with pendappr
*     is carried out.
*   - "qrel" and "qdisc" move or remove the held run's line-printer
*     edition (quarantine/repoutput.<run-id>.prt) with the rest of
*     its outputs, as qrelease does.
*   - machine clients no longer borrow a person's session: an
*     "apikey" form field, submitted instead of "session", is
*     checked against the API-key register (apikeys.dat, issued
*     and revoked with the apikey utility) on every call -- active,
*     not past its expiry, under its per-day call ceiling, and
*     scoped for the command: read contacts opens jslist, jsget and
*     select, read orders opens ordlst, write orders opens ordent,
*     ordupd and ordcan (a key stands in for the CSRF token there,
*     there being no form), and nothing else takes a key. Every
*     keyed call, honored or refused, is logged to formaudit.log
*     under the key's client name, so machine traffic is told from
*     human traffic. "jslist" still answers without credentials,
*     but a key offered to it must pass.
*   - 080-CONNECT-MYDB now checks mydatabase's schema version
*     through the shared schemachk.cpy paragraph against the
*     version in schemaws.cpy this program is compiled for; on any
*     other version the request is refused outright (HTML or JSON
*     as the command asked) rather than queued, since a queued
*     write would be shaped for the wrong table.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS IS PORTAL-FS.
       COPY "apikeysel.cpy".
       SELECT API-KEY-NEW-FILE ASSIGN TO "apikeys.dat.new"
            ORGANIZATION IS LINE SEQUENTIAL
            ACCESS MODE  IS SEQUENTIAL
            FILE STATUS IS APIKEY-NEW-FS.
       COPY "sqlqsel.cpy".
       COPY "jrnlsel.cpy".
       COPY "dberrsel.cpy".
       05 VS-VENDOR-NAME    PIC X(20).
    FD PORTAL-DATA-FILE.
    01 PORTAL-DATA-LINE PIC X(132).
    COPY "apikeyfd.cpy".
    FD API-KEY-NEW-FILE.
    01 API-KEY-NEW-RECORD PIC X(160).
    COPY "sqlqfd.cpy".
    COPY "jrnlfd.cpy".
    COPY "dberrfd.cpy".
    77      DATABASE-NAME   PIC X(80).
* widened when the search command went in: three LIKE arms over a
* 50-character escaped pattern outgrow the old 200 bytes.
    77      SQL-QUERY       PIC X(600).
    77      DB-HANDLE       PIC 9(12) COMP.
    77      QRY-HANDLE      PIC 9(12) COMP.
    77      NTUPLE          PIC 9(12) COMP.
     05     FILLER  PIC X(18) VALUE "csvfile        040".
     05     FILLER  PIC X(18) VALUE "ordnum         010".
     05     FILLER  PIC X(18) VALUE "descr          040".
     05     FILLER  PIC X(18) VALUE "ldescr         040".
     05     FILLER  PIC X(18) VALUE "runid          014".
     05     FILLER  PIC X(18) VALUE "supv           008".
     05     FILLER  PIC X(18) VALUE "suppass        008".
     05     FILLER  PIC X(18) VALUE "cmail          001".
     05     FILLER  PIC X(18) VALUE "cphone         001".
     05     FILLER  PIC X(18) VALUE "cemail         001".
     05     FILLER  PIC X(18) VALUE "cshare         001".
     05     FILLER  PIC X(18) VALUE "qty            012".
     05     FILLER  PIC X(18) VALUE "price          012".
     05     FILLER  PIC X(18) VALUE "lineno         003".
     05     FILLER  PIC X(18) VALUE "item           003".
    01      FORM-ITEMS-SIZES redefines FORM-ITEMS-SIZES-ENTRIES.
     05     FORM-ITEM-SIZE-ENTRY occurs 24 times indexed by IXSZ.
      10    FORM-ITEM-NAME  pic X(15).
      10    FORM-ITEM-SIZE  pic 9(03).
    77      WS-ITEM-NAME    pic X(15).
    77      WS-SESSION-OK   pic X value "N".
      88    WS-SESSION-VALID    value "Y".

*  API key submitted by a machine client in place of a session --
*  checked by 011-CHECK-API-KEY against apikeys.dat, for the scope
*  the command needs.
    77      APIKEY-FS       pic XX.
    77      APIKEY-NEW-FS   pic XX.
    77      APIKEY-REWRITE-CMD pic X(60)
       VALUE "mv apikeys.dat.new apikeys.dat".
    77      WS-API-KEY      pic X(40).
    77      WS-API-CLIENT   pic X(20).
    77      WS-API-SCOPE    pic X(2).
    77      WS-API-OUTCOME  pic X(8).
    77      WS-API-OK       pic X value "N".
      88    WS-API-ACCEPTED     value "Y".
    77      API-KEY-END-FLAG pic X.

*  CSRF token issued each time the form is rendered -- insert/update/
*  delete all require this to name a still-on-record line in
*  csrftokens.dat before they touch mytable.
    01      ORD-CONTACT     pic X(40).
    01      ORD-NUM         pic X(10).
    01      ORD-DESCR       pic X(40).
    01      ORD-CONTACT-ESC pic X(80).
    01      ORD-NUM-ESC     pic X(20).
    01      ORD-DESCR-ESC   pic X(80).
    01      ORD-LINE-DESCR  pic X(40).
    01      ORD-LINE-DESCR-ESC pic X(80).
    77      ORD-LINENO-TEXT pic X(3).
    77      ORD-LINENO      pic 9(3).
    77      ORD-LINENO-RJ   pic X(3) justified right.
    77      ORD-ITEM-TEXT   pic X(3).
    77      ORD-ITEM-RJ     pic X(3) justified right.
    77      ORD-QTY-TEXT    pic X(12).
    77      ORD-PRICE-TEXT  pic X(12).
    77      ORD-QTY         pic S9(10)v99.
    77      ORD-PRICE       pic S9(10)v99.
    77      ORD-LINE-AMOUNT pic 9(10)v99.
    77      ORD-QTY-TXT     pic 9(7).99.
    77      ORD-PRICE-TXT   pic 9(10).99.
    77      ORD-AMOUNT-TXT  pic 9(10).99.
    77      ORD-PARSE-OK    pic X.
    77      ORD-LINE-OK-FLAG pic X.
      88    ORD-LINE-OK          value "Y".
    77      ORD-TXN-OK-FLAG pic X.
      88    ORD-TXN-OK           value "Y".
    77      ORD-CURRENT-NUM pic X(10).
    77      ORD-TOTAL       pic 9(10)v99.
    77      ORD-QTY-DSP     pic Z(6)9.99.
    77      ORD-PRICE-DSP   pic Z(9)9.99.
    77      ORD-AMOUNT-DSP  pic Z(9)9.99.
    01      ORD-STATUS-TUPLE.
     05 OS-STATUS       pic X(1).
     05 OS-SHIPPED      pic X(1).
    01      ESC-FIELD-IN    pic X(40).
    01      ESC-FIELD-OUT   pic X(80).
    01      ORDER-JOIN-TUPLE.
     05 OJ-ORDNUM       pic X(10).
     05 OJ-DESCR        pic X(40).
     05 OJ-STATUS       pic X(1).
     05 OJ-LINENO       pic X(3).
     05 OJ-ITEM         pic X(3).
     05 OJ-LINE-DESCR   pic X(40).
     05 OJ-QTY          pic 9(7)v99.
     05 OJ-PRICE        pic 9(10)v99.
     05 OJ-AMOUNT       pic 9(10)v99.
    77      NAME-SCORE         pic 9(3).
    77      NAME-A-WORK        pic X(40).
    77      CLOSE-HITS         pic 9(3).
    77      QUAR-FOUND-FLAG    pic X.
    77      QUAR-HELD-COUNT    pic 9(3).
    77      QDEC-MODE          pic X(8).
    77      WS-SUPV-OUTCOME    pic X(10).
    77      WS-PEND-ACTION     pic X(8) value "REQUEST".
    77      WS-PEND-KIND       pic X(8) value "QRELEASE".
    77      WS-PEND-KEY        pic X(20).
    77      WS-PEND-VALUE      pic X(40).
    77      WS-PEND-RESULT     pic X.
    77      WS-PEND-REQUEST-ID pic 9(6).
    01      HELD-ENTRY-WORK.
       05 HW-REASON         PIC X(10).
       05 HW-PDF-NAME       PIC X(40).
       05 RN-CSV-NAME       PIC X(40).
       05 RN-EXC-NAME       PIC X(40).
       05 RN-GLPOST-NAME    PIC X(40).
       05 RN-PRT-NAME       PIC X(40).
    77      GL-HELD-NAME       pic X(40).
    77      PRT-HELD-NAME      pic X(40).
    77      QSYS-COMMAND       pic X(200).
    77      QREWRITE-CMD       pic X(60)
       value "mv quarantine.dat.new quarantine.dat".
    77      WS-CSRF-RANDOM  pic 9(5).
    77      WS-CSRF-SEED-COUNT pic 9(8) comp value zeros.
    77      BAD-FORM-FS     pic XX.
*  consent flags from the form and the register's answer.
    01      CONSENT-NEW-FLAGS.
     05     CONSENT-NEW-FLAG pic X occurs 4 times.
    77      CONSENT-SUB     pic 9(1) comp.
    77      CONSENT-SOURCE  pic X(10) value "WEBFORM".
    77      CONSENT-BEFORE  pic X(76).
    77      CONSENT-AFTER   pic X(76).
    77      CONSENT-CHANGED pic X.
    77      CONSENT-CHANNEL pic X(5).
    77      CONSENT-ALLOWED pic X.
    77      CONSENT-MAIL-OK  pic X.
    77      CONSENT-PHONE-OK pic X.
    77      CONSENT-EMAIL-OK pic X.
    COPY "dberrws.cpy".
    COPY "schemaws.cpy".
    COPY "SQLCA.cpy".

 PROCEDURE DIVISION.
        when "search"
            perform 031-SEARCH-MYTABLE
        when "jslist"
            perform 040-JSON-LIST thru 040-JSON-LIST-EXIT
        when "jsget "
            perform 041-JSON-GET thru 041-JSON-GET-EXIT
        when "insert"
        call "cgi_get_string" using CGI-NAME CGI-VALUE
        move CGI-VALUE(1:40) to WS-SESSION
        if WS-SESSION = spaces
            perform 011-CHECK-API-KEY
        else
            open input SESSION-FILE
            if SESSION-FS = "00"
        if FS = zeros and SESSION-LINE(1:40) = WS-SESSION
            move "Y" to WS-SESSION-OK.

* A machine client's "apikey" stands in for the session when the
* key is active, not past its expiry, under today's ceiling and
* scoped for the command; an honored call is counted against the
* day through the write-new-then-mv pattern. The register is read
* on every call, so a revocation holds from the next request.
 011-CHECK-API-KEY.
        move "N" to WS-API-OK
        move spaces to WS-API-CLIENT
        move spaces to CGI-VALUE
        move "apikey" to CGI-NAME
        call "cgi_get_string" using CGI-NAME CGI-VALUE
        move CGI-VALUE(1:40) to WS-API-KEY
        if WS-API-KEY = spaces
            display "<!-- no session token submitted -->"
        else
            evaluate WS-CGI-CMD
            when "jslist"
            when "jsget "
            when "select"
                move "RC" to WS-API-SCOPE
            when "ordlst"
                move "RO" to WS-API-SCOPE
            when "ordent"
            when "ordupd"
            when "ordcan"
                move "WO" to WS-API-SCOPE
            when other
                move spaces to WS-API-SCOPE
            end-evaluate
            move "UNKNOWN" to WS-API-OUTCOME
            accept WS-DATE from DATE YYYYMMDD
            open input API-KEY-FILE
            if APIKEY-FS = "00"
                open output API-KEY-NEW-FILE
                move "N" to API-KEY-END-FLAG
                perform 012-SIFT-ONE-KEY until API-KEY-END-FLAG = "Y"
                close API-KEY-FILE
                close API-KEY-NEW-FILE
                if WS-API-ACCEPTED
                    call "SYSTEM" using APIKEY-REWRITE-CMD
                end-if
            end-if
            if WS-API-ACCEPTED
                move "Y" to WS-SESSION-OK
            else
                if not JSON-MODE
                    display "<!-- api key refused: " WS-API-OUTCOME
                        " -->"
                end-if
            end-if
            perform 013-AUDIT-KEYED-CALL
        end-if.

 012-SIFT-ONE-KEY.
        read API-KEY-FILE
            at end move "Y" to API-KEY-END-FLAG
            not at end
                if AK-KEY = WS-API-KEY
                    move AK-CLIENT to WS-API-CLIENT
                    perform 012A-JUDGE-KEY
                end-if
                move API-KEY-RECORD to API-KEY-NEW-RECORD
                write API-KEY-NEW-RECORD
        end-read.

 012A-JUDGE-KEY.
        if AK-USE-DATE not = WS-DATE
            move WS-DATE to AK-USE-DATE
            move zeros to AK-USE-COUNT
        end-if
        evaluate true
        when not AK-ACTIVE
            move "REVOKED" to WS-API-OUTCOME
        when AK-EXPIRY < WS-DATE
            move "EXPIRED" to WS-API-OUTCOME
        when WS-API-SCOPE = "RC" and AK-SCOPE-READ-CONTACTS = "Y"
        when WS-API-SCOPE = "RO" and AK-SCOPE-READ-ORDERS = "Y"
        when WS-API-SCOPE = "WO" and AK-SCOPE-WRITE-ORDERS = "Y"
            if AK-USE-COUNT < AK-DAILY-LIMIT
                add 1 to AK-USE-COUNT
                move "ACCEPTED" to WS-API-OUTCOME
                move "Y" to WS-API-OK
            else
                move "CEILING" to WS-API-OUTCOME
            end-if
        when other
            move "SCOPE" to WS-API-OUTCOME
        end-evaluate.

* Every keyed call lands in formaudit.log under the client's name,
* so machine traffic reads apart from the people's.
 013-AUDIT-KEYED-CALL.
        accept WS-DATE from DATE YYYYMMDD
        accept WS-TIME from TIME
        move spaces to WS-TIMESTAMP
        string WS-DATE "-" WS-TIME delimited by size into WS-TIMESTAMP
        if WS-API-CLIENT = spaces
            move "*UNKNOWN*" to WS-API-CLIENT
        end-if
        open extend AUDIT-FILE
        if AUDIT-FS not = "00"
            open output AUDIT-FILE
        end-if
        move spaces to AUDIT-LINE
        string WS-TIMESTAMP " cmd=" WS-CGI-CMD
            " client=" WS-API-CLIENT
            " apikey=" WS-API-OUTCOME
            delimited by size into AUDIT-LINE
        write AUDIT-LINE
        close AUDIT-FILE.

* Checks the "csrf" form field against csrftokens.dat. Every write
* command (insert/update/delete) must perform this, in addition to
* 005-CHECK-SESSION, and bail out when WS-CSRF-VALID comes back false
* -- a valid session alone doesn't prove the request came from a form
* this program actually served.
* A call honored on an API key carries no form, so the key stands
* in for the token.
 007-CHECK-CSRF.
        move "N" to WS-CSRF-OK
        if WS-API-ACCEPTED
            move "Y" to WS-CSRF-OK
            go to 007-CHECK-CSRF-EXIT.
        move spaces to CGI-VALUE
        move "csrf" to CGI-NAME
        call "cgi_get_string" using CGI-NAME CGI-VALUE
                end-if
            end-if
        end-if.
 007-CHECK-CSRF-EXIT.
        exit.

* A token only validates for the session it was issued to, so a form
* pulled by one session can't be replayed under a different one.
        search FORM-ITEM-SIZE-ENTRY varying IXSZ
            when FORM-ITEM-NAME(IXSZ) = WS-ITEM-NAME
                next sentence
            when IXSZ > 24
                next sentence
        end-search
        if IXSZ <= 24
            move FORM-ITEM-SIZE(IXSZ) to VN3
            if VN3 > 0 and VN3 < length of CGI-VALUE
                move spaces to CGI-VALUE(VN3 + 1:)
        write AUDIT-LINE
        close AUDIT-FILE.

* The form's consent fields go to the shared register; anything but
* Y or N leaves that consent as it stands. A change is journaled
* beside the contact changes.
 067-APPLY-CONSENT.
        move spaces to CONSENT-NEW-FLAGS
        move "cmail" to CGI-NAME
        perform 060-GET-VALIDATED-FIELD
        move CGI-VALUE (1:1) to CONSENT-NEW-FLAG (1)
        move "cphone" to CGI-NAME
        perform 060-GET-VALIDATED-FIELD
        move CGI-VALUE (1:1) to CONSENT-NEW-FLAG (2)
        move "cemail" to CGI-NAME
        perform 060-GET-VALIDATED-FIELD
        move CGI-VALUE (1:1) to CONSENT-NEW-FLAG (3)
        move "cshare" to CGI-NAME
        perform 060-GET-VALIDATED-FIELD
        move CGI-VALUE (1:1) to CONSENT-NEW-FLAG (4)
        inspect CONSENT-NEW-FLAGS converting "yn" to "YN"
        perform 067-CHECK-ONE-CONSENT-FLAG
            varying CONSENT-SUB from 1 by 1 until CONSENT-SUB > 4
        if CONSENT-NEW-FLAGS not = spaces
            call "consentupd" using MYTBL-NAME CONSENT-NEW-FLAGS
                CONSENT-SOURCE CONSENT-BEFORE CONSENT-AFTER
                CONSENT-CHANGED
            if CONSENT-CHANGED = "Y"
                perform 068-JOURNAL-CONSENT
            end-if
        end-if.

 067-CHECK-ONE-CONSENT-FLAG.
        if CONSENT-NEW-FLAG (CONSENT-SUB) not = "Y"
            and CONSENT-NEW-FLAG (CONSENT-SUB) not = "N"
            move space to CONSENT-NEW-FLAG (CONSENT-SUB).

 068-JOURNAL-CONSENT.
        accept WS-DATE from DATE YYYYMMDD
        accept WS-TIME from TIME
        open extend mytbl-journal-file
        if jrnl-fs not = "00"
            open output mytbl-journal-file
        end-if
        move spaces to jrnl-rec
        string WS-DATE "-" WS-TIME delimited by size
            into jrnl-timestamp
        move "tdb03"        to jrnl-program
        move "CONSNT"       to jrnl-op
        move MYTBL-NAME     to jrnl-key
        move CONSENT-BEFORE to jrnl-before
        move CONSENT-AFTER  to jrnl-after
        write jrnl-rec
        close mytbl-journal-file.

 020-INSERT-MYTABLE.
        perform 005-CHECK-SESSION
        if not WS-SESSION-VALID
            display "<!-- rejected: no valid session -->"
            go to 020-INSERT-MYTABLE-EXIT.
        perform 007-CHECK-CSRF thru 007-CHECK-CSRF-EXIT
        if not WS-CSRF-VALID
            display "<!-- rejected: bad or missing CSRF token -->"
            go to 020-INSERT-MYTABLE-EXIT.
        move CGI-VALUE to MYTBL-PHONE
        perform 061-NORMALIZE-PHONE
        perform 065-AUDIT-SUBMISSION
        perform 067-APPLY-CONSENT
* offline captures queue and stop: running the dead-query path
* would clear a QRY-HANDLE nothing initialized, the hazard
* 050-DISCONNECT is guarded against -- same either/or shape the
        if not WS-SESSION-VALID
            display "<!-- rejected: no valid session -->"
            go to 021-UPDATE-MYTABLE-EXIT.
        perform 007-CHECK-CSRF thru 007-CHECK-CSRF-EXIT
        if not WS-CSRF-VALID
            display "<!-- rejected: bad or missing CSRF token -->"
            go to 021-UPDATE-MYTABLE-EXIT.
        move CGI-VALUE to MYTBL-PHONE
        perform 061-NORMALIZE-PHONE
        perform 065-AUDIT-SUBMISSION
        perform 067-APPLY-CONSENT
        if OFFLINE-MODE
            move "UPDATE" to sqlq-op-work
            perform 069-QUEUE-OPERATION
        if not WS-SESSION-VALID
            display "<!-- rejected: no valid session -->"
            go to 022-DELETE-MYTABLE-EXIT.
        perform 007-CHECK-CSRF thru 007-CHECK-CSRF-EXIT
        if not WS-CSRF-VALID
            display "<!-- rejected: bad or missing CSRF token -->"
            go to 022-DELETE-MYTABLE-EXIT.
* runs, rendered as a JSON array instead of an HTML table.
 040-JSON-LIST.
        move spaces to CGI-VALUE
        move "apikey" to CGI-NAME
        call "cgi_get_string" using CGI-NAME CGI-VALUE
        if CGI-VALUE not = spaces
            perform 011-CHECK-API-KEY
            if not WS-API-ACCEPTED
                display "{" QUOTE "error" QUOTE ":" QUOTE
                    "api key refused: " WS-API-OUTCOME QUOTE "}"
                go to 040-JSON-LIST-EXIT.
        move spaces to CGI-VALUE
        move "page" to CGI-NAME
        call "cgi_get_string" using CGI-NAME CGI-VALUE
        move 1 to WS-PAGE
        display "]}"
        call "sql_clear_query" using QRY-HANDLE
        perform 050-DISCONNECT.
 040-JSON-LIST-EXIT.
        exit.

* The portal's single-record lookup: same session rule and the same
* keyed select the HTML "select" command runs.
 041-JSON-GET.
        perform 005-CHECK-SESSION
        if not WS-SESSION-VALID and WS-API-KEY not = spaces
            display "{" QUOTE "error" QUOTE ":" QUOTE
                "api key refused: " WS-API-OUTCOME QUOTE "}"
            go to 041-JSON-GET-EXIT.
        if not WS-SESSION-VALID
            display "{" QUOTE "error" QUOTE ":" QUOTE
                "no valid session" QUOTE "}"
            move zero to NTUPLE
            call "sql_get_tuple" using QRY-HANDLE NTUPLE
                MYTBL-RECORD
            move "SHARE" to CONSENT-CHANNEL
            call "consentchk" using MYTBL-NAME CONSENT-CHANNEL
                CONSENT-ALLOWED
            if CONSENT-ALLOWED = "N"
                display "{" QUOTE "error" QUOTE ":" QUOTE
                    "contact not shared" QUOTE "}"
            else
                move space to JSON-ROW-SEP
                perform 046-JSON-EMIT-RECORD
            end-if
        end-if
        call "sql_clear_query" using QRY-HANDLE
        perform 050-DISCONNECT.
 041-JSON-GET-EXIT.
        exit.

* a contact who refused sharing is left out of the page.
 045-JSON-ONE-ROW.
        call "sql_get_tuple" using QRY-HANDLE NTUPLE MYTBL-RECORD
        move "SHARE" to CONSENT-CHANNEL
        call "consentchk" using MYTBL-NAME CONSENT-CHANNEL
            CONSENT-ALLOWED
        if CONSENT-ALLOWED not = "N"
            perform 046-JSON-EMIT-RECORD
            move "," to JSON-ROW-SEP
        end-if
        add 1 to NTUPLE.

* One contact as a JSON object. The literal pieces are built with
* the QUOTE constant so the source stays readable; values go
* through the JSON escape first. The consent flags say how the
* contact may be reached, and a refused phone goes out empty.
 046-JSON-EMIT-RECORD.
        move "MAIL" to CONSENT-CHANNEL
        call "consentchk" using MYTBL-NAME CONSENT-CHANNEL
            CONSENT-MAIL-OK
        move "PHONE" to CONSENT-CHANNEL
        call "consentchk" using MYTBL-NAME CONSENT-CHANNEL
            CONSENT-PHONE-OK
        move "EMAIL" to CONSENT-CHANNEL
        call "consentchk" using MYTBL-NAME CONSENT-CHANNEL
            CONSENT-EMAIL-OK
        if CONSENT-PHONE-OK = "N"
            move spaces to MYTBL-PHONE
        end-if
        move spaces to JSON-LINE
        move 1 to JSON-OX
        string JSON-ROW-SEP delimited by size
        move MYTBL-PHONE to JSON-IN
        perform 047-JSON-ESCAPE-VALUE
        string JSON-ESC-WORK (1:JSON-ESC-LEN) delimited by size
            QUOTE "," QUOTE "consent" QUOTE ":{"
            QUOTE "mail" QUOTE ":" QUOTE CONSENT-MAIL-OK QUOTE ","
            QUOTE "phone" QUOTE ":" QUOTE CONSENT-PHONE-OK QUOTE ","
            QUOTE "email" QUOTE ":" QUOTE CONSENT-EMAIL-OK QUOTE
            "}}" delimited by size
            into JSON-LINE with pointer JSON-OX
        display JSON-LINE.

        if not WS-SESSION-VALID
            display "<!-- rejected: no valid session -->"
            go to 026-UPLOAD-CSV-EXIT.
        perform 007-CHECK-CSRF thru 007-CHECK-CSRF-EXIT
        if not WS-CSRF-VALID
            display "<!-- rejected: bad or missing CSRF token -->"
            go to 026-UPLOAD-CSV-EXIT.
        if not WS-SESSION-VALID
            display "<!-- rejected: no valid session -->"
            go to 070-ORDER-ENTER-EXIT.
        perform 007-CHECK-CSRF thru 007-CHECK-CSRF-EXIT
        if not WS-CSRF-VALID
            display "<!-- rejected: bad or missing CSRF token -->"
            go to 070-ORDER-ENTER-EXIT.
                "taken -- please try again shortly</P>"
            go to 070-ORDER-ENTER-EXIT.
        perform 075-TAKE-ORDER-FIELDS
        perform 075A-TAKE-LINE-FIELDS
        perform 078-AUDIT-ORDER
        if not ORD-LINE-OK or ORD-LINE-DESCR = spaces
                or ORD-QTY = zero
            perform 050-DISCONNECT
            display "<P>order " ORD-NUM " not entered: it needs a "
                "line with a description, a quantity and a unit "
                "price</P>"
            go to 070-ORDER-ENTER-EXIT.
        perform 076-ESCAPE-ORDER
        display "<!--"
        move "Y" to ORD-TXN-OK-FLAG
        perform 095-BEGIN-UPLOAD-TXN
        accept WS-DATE from DATE YYYYMMDD
        string "insert into myorders"
            " (contact_name, ordnum, descr, status, entered_date)"
            " values ( '" ORD-CONTACT-ESC
            "','" ORD-NUM-ESC
            "','" ORD-DESCR-ESC
            "','O','" WS-DATE "' )" END-OF-STRING
            into SQL-QUERY
        perform 079A-DO-ORDER-QUERY
        move 1 to ORD-LINENO
        perform 079C-INSERT-LINE
        perform 079B-END-ORDER-TXN
        perform 050-DISCONNECT
        display "-->"
        if ORD-TXN-OK
            display "<P>order " ORD-NUM " entered</P>"
        else
            display "<P>order " ORD-NUM " not entered</P>"
        end-if
        perform 400-INSERT-HTML thru 410-INSERT-HTML.
 070-ORDER-ENTER-EXIT.
        exit.
        if not WS-SESSION-VALID
            display "<!-- rejected: no valid session -->"
            go to 071-ORDER-AMEND-EXIT.
        perform 007-CHECK-CSRF thru 007-CHECK-CSRF-EXIT
        if not WS-CSRF-VALID
            display "<!-- rejected: bad or missing CSRF token -->"
            go to 071-ORDER-AMEND-EXIT.
                "taken -- please try again shortly</P>"
            go to 071-ORDER-AMEND-EXIT.
        perform 075-TAKE-ORDER-FIELDS
        perform 075A-TAKE-LINE-FIELDS
        perform 078-AUDIT-ORDER
        perform 076-ESCAPE-ORDER
        display "<!--"
        perform 079-CHECK-ORDER-OPEN
        if ORD-TXN-OK
            perform 079D-AMEND-ORDER
        end-if
        perform 050-DISCONNECT
        display "-->"
        if ORD-TXN-OK
            display "<P>order " ORD-NUM " amended</P>"
        else
            display "<P>order " ORD-NUM " not amended</P>"
        end-if
        perform 400-INSERT-HTML thru 410-INSERT-HTML.
 071-ORDER-AMEND-EXIT.
        exit.
        if not WS-SESSION-VALID
            display "<!-- rejected: no valid session -->"
            go to 072-ORDER-CANCEL-EXIT.
        perform 007-CHECK-CSRF thru 007-CHECK-CSRF-EXIT
        if not WS-CSRF-VALID
            display "<!-- rejected: bad or missing CSRF token -->"
            go to 072-ORDER-CANCEL-EXIT.
        perform 078-AUDIT-ORDER
        perform 076-ESCAPE-ORDER
        display "<!--"
        perform 079-CHECK-ORDER-OPEN
        if ORD-TXN-OK
            string "update myorders set status = 'C'"
                " where ordnum = '" ORD-NUM-ESC
                "' and status = 'O' and not exists"
                " (select 1 from myordlines l"
                " where l.ordnum = myorders.ordnum"
                " and l.shipped_qty > 0)" END-OF-STRING
                into SQL-QUERY
            perform 095-BEGIN-UPLOAD-TXN
            perform 090-DO-QUERY
            perform 096-END-UPLOAD-TXN
            call "sql_clear_query" using QRY-HANDLE
        end-if
        perform 050-DISCONNECT
        display "-->"
        if ORD-TXN-OK
            display "<P>order " ORD-NUM " cancelled</P>"
        else
            display "<P>order " ORD-NUM " not cancelled: it is "
                "not open or has shipped lines</P>"
        end-if
        perform 400-INSERT-HTML thru 410-INSERT-HTML.
 072-ORDER-CANCEL-EXIT.
        exit.
        perform 076-ESCAPE-ORDER
        display "<PRE>"
        display "orders for " ORD-CONTACT
        string "select o.ordnum, o.descr, o.status,"
            " cast(to_char(l.lineno, 'FM000') as char(3)),"
            " l.item_key, l.descr,"
            " cast(to_char(l.qty * 100, 'FM000000000') as char(9)),"
            " cast(to_char(l.unit_price * 100, 'FM000000000000')"
            " as char(12)),"
            " cast(to_char(l.amount * 100, 'FM000000000000')"
            " as char(12))"
            " from myorders o, myordlines l"
            " where o.contact_name = '" ORD-CONTACT-ESC
            "' and l.ordnum = o.ordnum"
            " order by o.ordnum, l.lineno" END-OF-STRING
            into SQL-QUERY
        perform 090-DO-QUERY
        if not OFFLINE-MODE
            call "sql_max_tuple" using QRY-HANDLE MAX-TUPLE
            move spaces to ORD-CURRENT-NUM
            move zero to ORD-TOTAL
            move zero to NTUPLE
            perform 074-SHOW-ONE-ORDER until NTUPLE = MAX-TUPLE
            perform 074A-SHOW-ORDER-TOTAL
            call "sql_clear_query" using QRY-HANDLE
        end-if
        display "</PRE>"
 073-ORDER-LIST-EXIT.
        exit.

* One row per order line: an order change closes the previous
* order with its total and heads the next.
 074-SHOW-ONE-ORDER.
        call "sql_get_tuple" using QRY-HANDLE NTUPLE
            ORDER-JOIN-TUPLE
        if OJ-ORDNUM not = ORD-CURRENT-NUM
            perform 074A-SHOW-ORDER-TOTAL
            move OJ-ORDNUM to ORD-CURRENT-NUM
            move zero to ORD-TOTAL
            display OJ-ORDNUM " " OJ-DESCR " " OJ-STATUS
        end-if
        move OJ-QTY    to ORD-QTY-DSP
        move OJ-PRICE  to ORD-PRICE-DSP
        move OJ-AMOUNT to ORD-AMOUNT-DSP
        display "  " OJ-LINENO " " OJ-ITEM " " OJ-LINE-DESCR " "
            ORD-QTY-DSP
            " x " ORD-PRICE-DSP " " ORD-AMOUNT-DSP
        add OJ-AMOUNT to ORD-TOTAL
        add 1 to NTUPLE.

 074A-SHOW-ORDER-TOTAL.
        if ORD-CURRENT-NUM not = spaces
            move ORD-TOTAL to ORD-AMOUNT-DSP
            display "  order total " ORD-AMOUNT-DSP
        end-if.

 075-TAKE-ORDER-FIELDS.
        move "name" to CGI-NAME
        perform 060-GET-VALIDATED-FIELD
        move "descr" to CGI-NAME
        perform 060-GET-VALIDATED-FIELD
        move CGI-VALUE (1:40) to ORD-DESCR
        move "lineno" to CGI-NAME
        perform 060-GET-VALIDATED-FIELD
        move CGI-VALUE (1:3) to ORD-LINENO-TEXT.

* The line fields: a quantity and a unit price amtparse cannot
* read, or an item that is not a number, leave ORD-LINE-OK off,
* and nothing is written. A blank quantity with no description
* and no item is no line at all (a header-only amendment); a zero
* quantity removes the line named.
 075A-TAKE-LINE-FIELDS.
        move "ldescr" to CGI-NAME
        perform 060-GET-VALIDATED-FIELD
        move CGI-VALUE (1:40) to ORD-LINE-DESCR
        move "qty" to CGI-NAME
        perform 060-GET-VALIDATED-FIELD
        move CGI-VALUE (1:12) to ORD-QTY-TEXT
        move "price" to CGI-NAME
        perform 060-GET-VALIDATED-FIELD
        move CGI-VALUE (1:12) to ORD-PRICE-TEXT
        move "item" to CGI-NAME
        perform 060-GET-VALIDATED-FIELD
        move CGI-VALUE (1:3) to ORD-ITEM-TEXT
        move "Y" to ORD-LINE-OK-FLAG
        move spaces to ORD-ITEM-RJ
        if ORD-ITEM-TEXT not = spaces
            unstring ORD-ITEM-TEXT delimited by space
                into ORD-ITEM-RJ
            inspect ORD-ITEM-RJ replacing leading space by "0"
            if ORD-ITEM-RJ not numeric
                move "N" to ORD-LINE-OK-FLAG
            end-if
        end-if
        move zero to ORD-QTY ORD-PRICE ORD-LINE-AMOUNT
        if ORD-QTY-TEXT = spaces and ORD-LINE-DESCR = spaces
            and ORD-ITEM-TEXT = spaces
            move "N" to ORD-LINE-OK-FLAG
        else
            call "amtparse" using ORD-QTY-TEXT ORD-QTY ORD-PARSE-OK
            if ORD-PARSE-OK not = "Y" or ORD-QTY > 9999999.99
                move "N" to ORD-LINE-OK-FLAG
            end-if
            if ORD-QTY not = zero
                call "amtparse" using ORD-PRICE-TEXT ORD-PRICE
                    ORD-PARSE-OK
                if ORD-PARSE-OK not = "Y"
                    move "N" to ORD-LINE-OK-FLAG
                end-if
                compute ORD-LINE-AMOUNT rounded = ORD-QTY * ORD-PRICE
                    on size error move "N" to ORD-LINE-OK-FLAG
                end-compute
            end-if
        end-if.

* 076/077 escape the order fields by doubling apostrophes, the
* same discipline tdb02's order paths apply.
        move ORD-DESCR to ESC-FIELD-IN
        perform 077-ESCAPE-ONE-FIELD
        move ESC-FIELD-OUT to ORD-DESCR-ESC
        move ORD-LINE-DESCR to ESC-FIELD-IN
        perform 077-ESCAPE-ONE-FIELD
        move ESC-FIELD-OUT to ORD-LINE-DESCR-ESC.

 077-ESCAPE-ONE-FIELD.
        move spaces to ESC-FIELD-OUT
        string WS-TIMESTAMP " cmd=" WS-CGI-CMD
            " contact=" ORD-CONTACT
            " ordnum=" ORD-NUM
            " line=" ORD-LINENO-TEXT
            " qty=" ORD-QTY-TEXT
            " price=" ORD-PRICE-TEXT
            " item=" ORD-ITEM-TEXT
            delimited by size into AUDIT-LINE
        write AUDIT-LINE
        close AUDIT-FILE.

* Only an open order takes amendments: a billed or exported
* order's lines are what its invoice and extract already said,
* and a shipped line is what its delivery note already said.
 079-CHECK-ORDER-OPEN.
        move "N" to ORD-TXN-OK-FLAG
        string "select o.status, cast(case when exists"
            " (select 1 from myordlines l"
            " where l.ordnum = o.ordnum and l.shipped_qty > 0)"
            " then 'Y' else 'N' end as char(1))"
            " from myorders o where o.ordnum = '"
            ORD-NUM-ESC "'" END-OF-STRING
            into SQL-QUERY
        perform 090-DO-QUERY
        call "sql_max_tuple" using QRY-HANDLE MAX-TUPLE
        if MAX-TUPLE > 0
            move zero to NTUPLE
            call "sql_get_tuple" using QRY-HANDLE NTUPLE
                ORD-STATUS-TUPLE
            if OS-STATUS = "O" and OS-SHIPPED = "N"
                move "Y" to ORD-TXN-OK-FLAG
            end-if
        end-if
        call "sql_clear_query" using QRY-HANDLE.

* 079A/079B carry one order write -- header and lines -- through a
* single transaction: the first failing statement stops the rest
* and the whole order rolls back.
 079A-DO-ORDER-QUERY.
        if ORD-TXN-OK
            perform 090-DO-QUERY
            if DB-STATUS not = 1 and DB-STATUS not = 2
                move "N" to ORD-TXN-OK-FLAG
            end-if
            call "sql_clear_query" using QRY-HANDLE
        end-if.

 079B-END-ORDER-TXN.
        if ORD-TXN-OK
            string "commit" END-OF-STRING into SQL-QUERY
        else
            string "rollback" END-OF-STRING into SQL-QUERY
        end-if
        call "sql_exec_query" using DB-HANDLE SQL-QUERY
            QRY-HANDLE DB-STATUS.

 079C-INSERT-LINE.
        move ORD-QTY         to ORD-QTY-TXT
        move ORD-PRICE       to ORD-PRICE-TXT
        move ORD-LINE-AMOUNT to ORD-AMOUNT-TXT
        move spaces to SQL-QUERY
        string "insert into myordlines (ordnum, lineno, descr,"
            " qty, unit_price, amount, item_key) values ( '"
            ORD-NUM-ESC
            "', " ORD-LINENO
            ", '" ORD-LINE-DESCR-ESC
            "', " ORD-QTY-TXT
            ", " ORD-PRICE-TXT
            ", " ORD-AMOUNT-TXT
            ", '" ORD-ITEM-RJ "' )" END-OF-STRING
            delimited by size into SQL-QUERY
        perform 079A-DO-ORDER-QUERY.

* The header description changes only when one is given; the line
* fields then add, rewrite or remove one line.
 079D-AMEND-ORDER.
        if ORD-LINE-DESCR not = spaces or ORD-QTY-TEXT not = spaces
            or ORD-ITEM-TEXT not = spaces
            if not ORD-LINE-OK
                or (ORD-QTY not = zero and ORD-LINE-DESCR = spaces)
                or (ORD-QTY = zero and ORD-LINENO-TEXT = spaces)
                display "line fields not valid, nothing changed"
                move "N" to ORD-TXN-OK-FLAG
            end-if
        end-if
        if ORD-LINENO-TEXT not = spaces
            move spaces to ORD-LINENO-RJ
            unstring ORD-LINENO-TEXT delimited by space
                into ORD-LINENO-RJ
            inspect ORD-LINENO-RJ replacing leading space by "0"
            if ORD-LINENO-RJ numeric
                move ORD-LINENO-RJ to ORD-LINENO
            else
                display "line number not valid, nothing changed"
                move "N" to ORD-TXN-OK-FLAG
            end-if
        end-if
        if ORD-TXN-OK
            perform 095-BEGIN-UPLOAD-TXN
            if ORD-DESCR not = spaces
                string "update myorders set descr = '"
                    ORD-DESCR-ESC "' where ordnum = '" ORD-NUM-ESC
                    "'" END-OF-STRING
                    into SQL-QUERY
                perform 079A-DO-ORDER-QUERY
            end-if
            if ORD-LINE-OK
                perform 079E-AMEND-ONE-LINE
            end-if
            perform 079B-END-ORDER-TXN
        end-if.

 079E-AMEND-ONE-LINE.
        if ORD-LINENO-TEXT = spaces
            move ORD-QTY         to ORD-QTY-TXT
            move ORD-PRICE       to ORD-PRICE-TXT
            move ORD-LINE-AMOUNT to ORD-AMOUNT-TXT
            move spaces to SQL-QUERY
            string "insert into myordlines (ordnum, lineno, descr,"
                " qty, unit_price, amount, item_key) select '"
                ORD-NUM-ESC
                "', coalesce(max(lineno), 0) + 1, '"
                ORD-LINE-DESCR-ESC
                "', " ORD-QTY-TXT
                ", " ORD-PRICE-TXT
                ", " ORD-AMOUNT-TXT
                ", '" ORD-ITEM-RJ
                "' from myordlines where ordnum = '" ORD-NUM-ESC
                "'" END-OF-STRING
                delimited by size into SQL-QUERY
            perform 079A-DO-ORDER-QUERY
        else
            string "delete from myordlines where ordnum = '"
                ORD-NUM-ESC "' and lineno = " ORD-LINENO
                END-OF-STRING
                into SQL-QUERY
            perform 079A-DO-ORDER-QUERY
            if ORD-QTY not = zero
                perform 079C-INSERT-LINE
            end-if
        end-if.

* The vendor identity hangs off the session token: no tie on
* record, no numbers. The caller has already passed
* 005-CHECK-SESSION, so WS-SESSION is the live token.
        if not WS-SESSION-VALID
            display "<!-- rejected: no valid session -->"
            go to 087-QUAR-DECIDE-EXIT.
        perform 007-CHECK-CSRF thru 007-CHECK-CSRF-EXIT
        if not WS-CSRF-VALID
            display "<!-- rejected: bad or missing CSRF token -->"
            go to 087-QUAR-DECIDE-EXIT.
        move CGI-VALUE (1:8) to WS-SUPV-PASS
        perform 087A-CHECK-SUPERVISOR
        if not WS-SUPV-VALID
            move "REFUSED" to WS-SUPV-OUTCOME
            perform 087H-AUDIT-SUPERVISOR
            display "<P>supervisor sign-on failed</P>"
            go to 087-QUAR-DECIDE-EXIT.
        if WS-TARGET-RUN = spaces
            go to 087-QUAR-DECIDE-EXIT.
        perform 087B-SIFT-REGISTER
        if QUAR-FOUND-FLAG not = "Y"
            move "NOT-HELD" to WS-SUPV-OUTCOME
            perform 087H-AUDIT-SUPERVISOR
            display "<P>run " WS-TARGET-RUN
                " is not in quarantine</P>"
            go to 087-QUAR-DECIDE-EXIT.
        if QDEC-MODE = "RELEASE"
            perform 087I-CHECK-APPROVAL
            if WS-PEND-RESULT not = "A"
                move "PENDING" to WS-SUPV-OUTCOME
                perform 087H-AUDIT-SUPERVISOR
                display "<P>release of run " WS-TARGET-RUN
                    " waits for a second supervisor, request "
                    WS-PEND-REQUEST-ID "</P>"
                go to 087-QUAR-DECIDE-EXIT.
        call "SYSTEM" using QREWRITE-CMD
        perform 087D-ACT-ON-FILES
        perform 087E-RECORD-DECISION
        move spaces to WS-SUPV-OUTCOME
        string QDEC-MODE delimited by space "D" delimited by size
            into WS-SUPV-OUTCOME
        perform 087H-AUDIT-SUPERVISOR
        display "<P>run " WS-TARGET-RUN " " QDEC-MODE "D by "
            WS-SUPV-ID "</P>".
 087-QUAR-DECIDE-EXIT.
* The same moves qrelease makes: a release puts the outputs back
* under the held company's own current names (never on top of
* another company's live night), a discard removes them for good;
* the GL posting file's and the print file's held names derive
* from the run id either way.
 087D-ACT-ON-FILES.
        move spaces to GL-HELD-NAME PRT-HELD-NAME
        string "glposting." WS-TARGET-RUN ".dat"
            delimited by size into GL-HELD-NAME
        string "repoutput." WS-TARGET-RUN ".prt"
            delimited by size into PRT-HELD-NAME
        perform 087G-BUILD-RESTORE-NAMES
        if QDEC-MODE = "RELEASE"
            move spaces to QSYS-COMMAND
                " 2>/dev/null" delimited by size
                into QSYS-COMMAND
            call "SYSTEM" using QSYS-COMMAND
            move spaces to QSYS-COMMAND
            string "mv quarantine/" delimited by size
                PRT-HELD-NAME delimited by "  "
                " " delimited by size
                RN-PRT-NAME delimited by "  "
                " 2>/dev/null" delimited by size
                into QSYS-COMMAND
            call "SYSTEM" using QSYS-COMMAND
        else
            move spaces to QSYS-COMMAND
            string "rm -f quarantine/" delimited by size
            move spaces to QSYS-COMMAND
            string "rm -f quarantine/" delimited by size
                GL-HELD-NAME delimited by "  "
                " quarantine/" delimited by size
                PRT-HELD-NAME delimited by "  "
                into QSYS-COMMAND
            call "SYSTEM" using QSYS-COMMAND
        end-if.
            move "salesreport.csv"     to RN-CSV-NAME
            move "salesexceptions.txt" to RN-EXC-NAME
            move "glposting.dat"       to RN-GLPOST-NAME
            move "repoutput.prt"       to RN-PRT-NAME
        else
            move spaces to RESTORE-NAMES-WORK
            string "repoutput." HW-COMPANY ".pdf"
                delimited by size into RN-EXC-NAME
            string "glposting." HW-COMPANY ".dat"
                delimited by size into RN-GLPOST-NAME
            string "repoutput." HW-COMPANY ".prt"
                delimited by size into RN-PRT-NAME
        end-if.

 087E-RECORD-DECISION.
        write QDEC-LOG-RECORD
        close QDEC-LOG-FILE.

* Every supervisor decision taken through the browser, refused
* sign-ons included, goes to formaudit.log beside the submissions
* with who, what and how it ended.
 087H-AUDIT-SUPERVISOR.
        accept WS-DATE from DATE YYYYMMDD
        accept WS-TIME from TIME
        string WS-DATE "-" WS-TIME delimited by size
            into WS-TIMESTAMP
        open extend AUDIT-FILE
        if AUDIT-FS not = "00"
            open output AUDIT-FILE
        end-if
        move spaces to AUDIT-LINE
        string WS-TIMESTAMP " cmd=" WS-CGI-CMD
            " supv=" WS-SUPV-ID
            " run=" WS-TARGET-RUN
            " outcome=" WS-SUPV-OUTCOME
            delimited by size into AUDIT-LINE
        write AUDIT-LINE
        close AUDIT-FILE.

* The register is left as it was until the release is approved;
* the sifted copy is simply not moved in.
 087I-CHECK-APPROVAL.
        move WS-TARGET-RUN to WS-PEND-KEY
        move spaces to WS-PEND-VALUE
        string "held (" HW-REASON ") company " HW-COMPANY
            delimited by size into WS-PEND-VALUE
        call "pendchk" using WS-PEND-ACTION WS-PEND-KIND
            WS-PEND-KEY WS-PEND-VALUE WS-SUPV-ID WS-PEND-RESULT
            WS-PEND-REQUEST-ID.

 035-CLEAR-FORM.
        move spaces to MYTBL-RECORD.
        move "name" to CGI-NAME
            move "Y" to OFFLINE-FLAG
            display "<!-- mydatabase down, offline capture mode -->"
        else
            move "Y" to HANDLE-LIVE-FLAG
            perform 206-CHECK-SCHEMA-VERSION
            if not SCHEMA-IS-CURRENT
                perform 084-REFUSE-SCHEMA.

* A mydatabase at a schema version this build was not compiled for
* is neither read nor written, nor queued for: the request ends
* here, answered in the form the command asked for.
 084-REFUSE-SCHEMA.
        perform 050-DISCONNECT
        if JSON-MODE
            display "{" QUOTE "error" QUOTE ":" QUOTE
                "database at schema version " SCHEMA-FOUND-VERSION
                ", built for " SCHEMA-BUILT-VERSION QUOTE "}"
        else
            display "<!-- " SCHEMA-MESSAGE " -->"
            display "<P>the contact database is not available, "
                "nothing was done</P>"
        end-if
        call "cgi_quit"
        stop run.

 090-DO-QUERY.
        if OFFLINE-MODE
        move 70 to SQLERRML.

 COPY "dberrlog.cpy".
 COPY "schemachk.cpy".

 300-SHOW-TUPLES.
        call "sql_max_tuple" using QRY-HANDLE MAX-TUPLE.
